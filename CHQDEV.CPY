      ****************************************************************
      * COPYBOOK: CHQDEV                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO ARQUIVO DE DEVOLUCAO DE   *
      *              CHEQUES A CAMARA DE COMPENSACAO DO BANCO FUTURE *
      *              SCHOOL (ARQUIVO CHQDEV, SEQUENCIAL). GRAVADO    *
      *              PELO CCCHQCMP PARA CADA CHEQUE RECEBIDO NA      *
      *              COMPENSACAO QUE NAO PODE SER PAGO, COM A IMAGEM *
      *              DO REGISTRO DA CAMARA E A ALINEA PADRONIZADA DA *
      *              DEVOLUCAO                                       *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       01 REG-CHQDEV.
      *
      ** CHEQUE COMO RECEBIDO NO CHQENTR
      *
           05 CHD-BANCO-APRESENTANTE     PIC 9(03).
           05 CHD-AGENCIA                PIC 9(04).
           05 CHD-CONTA                  PIC 9(09).
           05 CHD-CONTA-DV               PIC X(01).
           05 CHD-NUMERO-CHEQUE          PIC 9(06).
           05 CHD-VALOR                  PIC 9(13)V99.
           05 CHD-ID-CAMARA              PIC X(15).
           05 CHD-DATA-MOVIMENTO         PIC 9(08).
      *
      ** ALINEA DA DEVOLUCAO, ENVIADA A CAMARA; O TEXTO DA SITUACAO
      ** IMPRESSO NO CCCHQRPT VAI EM CHD-DESCRICAO-ALINEA
      *
           05 CHD-ALINEA                 PIC 9(02).
               88 CHD-SEM-FUNDOS-1A                VALUE 11.
               88 CHD-SEM-FUNDOS-2A                VALUE 12.
               88 CHD-CONTA-ENCERRADA              VALUE 13.
               88 CHD-FOLHA-CANCELADA              VALUE 20.
               88 CHD-SUSTADO                      VALUE 21.
               88 CHD-ERRO-FORMAL                  VALUE 31.
               88 CHD-FOLHA-NAO-EMITIDA            VALUE 35.
               88 CHD-REMESSA-NULA                 VALUE 49.
           05 CHD-DESCRICAO-ALINEA       PIC X(30).
           05 FILLER                     PIC X(07).
