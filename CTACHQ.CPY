      ****************************************************************
      * COPYBOOK: CTACHQ                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO CADASTRO DE CHEQUES DO    *
      *              BANCO FUTURE SCHOOL (ARQUIVO CTACHQ, INDEXADO   *
      *              POR CHQ-CHAVE = AGENCIA + CONTA + NUMERO DO     *
      *              CHEQUE), UM REGISTRO POR FOLHA DE TALAO         *
      *              ENTREGUE AO CORRENTISTA. MANTIDO PELO CCCHQMNT  *
      *              (EMISSAO DE TALAO, SUSTACAO, CANCELAMENTO E     *
      *              LEVANTAMENTO DA SUSTACAO) E PELO CCCHQCMP, QUE  *
      *              MARCA A FOLHA PAGA NA COMPENSACAO OU REGISTRA A *
      *              DEVOLUCAO COM A ALINEA                          *
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
       01 REG-CTACHQ.
           05 CHQ-CHAVE.
               10 CHQ-AGENCIA            PIC 9(04).
               10 CHQ-CONTA              PIC 9(09).
               10 CHQ-NUMERO             PIC 9(06).
      *
      ** TALAO A QUE A FOLHA PERTENCE (PRIMEIRA FOLHA DO TALAO) E
      ** DATA DA EMISSAO DO TALAO
      *
           05 CHQ-PRIMEIRA-FOLHA         PIC 9(06).
           05 CHQ-DATA-EMISSAO           PIC 9(08).
           05 CHQ-SITUACAO               PIC X(01).
               88 CHQ-EMITIDO                      VALUE 'E'.
               88 CHQ-PAGO                         VALUE 'P'.
               88 CHQ-SUSTADO                      VALUE 'S'.
               88 CHQ-CANCELADO                    VALUE 'C'.
      *
      ** DATA DO PAGAMENTO, DA SUSTACAO OU DO CANCELAMENTO, E MOTIVO
      ** INFORMADO PELO CORRENTISTA NA SUSTACAO/CANCELAMENTO
      *
           05 CHQ-DATA-SITUACAO          PIC 9(08).
           05 CHQ-MOTIVO                 PIC X(30).
      *
      ** PAGAMENTO NA COMPENSACAO: VALOR E BANCO APRESENTANTE
      *
           05 CHQ-VALOR-PAGO             PIC 9(13)V99.
           05 CHQ-BANCO-APRESENTANTE     PIC 9(03).
      *
      ** DEVOLUCOES DA FOLHA AINDA EM ABERTO: A PRIMEIRA DEVOLUCAO
      ** POR FALTA DE FUNDOS E ALINEA 11 E A SEGUNDA ALINEA 12
      *
           05 CHQ-QTD-DEVOLUCOES         PIC 9(02).
           05 CHQ-ULTIMA-ALINEA          PIC 9(02).
           05 CHQ-DATA-ULT-DEVOLUCAO     PIC 9(08).
           05 FILLER                     PIC X(20).
