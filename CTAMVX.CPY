      ****************************************************************
      * COPYBOOK: CTAMVX                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO INDICE DE MOVIMENTOS DE CONTA         *
      *              CORRENTE DO BANCO FUTURE SCHOOL (ARQUIVO        *
      *              CTAMVX, INDEXADO POR MVX-NUMERO). CADA          *
      *              MOVIMENTO GRAVADO EM CTAMOV PELO CCLANCTO, PELO *
      *              CCTELLAN E PELO CCJURTAR RECEBE UM NUMERO UNICO *
      *              (MOV-NUMERO) E UM REGISTRO NESTE INDICE, QUE    *
      *              GUARDA A SITUACAO DO MOVIMENTO PARA O ESTORNO   *
      *              POR REFERENCIA (LANCAMENTO 'R' DO CCLANCTO): O  *
      *              CTAMOV E SEQUENCIAL E NAO PERMITE LOCALIZAR NEM *
      *              MARCAR O MOVIMENTO ORIGINAL. O REGISTRO DE      *
      *              CHAVE ZERO E O CONTROLE DA NUMERACAO, COM O     *
      *              ULTIMO NUMERO ATRIBUIDO                         *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   MVX-OPERADOR E MVX-TERMINAL,   *
      *                               TOMADOS DO FILLER, IDENTIFICAM *
      *                               O CAIXA E O TERMINAL DE CADA   *
      *                               LANCAMENTO DO GUICHE           *
      *                                                              *
      ****************************************************************
       01 REG-CTAMVX.
           05 MVX-NUMERO                 PIC 9(09).
           05 MVX-DADOS.
               10 MVX-AGENCIA            PIC 9(04).
               10 MVX-CONTA              PIC 9(09).
               10 MVX-DATA               PIC 9(08).
               10 MVX-TIPO               PIC X(01).
               10 MVX-VALOR              PIC 9(13)V99.
               10 MVX-HISTORICO          PIC X(40).
               10 MVX-SITUACAO           PIC X(01).
                   88 MVX-NORMAL                   VALUE 'N'.
                   88 MVX-ESTORNADO                VALUE 'E'.
                   88 MVX-E-ESTORNO                VALUE 'R'.
      *
      ** NO MOVIMENTO ESTORNADO: NUMERO E DATA DO ESTORNO QUE O
      ** DESFEZ; NO PROPRIO ESTORNO: NUMERO DO MOVIMENTO ORIGINAL
      *
               10 MVX-NUMERO-REFERENCIA  PIC 9(09).
               10 MVX-DATA-ESTORNO       PIC 9(08).
      *
      ** OPERADOR (USERID CICS) E TERMINAL QUE FIZERAM O LANCAMENTO
      ** NO GUICHE; BRANCOS NOS MOVIMENTOS GERADOS EM LOTE
      *
               10 MVX-OPERADOR           PIC X(08).
               10 MVX-TERMINAL           PIC X(04).
               10 FILLER                 PIC X(08).
      *
      ** REGISTRO DE CONTROLE DA NUMERACAO (MVX-NUMERO ZERO), COM O
      ** ULTIMO NUMERO DE MOVIMENTO ATRIBUIDO
      *
           05 MVX-DADOS-CONTROLE REDEFINES MVX-DADOS.
               10 MVX-CTL-ULTIMO-NUMERO  PIC 9(09).
               10 FILLER                 PIC X(106).
