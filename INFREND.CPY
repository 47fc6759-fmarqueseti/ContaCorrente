      ****************************************************************
      * COPYBOOK: INFREND                                            *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO ARQUIVO ANUAL DE INFORME  *
      *              DE RENDIMENTOS DO BANCO FUTURE SCHOOL (ARQUIVO  *
      *              INFREND, SEQUENCIAL, TAMANHO FIXO), ENTREGUE A  *
      *              RECEITA NA DECLARACAO ANUAL. GRAVADO PELO       *
      *              CCINFREN COM OS MESMOS DADOS DO INFORME         *
      *              IMPRESSO: UM HEADER, UM DETALHE POR TITULAR E   *
      *              CONTA (A CONTA CONJUNTA SAI UMA VEZ PARA CADA   *
      *              TITULAR, COM O INDICADOR DE CONJUNTA) E UM      *
      *              TRAILER COM AS QUANTIDADES E O TOTAL DOS        *
      *              RENDIMENTOS                                     *
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
       01 REG-INFREND.
           05 INF-TIPO-REGISTRO          PIC X(01).
               88 INF-HEADER                       VALUE '0'.
               88 INF-DETALHE                      VALUE '1'.
               88 INF-TRAILER                      VALUE '9'.
           05 INF-DADOS                  PIC X(199).
      *
      ** HEADER: BANCO DECLARANTE, ANO-CALENDARIO E DATA DE GERACAO
      *
           05 INF-DADOS-HEADER REDEFINES INF-DADOS.
               10 INF-BANCO              PIC 9(03).
               10 INF-ANO-BASE           PIC 9(04).
               10 INF-DATA-GERACAO       PIC 9(08).
               10 FILLER                 PIC X(184).
      *
      ** DETALHE: TITULAR, CONTA, SALDOS EM 31/12 DO ANO ANTERIOR E
      ** DO ANO-CALENDARIO E RENDIMENTOS (JUROS CREDITADOS, LIQUIDOS
      ** DOS ESTORNOS) NO ANO. SALDO NEGATIVO E CHEQUE ESPECIAL
      *
           05 INF-DADOS-DETALHE REDEFINES INF-DADOS.
               10 INF-CPF-CNPJ           PIC 9(14).
               10 INF-NOME               PIC X(40).
               10 INF-AGENCIA            PIC 9(04).
               10 INF-CONTA              PIC 9(09).
               10 INF-CONTA-DV           PIC X(01).
               10 INF-IND-CONJUNTA       PIC X(01).
                   88 INF-CONTA-CONJUNTA           VALUE 'S'.
               10 INF-SALDO-ANTERIOR     PIC S9(13)V99.
               10 INF-SALDO-ATUAL        PIC S9(13)V99.
               10 INF-RENDIMENTOS        PIC S9(13)V99.
               10 FILLER                 PIC X(85).
      *
      ** TRAILER: QUANTIDADE DE DETALHES, DE TITULARES (CPF/CNPJ
      ** DISTINTOS) E TOTAL DOS RENDIMENTOS DOS DETALHES
      *
           05 INF-DADOS-TRAILER REDEFINES INF-DADOS.
               10 INF-QTD-DETALHES       PIC 9(09).
               10 INF-QTD-TITULARES      PIC 9(09).
               10 INF-TOT-RENDIMENTOS    PIC S9(15)V99.
               10 FILLER                 PIC X(164).
