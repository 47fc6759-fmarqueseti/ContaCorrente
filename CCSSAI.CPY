      ****************************************************************
      * COPYBOOK: CCSSAI                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO ARQUIVO DIARIO DE         *
      *              RELACIONAMENTOS ENVIADO AO CCS (CADASTRO DE     *
      *              CLIENTES DO SFN) DO BANCO CENTRAL PELO BANCO    *
      *              FUTURE SCHOOL (ARQUIVO CCSSAIDA, SEQUENCIAL,    *
      *              TAMANHO FIXO). GRAVADO PELO CCCCSGER A PARTIR   *
      *              DO LOG CCSLOG: UM HEADER, UM DETALHE POR EVENTO *
      *              DE INICIO OU FIM DE RELACIONAMENTO DE UM        *
      *              CPF/CNPJ COM UMA CONTA E UM TRAILER COM AS      *
      *              QUANTIDADES                                     *
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
       01 REG-CCSSAI.
           05 CCS-TIPO-REGISTRO          PIC X(01).
               88 CCS-HEADER                       VALUE '0'.
               88 CCS-DETALHE                      VALUE '1'.
               88 CCS-TRAILER                      VALUE '9'.
           05 CCS-DADOS                  PIC X(99).
      *
      ** HEADER: BANCO INFORMANTE, DATA DO MOVIMENTO E DATA/HORA DE
      ** GERACAO DO ARQUIVO
      *
           05 CCS-DADOS-HEADER REDEFINES CCS-DADOS.
               10 CCS-BANCO              PIC 9(03).
               10 CCS-DATA-MOVIMENTO     PIC 9(08).
               10 CCS-DATA-GERACAO       PIC 9(08).
               10 CCS-HORA-GERACAO       PIC 9(08).
               10 FILLER                 PIC X(72).
      *
      ** DETALHE: PESSOA (FISICA PELO CPF, JURIDICA PELO CNPJ),
      ** EVENTO, DATA E CONTA DO RELACIONAMENTO E VINCULO DO CPF/CNPJ
      ** COM A CONTA (TITULAR PRINCIPAL OU CO-TITULAR)
      *
           05 CCS-DADOS-DETALHE REDEFINES CCS-DADOS.
               10 CCS-TIPO-PESSOA        PIC X(01).
                   88 CCS-PESSOA-FISICA            VALUE 'F'.
                   88 CCS-PESSOA-JURIDICA          VALUE 'J'.
               10 CCS-CPF-CNPJ           PIC 9(14).
               10 CCS-TIPO-EVENTO        PIC X(01).
                   88 CCS-INICIO                   VALUE 'I'.
                   88 CCS-FIM                      VALUE 'F'.
               10 CCS-DATA-EVENTO        PIC 9(08).
               10 CCS-AGENCIA            PIC 9(04).
               10 CCS-CONTA              PIC 9(09).
               10 CCS-CONTA-DV           PIC X(01).
               10 CCS-VINCULO            PIC X(01).
                   88 CCS-TITULAR                  VALUE 'T'.
                   88 CCS-COTITULAR                VALUE 'C'.
               10 FILLER                 PIC X(60).
      *
      ** TRAILER: QUANTIDADE TOTAL DE REGISTROS DO ARQUIVO (COM
      ** HEADER E TRAILER) E DE DETALHES DE INICIO E DE FIM
      *
           05 CCS-DADOS-TRAILER REDEFINES CCS-DADOS.
               10 CCS-QTD-REGISTROS      PIC 9(09).
               10 CCS-QTD-INICIOS        PIC 9(09).
               10 CCS-QTD-FINS           PIC 9(09).
               10 FILLER                 PIC X(72).
