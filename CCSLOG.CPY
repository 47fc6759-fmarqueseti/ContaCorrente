      ****************************************************************
      * COPYBOOK: CCSLOG                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO LOG DE EVENTOS DE         *
      *              RELACIONAMENTO DO BANCO FUTURE SCHOOL PARA O    *
      *              CCS (CADASTRO DE CLIENTES DO SFN) DO BANCO      *
      *              CENTRAL (ARQUIVO CCSLOG, SEQUENCIAL, GRAVADO EM *
      *              EXTEND). CADA REGISTRO MARCA O INICIO OU O FIM  *
      *              DO RELACIONAMENTO DE UM CPF/CNPJ COM UMA CONTA: *
      *              O CCLANCTO GRAVA UM EVENTO POR TITULAR NA       *
      *              ABERTURA ('A') E NO ENCERRAMENTO ('E') DA       *
      *              CONTA, E O CCTITMNT NA INCLUSAO, EXCLUSAO OU    *
      *              TROCA DE CPF/CNPJ DE TITULAR DE CONTA JA        *
      *              ABERTA. LIDO PELO CCCCSGER, QUE SELECIONA OS    *
      *              EVENTOS REGISTRADOS NA DATA E GERA O ARQUIVO    *
      *              DO CCS                                          *
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
       01 REG-CCSLOG.
      *
      ** DATA E HORA EM QUE O EVENTO FOI REGISTRADO NO LOG; A DATA
      ** DE REGISTRO E A CHAVE DE SELECAO DO ARQUIVO DIARIO
      *
           05 CCL-DATA-HORA.
               10 CCL-DATA-REGISTRO      PIC 9(08).
               10 CCL-HORA-REGISTRO      PIC 9(08).
           05 CCL-EVENTO                 PIC X(01).
               88 CCL-INICIO                       VALUE 'I'.
               88 CCL-FIM                          VALUE 'F'.
      *
      ** DATA DO INICIO/FIM DO RELACIONAMENTO: A DATA DO LANCAMENTO
      ** NA ABERTURA/ENCERRAMENTO DA CONTA, A DATA DO PROCESSAMENTO
      ** NA MANUTENCAO DE TITULAR
      *
           05 CCL-DATA-EVENTO            PIC 9(08).
           05 CCL-AGENCIA                PIC 9(04).
           05 CCL-CONTA                  PIC 9(09).
           05 CCL-SEQUENCIA              PIC 9(02).
           05 CCL-CPF-CNPJ               PIC 9(14).
           05 CCL-NOME                   PIC X(40).
           05 CCL-PROGRAMA               PIC X(08).
      *
      ** ID DO LOTE NO EVENTO GRAVADO PELO CCLANCTO; BRANCOS NO
      ** GRAVADO PELO CCTITMNT
      *
           05 CCL-ORIGEM                 PIC X(10).
           05 FILLER                     PIC X(08).
