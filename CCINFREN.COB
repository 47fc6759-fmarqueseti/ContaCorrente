      ****************************************************************
      * PROGRAM: CCINFREN                                            *
      *                                                              *
      * DESCRIPTION: INFORME ANUAL DE RENDIMENTOS DO BANCO FUTURE     *
      *              SCHOOL PARA A DECLARACAO DE IMPOSTO DE RENDA.   *
      *              LE O ARQUIVO DE HISTORIA (CTAMOVH) E O          *
      *              MOVIMENTO DO PERIODO (CTAMOV) ATE 31/12 DO ANO- *
      *              CALENDARIO E APURA, POR CONTA, O SALDO EM 31/12 *
      *              DO ANO ANTERIOR E DO ANO-CALENDARIO (ULTIMO     *
      *              MOV-SALDO-APOS ATE CADA DATA) E OS RENDIMENTOS  *
      *              DO ANO (CREDITOS 'JUROS', MENOS OS ESTORNOS     *
      *              DELES). CADA CONTA E DISTRIBUIDA A TODOS OS     *
      *              SEUS TITULARES (CTATIT) E O RESULTADO E         *
      *              AGRUPADO POR CPF/CNPJ: SAI UM INFORME IMPRESSO  *
      *              POR TITULAR COM TODAS AS SUAS CONTAS E O        *
      *              ARQUIVO DE LAYOUT FIXO PARA A RECEITA           *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCINFPRM   PARAMETRO COM O ANO-CALENDARIO (ZERADO VALE O   *
      *               ANO ANTERIOR AO DA DATA DO SISTEMA) E O CODIGO *
      *               DO PROPRIO BANCO                               *
      *   CTAMOVH    ARQUIVO DE HISTORIA DO MOVIMENTO                *
      *   CTAMOV     HISTORICO DE MOVIMENTO DO PERIODO CORRENTE      *
      *   CTAMVX     INDICE DE MOVIMENTOS (ORIGINAL DO ESTORNO)      *
      *   CTACADM    CADASTRO DE CONTAS (DIGITO DA CONTA)            *
      *   CTATIT     CADASTRO DE TITULARES (INDEXADO POR TIT-CHAVE)  *
      *                                                              *
      * OUTPUT                                                       *
      *   CCINFRPT   INFORMES DE RENDIMENTOS IMPRESSOS, UM POR       *
      *               TITULAR                                        *
      *   INFREND    ARQUIVO DO INFORME PARA A RECEITA (INFREND.CPY) *
      *   CCINFWRK   ARQUIVO DE TRABALHO CONTA X TITULAR             *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCINFREN.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. INFORME ANUAL DE RENDIMENTOS POR CPF/CNPJ.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCINFPRM ASSIGN TO CCINFPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAMOVH ASSIGN TO CTAMOVH
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAMOV ASSIGN TO CTAMOV
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCINFRPT ASSIGN TO CCINFRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT INFREND ASSIGN TO INFREND
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCINFWRK ASSIGN TO CCINFWRK
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAMVX ASSIGN TO CTAMVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVX-NUMERO
               FILE STATUS IS WS-CTAMVX-STATUS.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CTATIT ASSIGN TO CTATIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-CTATIT-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
           SELECT SORTWK02 ASSIGN TO SORTWK02.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCINFPRM
           RECORDING MODE IS F.
       01 REG-CCINFPRM.
           05 PRM-ANO-BASE          PIC 9(04).
           05 PRM-BANCO-PROPRIO     PIC 9(03).
           05 FILLER                PIC X(73).
      *
      ** O CTAMOVH TEM O MESMO LAYOUT DO CTAMOV (GRAVADO PELO
      ** CCMOVARC), COM PREFIXO PROPRIO PARA OS DOIS CONVIVEREM
      *
       FD  CTAMOVH
           RECORDING MODE IS F.
       01 REG-CTAMOVH.
           05 HST-AGENCIA            PIC 9(04).
           05 HST-CONTA              PIC 9(09).
           05 HST-DATA               PIC 9(08).
           05 HST-TIPO               PIC X(01).
           05 HST-VALOR              PIC 9(13)V99.
           05 HST-HISTORICO          PIC X(40).
           05 HST-SALDO-APOS         PIC S9(13)V99.
           05 HST-NUMERO             PIC 9(09).
           05 HST-NUMERO-ORIGEM      PIC 9(09).
           05 HST-IND-ESTORNO        PIC X(01).
           05 FILLER                 PIC X(01).
      *
       FD  CTAMOV
           RECORDING MODE IS F.
       COPY CTAMOV.
      *
       FD  CCINFRPT
           RECORDING MODE IS F.
       01 REG-CCINFRPT              PIC X(133).
      *
       FD  INFREND
           RECORDING MODE IS F.
       COPY INFREND.
      *
      ** ARQUIVO DE TRABALHO: UMA LINHA POR CONTA E TITULAR, GRAVADA
      ** NA APURACAO POR CONTA E RELIDA NA ORDENACAO POR CPF/CNPJ
      *
       FD  CCINFWRK
           RECORDING MODE IS F.
       01 REG-CCINFWRK.
           05 WRK-CPF-CNPJ           PIC 9(14).
           05 WRK-AGENCIA            PIC 9(04).
           05 WRK-CONTA              PIC 9(09).
           05 WRK-CONTA-DV           PIC X(01).
           05 WRK-NOME               PIC X(40).
           05 WRK-ENDERECO           PIC X(80).
           05 WRK-QTD-TITULARES      PIC 9(02).
           05 WRK-SALDO-ANTERIOR     PIC S9(13)V99.
           05 WRK-SALDO-ATUAL        PIC S9(13)V99.
           05 WRK-RENDIMENTOS        PIC S9(13)V99.
           05 FILLER                 PIC X(05).
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CTATIT
           RECORDING MODE IS F.
       COPY CTATIT.
      *
      ** PRIMEIRA ORDENACAO: MOVIMENTOS POR CONTA, NA ORDEM EM QUE
      ** FORAM EFETIVADOS (SRT-SEQUENCIA, MESMA PROTECAO DO CCRECSLD)
      *
       SD  SORTWK01.
       01 REG-SORT-MOV.
           05 SRT-AGENCIA            PIC 9(04).
           05 SRT-CONTA              PIC 9(09).
           05 SRT-DATA               PIC 9(08).
           05 SRT-SEQUENCIA          PIC 9(09).
           05 SRT-SALDO-APOS         PIC S9(13)V99.
      *
      ** RENDIMENTO DO ANO QUE O MOVIMENTO REPRESENTA: O VALOR DO
      ** CREDITO DE JUROS, O VALOR NEGATIVO DO ESTORNO DE UM CREDITO
      ** DE JUROS OU ZERO
      *
           05 SRT-RENDIMENTO         PIC S9(13)V99.
      *
      ** SEGUNDA ORDENACAO: CONTA X TITULAR POR CPF/CNPJ
      *
       SD  SORTWK02.
       01 REG-SORT-INF.
           05 SRI-CPF-CNPJ           PIC 9(14).
           05 SRI-AGENCIA            PIC 9(04).
           05 SRI-CONTA              PIC 9(09).
           05 SRI-CONTA-DV           PIC X(01).
           05 SRI-NOME               PIC X(40).
           05 SRI-ENDERECO.
               10 SRI-LOGRADOURO     PIC X(40).
               10 SRI-CIDADE         PIC X(30).
               10 SRI-UF             PIC X(02).
               10 SRI-CEP            PIC 9(08).
           05 SRI-QTD-TITULARES      PIC 9(02).
           05 SRI-SALDO-ANTERIOR     PIC S9(13)V99.
           05 SRI-SALDO-ATUAL        PIC S9(13)V99.
           05 SRI-RENDIMENTOS        PIC S9(13)V99.
           05 FILLER                 PIC X(05).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTAMOVH     PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAMOVH                VALUE 'S'.
           05 WS-SW-FIM-CTAMOV      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAMOV                 VALUE 'S'.
           05 WS-SW-FIM-SORT        PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT                   VALUE 'S'.
           05 WS-SW-FIM-TRABALHO    PIC X(01) VALUE 'N'.
               88 WS-FIM-TRABALHO               VALUE 'S'.
           05 WS-SW-FIM-INFORME     PIC X(01) VALUE 'N'.
               88 WS-FIM-INFORME                VALUE 'S'.
           05 WS-SW-FIM-TITULARES   PIC X(01) VALUE 'N'.
               88 WS-FIM-TITULARES              VALUE 'S'.
           05 WS-SW-PRIMEIRA-CONTA  PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRA-CONTA           VALUE 'S'.
           05 WS-SW-PRIMEIRO-TITULAR PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRO-TITULAR         VALUE 'S'.
      *
      ** A CONTA TEVE ALGUM MOVIMENTO DENTRO DO ANO-CALENDARIO
      *
           05 WS-SW-MOVIMENTO-ANO   PIC X(01) VALUE 'N'.
               88 WS-MOVIMENTO-ANO              VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
               88 WS-CTAMVX-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
           05 WS-CTATIT-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTATIT-OK                    VALUE '00'.
               88 WS-CTATIT-NAO-ENCONTRADO         VALUE '23'.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCINFPRM, E AS DATAS-LIMITE DERIVADAS DO ANO-CALENDARIO
      *
       01 WS-PARAMETROS.
           05 WS-ANO-BASE           PIC 9(04) VALUE ZEROS.
           05 WS-ANO-ANTERIOR       PIC 9(04) VALUE ZEROS.
           05 WS-BANCO-PROPRIO      PIC 9(03) VALUE ZEROS.
           05 WS-DATA-INICIO-ANO    PIC 9(08) VALUE ZEROS.
           05 WS-DATA-FIM-ANTERIOR  PIC 9(08) VALUE ZEROS.
           05 WS-DATA-FIM-ANO       PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-SISTEMA.
           05 WS-ANO-SISTEMA        PIC 9(04).
           05 WS-MES-SISTEMA        PIC 9(02).
           05 WS-DIA-SISTEMA        PIC 9(02).
      *
      ** MOVIMENTO LIDO DO CTAMOVH OU DO CTAMOV, NA AREA COMUM DA
      ** SELECAO
      *
       01 WS-MOVIMENTO.
           05 WS-MOV-AGENCIA        PIC 9(04).
           05 WS-MOV-CONTA          PIC 9(09).
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-TIPO           PIC X(01).
               88 WS-MOV-DEBITO                 VALUE 'D'.
               88 WS-MOV-CREDITO                VALUE 'C'.
           05 WS-MOV-VALOR          PIC 9(13)V99.
           05 WS-MOV-HISTORICO      PIC X(40).
               88 WS-MOV-JUROS                  VALUE 'JUROS'.
           05 WS-MOV-SALDO-APOS     PIC S9(13)V99.
           05 WS-MOV-NUMERO-ORIGEM  PIC 9(09).
           05 WS-MOV-IND-ESTORNO    PIC X(01).
               88 WS-MOV-ESTORNO                VALUE 'S'.
      *
       01 WS-SEQ-ENTRADA            PIC 9(09) VALUE ZEROS.
      *
      ** CONTA EM APURACAO NO FLUXO DE MOVIMENTO
      *
       01 WS-CONTROLE-QUEBRA.
           05 WS-AGENCIA-ANTERIOR   PIC 9(04) VALUE ZEROS.
           05 WS-CONTA-ANTERIOR     PIC 9(09) VALUE ZEROS.
      *
       01 WS-VALORES-CONTA.
           05 WS-SALDO-ANTERIOR     PIC S9(13)V99 VALUE ZEROS.
           05 WS-SALDO-ATUAL        PIC S9(13)V99 VALUE ZEROS.
           05 WS-RENDIMENTOS        PIC S9(13)V99 VALUE ZEROS.
           05 WS-CONTA-DV           PIC X(01) VALUE SPACES.
           05 WS-QTD-TITULARES      PIC 9(02) VALUE ZEROS.
      *
      ** TITULAR EM EMISSAO NO FLUXO POR CPF/CNPJ
      *
       01 WS-CPF-CNPJ-ANTERIOR      PIC 9(14) VALUE ZEROS.
      *
      ** TOTAIS DO TITULAR E GERAIS; OS TRES GRUPOS TEM O MESMO
      ** FORMATO E O DE IMPRESSAO RECEBE O NIVEL QUE ESTA SENDO
      ** FECHADO
      *
       01 WS-TOTAIS-TITULAR.
           05 WS-TTI-QTD-CONTAS     PIC 9(07).
           05 WS-TTI-SALDO-ANTERIOR PIC S9(15)V99.
           05 WS-TTI-SALDO-ATUAL    PIC S9(15)V99.
           05 WS-TTI-RENDIMENTOS    PIC S9(15)V99.
      *
       01 WS-TOTAIS-GERAL.
           05 WS-TGE-QTD-CONTAS     PIC 9(07).
           05 WS-TGE-SALDO-ANTERIOR PIC S9(15)V99.
           05 WS-TGE-SALDO-ATUAL    PIC S9(15)V99.
           05 WS-TGE-RENDIMENTOS    PIC S9(15)V99.
      *
       01 WS-TOTAIS-IMPRESSAO.
           05 WS-TIM-QTD-CONTAS     PIC 9(07).
           05 WS-TIM-SALDO-ANTERIOR PIC S9(15)V99.
           05 WS-TIM-SALDO-ATUAL    PIC S9(15)V99.
           05 WS-TIM-RENDIMENTOS    PIC S9(15)V99.
      *
       01 WS-CONTADORES.
           05 WS-QTD-MOVIMENTOS     PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CONTAS         PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SEM-SALDO      PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SEM-TITULAR    PIC 9(07) VALUE ZEROS.
           05 WS-QTD-INFORMES       PIC 9(09) VALUE ZEROS.
           05 WS-QTD-DETALHES       PIC 9(09) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'INFORME DE RENDIMENTOS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(17) VALUE
                   'ANO-CALENDARIO: '.
               10 PAR-ANO-BASE      PIC 9(04).
               10 FILLER            PIC X(112) VALUE SPACES.
      *
           05 WS-LINHA-SEPARADOR.
               10 FILLER            PIC X(66) VALUE ALL '-'.
               10 FILLER            PIC X(66) VALUE ALL '-'.
               10 FILLER            PIC X(01) VALUE SPACES.
      *
           05 WS-LINHA-TITULAR.
               10 FILLER            PIC X(10) VALUE 'TITULAR: '.
               10 LT-NOME           PIC X(40).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'CPF/CNPJ: '.
               10 LT-CPF-CNPJ       PIC 9(14).
               10 FILLER            PIC X(54) VALUE SPACES.
      *
           05 WS-LINHA-ENDERECO-1.
               10 FILLER            PIC X(10) VALUE 'ENDERECO: '.
               10 LE-LOGRADOURO     PIC X(40).
               10 FILLER            PIC X(83) VALUE SPACES.
      *
           05 WS-LINHA-ENDERECO-2.
               10 FILLER            PIC X(10) VALUE SPACES.
               10 LE-CIDADE         PIC X(30).
               10 FILLER            PIC X(03) VALUE ' - '.
               10 LE-UF             PIC X(02).
               10 FILLER            PIC X(07) VALUE '  CEP '.
               10 LE-CEP            PIC 9(08).
               10 FILLER            PIC X(73) VALUE SPACES.
      *
           05 WS-CABECALHO-DETALHE.
               10 FILLER            PIC X(30) VALUE
                   'AGENCIA  CONTA        CONJUNTA'.
               10 FILLER            PIC X(14) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'SALDO EM 31/12/'.
               10 CD-ANO-ANTERIOR   PIC 9(04).
               10 FILLER            PIC X(07) VALUE SPACES.
               10 FILLER            PIC X(15) VALUE 'SALDO EM 31/12/'.
               10 CD-ANO-BASE       PIC 9(04).
               10 FILLER            PIC X(13) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'RENDIMENTOS'.
               10 FILLER            PIC X(20) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(01) VALUE '-'.
               10 DET-DV            PIC X(01).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 DET-CONJUNTA      PIC X(03).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-SALDO-ANTERIOR PIC ---,---,---,--9.99.
               10 FILLER            PIC X(07) VALUE SPACES.
               10 DET-SALDO-ATUAL   PIC ---,---,---,--9.99.
               10 FILLER            PIC X(06) VALUE SPACES.
               10 DET-RENDIMENTOS   PIC ---,---,---,--9.99.
               10 FILLER            PIC X(34) VALUE SPACES.
      *
           05 WS-LINHA-RESUMO.
               10 RES-ROTULO        PIC X(15).
               10 FILLER            PIC X(08) VALUE 'CONTAS: '.
               10 RES-QTD-CONTAS    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(01) VALUE SPACES.
               10 RES-SALDO-ANTERIOR PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 RES-SALDO-ATUAL   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(03) VALUE SPACES.
               10 RES-RENDIMENTOS   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(32) VALUE SPACES.
      *
           05 WS-LINHA-EXCECAO.
               10 FILLER            PIC X(01) VALUE SPACES.
               10 EXC-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 EXC-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 EXC-MOTIVO        PIC X(45).
               10 FILLER            PIC X(70) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-1.
               10 FILLER            PIC X(24) VALUE
                   'MOVIMENTOS LIDOS: '.
               10 TOT-MOVIMENTOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'CONTAS NO INFORME: '.
               10 TOT-CONTAS        PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-2.
               10 FILLER            PIC X(24) VALUE
                   'CONTAS ZERADAS: '.
               10 TOT-SEM-SALDO     PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'CONTAS SEM TITULAR: '.
               10 TOT-SEM-TITULAR   PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-3.
               10 FILLER            PIC X(24) VALUE
                   'INFORMES EMITIDOS: '.
               10 TOT-INFORMES      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'REGISTROS DA RECEITA: '.
               10 TOT-DETALHES      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
      *
           05 WS-LINHA-BRANCO       PIC X(133) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           SORT SORTWK01
               ON ASCENDING KEY SRT-AGENCIA SRT-CONTA SRT-DATA
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 2000-SELECIONA-MOVIMENTO
               OUTPUT PROCEDURE IS 3000-APURA-CONTAS.
      *
           SORT SORTWK02
               ON ASCENDING KEY SRI-CPF-CNPJ SRI-AGENCIA SRI-CONTA
               INPUT PROCEDURE IS 4000-LE-TRABALHO
               OUTPUT PROCEDURE IS 5000-EMITE-INFORMES.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: ANO-CALENDARIO (ZERADO OU AUSENTE VALE O ANO
      ** ANTERIOR AO DA DATA DO SISTEMA, JA QUE O INFORME E EMITIDO
      ** NO INICIO DO ANO SEGUINTE) E DATAS-LIMITE DA APURACAO
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCINFPRM.
      *
           READ CCINFPRM
               AT END
                   MOVE ZEROS TO PRM-ANO-BASE
                   MOVE ZEROS TO PRM-BANCO-PROPRIO
           END-READ.
      *
           IF PRM-ANO-BASE NUMERIC
               MOVE PRM-ANO-BASE TO WS-ANO-BASE
           END-IF.
      *
           IF PRM-BANCO-PROPRIO NUMERIC
               MOVE PRM-BANCO-PROPRIO TO WS-BANCO-PROPRIO
           END-IF.
      *
           CLOSE CCINFPRM.
      *
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
      *
           IF WS-ANO-BASE = ZEROS
               COMPUTE WS-ANO-BASE = WS-ANO-SISTEMA - 1
           END-IF.
      *
           COMPUTE WS-ANO-ANTERIOR      = WS-ANO-BASE - 1.
           COMPUTE WS-DATA-INICIO-ANO   = WS-ANO-BASE * 10000 + 0101.
           COMPUTE WS-DATA-FIM-ANTERIOR = WS-ANO-ANTERIOR * 10000
                                          + 1231.
           COMPUTE WS-DATA-FIM-ANO      = WS-ANO-BASE * 10000 + 1231.
      *
           MOVE ZEROS TO WS-TOTAIS-TITULAR.
           MOVE ZEROS TO WS-TOTAIS-GERAL.
      *
           OPEN INPUT  CTAMVX.
           OPEN INPUT  CTACADM.
           OPEN INPUT  CTATIT.
           OPEN OUTPUT CCINFRPT.
           OPEN OUTPUT INFREND.
           OPEN OUTPUT CCINFWRK.
      *
           MOVE WS-ANO-BASE     TO PAR-ANO-BASE.
           MOVE WS-ANO-ANTERIOR TO CD-ANO-ANTERIOR.
           MOVE WS-ANO-BASE     TO CD-ANO-BASE.
      *
           WRITE REG-CCINFRPT FROM WS-CABECALHO-1.
           WRITE REG-CCINFRPT FROM WS-LINHA-PARAMETROS.
      *
           MOVE SPACES            TO REG-INFREND.
           MOVE '0'               TO INF-TIPO-REGISTRO.
           MOVE WS-BANCO-PROPRIO  TO INF-BANCO.
           MOVE WS-ANO-BASE       TO INF-ANO-BASE.
           MOVE WS-DATA-SISTEMA   TO INF-DATA-GERACAO.
           WRITE REG-INFREND.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DA PRIMEIRA ORDENACAO: PASSA PARA O SORT OS
      ** MOVIMENTOS DA HISTORIA E DO PERIODO CORRENTE ATE 31/12 DO
      ** ANO-CALENDARIO (A HISTORIA E LIDA ANTES DO PERIODO CORRENTE)
      *
       2000-SELECIONA-MOVIMENTO.
      *
           OPEN INPUT CTAMOVH.
      *
           PERFORM 2150-LER-CTAMOVH
               THRU 2150-LER-CTAMOVH-EXIT.
      *
           PERFORM 2200-LIBERA-HISTORIA
               THRU 2200-LIBERA-HISTORIA-EXIT
               UNTIL WS-FIM-CTAMOVH.
      *
           CLOSE CTAMOVH.
      *
           OPEN INPUT CTAMOV.
      *
           PERFORM 2100-LER-CTAMOV
               THRU 2100-LER-CTAMOV-EXIT.
      *
           PERFORM 2300-LIBERA-MOVIMENTO
               THRU 2300-LIBERA-MOVIMENTO-EXIT
               UNTIL WS-FIM-CTAMOV.
      *
           CLOSE CTAMOV.
      *
       2000-SELECIONA-MOVIMENTO-EXIT.
           EXIT.
      *
       2100-LER-CTAMOV.
      *
           READ CTAMOV
               AT END
                   MOVE 'S' TO WS-SW-FIM-CTAMOV
                   GO TO 2100-LER-CTAMOV-EXIT
           END-READ.
      *
       2100-LER-CTAMOV-EXIT.
           EXIT.
      *
       2150-LER-CTAMOVH.
      *
           READ CTAMOVH
               AT END
                   MOVE 'S' TO WS-SW-FIM-CTAMOVH
                   GO TO 2150-LER-CTAMOVH-EXIT
           END-READ.
      *
       2150-LER-CTAMOVH-EXIT.
           EXIT.
      *
       2200-LIBERA-HISTORIA.
      *
           MOVE HST-AGENCIA         TO WS-MOV-AGENCIA.
           MOVE HST-CONTA           TO WS-MOV-CONTA.
           MOVE HST-DATA            TO WS-MOV-DATA.
           MOVE HST-TIPO            TO WS-MOV-TIPO.
           MOVE HST-VALOR           TO WS-MOV-VALOR.
           MOVE HST-HISTORICO       TO WS-MOV-HISTORICO.
           MOVE HST-SALDO-APOS      TO WS-MOV-SALDO-APOS.
           MOVE HST-NUMERO-ORIGEM   TO WS-MOV-NUMERO-ORIGEM.
           MOVE HST-IND-ESTORNO     TO WS-MOV-IND-ESTORNO.
      *
           PERFORM 2500-SELECIONA-MOVIMENTO
               THRU 2500-SELECIONA-MOVIMENTO-EXIT.
      *
           PERFORM 2150-LER-CTAMOVH
               THRU 2150-LER-CTAMOVH-EXIT.
      *
       2200-LIBERA-HISTORIA-EXIT.
           EXIT.
      *
       2300-LIBERA-MOVIMENTO.
      *
           MOVE MOV-AGENCIA         TO WS-MOV-AGENCIA.
           MOVE MOV-CONTA           TO WS-MOV-CONTA.
           MOVE MOV-DATA            TO WS-MOV-DATA.
           MOVE MOV-TIPO            TO WS-MOV-TIPO.
           MOVE MOV-VALOR           TO WS-MOV-VALOR.
           MOVE MOV-HISTORICO       TO WS-MOV-HISTORICO.
           MOVE MOV-SALDO-APOS      TO WS-MOV-SALDO-APOS.
           MOVE MOV-NUMERO-ORIGEM   TO WS-MOV-NUMERO-ORIGEM.
           MOVE MOV-IND-ESTORNO     TO WS-MOV-IND-ESTORNO.
      *
           PERFORM 2500-SELECIONA-MOVIMENTO
               THRU 2500-SELECIONA-MOVIMENTO-EXIT.
      *
           PERFORM 2100-LER-CTAMOV
               THRU 2100-LER-CTAMOV-EXIT.
      *
       2300-LIBERA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** SELECAO DE UM MOVIMENTO: O POSTERIOR A 31/12 DO ANO-
      ** CALENDARIO FICA FORA; TODO MOVIMENTO ANTERIOR E LIBERADO,
      ** POIS O SALDO EM 31/12 VEM DO ULTIMO MOV-SALDO-APOS ATE A
      ** DATA, POR MAIS ANTIGO QUE SEJA. DENTRO DO ANO, O CREDITO DE
      ** JUROS SOMA AOS RENDIMENTOS E O SEU ESTORNO SUBTRAI
      *
       2500-SELECIONA-MOVIMENTO.
      *
           IF WS-MOV-DATA > WS-DATA-FIM-ANO
               GO TO 2500-SELECIONA-MOVIMENTO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-MOVIMENTOS.
           ADD 1 TO WS-SEQ-ENTRADA.
      *
           MOVE WS-MOV-AGENCIA      TO SRT-AGENCIA.
           MOVE WS-MOV-CONTA        TO SRT-CONTA.
           MOVE WS-MOV-DATA         TO SRT-DATA.
           MOVE WS-SEQ-ENTRADA      TO SRT-SEQUENCIA.
           MOVE WS-MOV-SALDO-APOS   TO SRT-SALDO-APOS.
           MOVE ZEROS               TO SRT-RENDIMENTO.
      *
           IF WS-MOV-DATA NOT < WS-DATA-INICIO-ANO
               IF WS-MOV-CREDITO
                   AND WS-MOV-JUROS
                   AND NOT WS-MOV-ESTORNO
                   MOVE WS-MOV-VALOR TO SRT-RENDIMENTO
               END-IF
               IF WS-MOV-DEBITO
                   AND WS-MOV-ESTORNO
                   PERFORM 2550-VERIFICA-ESTORNO-JUROS
                       THRU 2550-VERIFICA-ESTORNO-JUROS-EXIT
               END-IF
           END-IF.
      *
           RELEASE REG-SORT-MOV.
      *
       2500-SELECIONA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** ESTORNO A DEBITO: O HISTORICO DO ESTORNO TRAZ SO O NUMERO
      ** DO ORIGINAL, ENTAO O ORIGINAL E LIDO NO CTAMVX; SE ELE FOI UM
      ** CREDITO DE JUROS, O ESTORNO ABATE OS RENDIMENTOS DO ANO
      *
       2550-VERIFICA-ESTORNO-JUROS.
      *
           IF WS-MOV-NUMERO-ORIGEM NOT NUMERIC
               OR WS-MOV-NUMERO-ORIGEM = ZEROS
               GO TO 2550-VERIFICA-ESTORNO-JUROS-EXIT
           END-IF.
      *
           MOVE WS-MOV-NUMERO-ORIGEM TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   GO TO 2550-VERIFICA-ESTORNO-JUROS-EXIT
           END-READ.
      *
           IF MVX-TIPO = 'C'
               AND MVX-HISTORICO = 'JUROS'
               COMPUTE SRT-RENDIMENTO = ZEROS - WS-MOV-VALOR
           END-IF.
      *
       2550-VERIFICA-ESTORNO-JUROS-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DA PRIMEIRA ORDENACAO: APURA SALDOS E
      ** RENDIMENTOS COM QUEBRA POR AGENCIA/CONTA E GRAVA A CONTA NO
      ** ARQUIVO DE TRABALHO UMA VEZ PARA CADA TITULAR
      *
       3000-APURA-CONTAS.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
           PERFORM 3200-PROCESSA-MOVIMENTO
               THRU 3200-PROCESSA-MOVIMENTO-EXIT
               UNTIL WS-FIM-SORT.
      *
           IF NOT WS-E-PRIMEIRA-CONTA
               PERFORM 3400-FECHA-CONTA
                   THRU 3400-FECHA-CONTA-EXIT
           END-IF.
      *
           CLOSE CCINFWRK.
      *
       3000-APURA-CONTAS-EXIT.
           EXIT.
      *
       3100-RETORNA-SORT.
      *
           RETURN SORTWK01
               AT END
                   MOVE 'S' TO WS-SW-FIM-SORT
                   GO TO 3100-RETORNA-SORT-EXIT
           END-RETURN.
      *
       3100-RETORNA-SORT-EXIT.
           EXIT.
      *
      ** CADA MOVIMENTO DA CONTA: A ORDEM DE EFETIVACAO DEIXA NO
      ** SALDO ANTERIOR O SALDO APOS O ULTIMO MOVIMENTO ATE 31/12 DO
      ** ANO ANTERIOR E NO SALDO ATUAL O SALDO APOS O ULTIMO ATE 31/12
      ** DO ANO-CALENDARIO
      *
       3200-PROCESSA-MOVIMENTO.
      *
           IF WS-E-PRIMEIRA-CONTA
              OR SRT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
              OR SRT-CONTA   NOT = WS-CONTA-ANTERIOR
               IF NOT WS-E-PRIMEIRA-CONTA
                   PERFORM 3400-FECHA-CONTA
                       THRU 3400-FECHA-CONTA-EXIT
               END-IF
               PERFORM 3300-ABRE-CONTA
                   THRU 3300-ABRE-CONTA-EXIT
           END-IF.
      *
           IF SRT-DATA NOT > WS-DATA-FIM-ANTERIOR
               MOVE SRT-SALDO-APOS TO WS-SALDO-ANTERIOR
           ELSE
               MOVE 'S' TO WS-SW-MOVIMENTO-ANO
           END-IF.
      *
           MOVE SRT-SALDO-APOS TO WS-SALDO-ATUAL.
           ADD SRT-RENDIMENTO  TO WS-RENDIMENTOS.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
       3200-PROCESSA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** INICIO DE UMA NOVA CONTA NO FLUXO DE MOVIMENTO
      *
       3300-ABRE-CONTA.
      *
           MOVE 'N' TO WS-SW-PRIMEIRA-CONTA.
           MOVE 'N' TO WS-SW-MOVIMENTO-ANO.
           MOVE SRT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE SRT-CONTA   TO WS-CONTA-ANTERIOR.
           MOVE ZEROS       TO WS-SALDO-ANTERIOR.
           MOVE ZEROS       TO WS-SALDO-ATUAL.
           MOVE ZEROS       TO WS-RENDIMENTOS.
      *
       3300-ABRE-CONTA-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA CONTA: CONTA SEM MOVIMENTO NO ANO, ZERADA NAS
      ** DUAS DATAS E SEM RENDIMENTO (ENCERRADA ANTES DO ANO-
      ** CALENDARIO) NAO ENTRA NO INFORME. AS DEMAIS SAO GRAVADAS NO
      ** ARQUIVO DE TRABALHO PARA CADA TITULAR DO CTATIT; CONTA SEM
      ** TITULAR SAI COMO EXCECAO PARA TRATAMENTO MANUAL
      *
       3400-FECHA-CONTA.
      *
           IF NOT WS-MOVIMENTO-ANO
               AND WS-SALDO-ANTERIOR = ZEROS
               AND WS-SALDO-ATUAL    = ZEROS
               AND WS-RENDIMENTOS    = ZEROS
               ADD 1 TO WS-QTD-SEM-SALDO
               GO TO 3400-FECHA-CONTA-EXIT
           END-IF.
      *
           MOVE WS-AGENCIA-ANTERIOR TO CTA-AGENCIA.
           MOVE WS-CONTA-ANTERIOR   TO CTA-NUMERO.
      *
           READ CTACADM
               INVALID KEY
                   MOVE SPACES TO CTA-DIGITO-VERIFICADOR
           END-READ.
      *
           MOVE CTA-DIGITO-VERIFICADOR TO WS-CONTA-DV.
      *
           PERFORM 3450-CONTA-TITULARES
               THRU 3450-CONTA-TITULARES-EXIT.
      *
           IF WS-QTD-TITULARES = ZEROS
               ADD 1 TO WS-QTD-SEM-TITULAR
               MOVE WS-AGENCIA-ANTERIOR TO EXC-AGENCIA
               MOVE WS-CONTA-ANTERIOR   TO EXC-CONTA
               MOVE 'CONTA SEM TITULAR NO CTATIT - FORA DO INFORME'
                   TO EXC-MOTIVO
               WRITE REG-CCINFRPT FROM WS-LINHA-EXCECAO
               GO TO 3400-FECHA-CONTA-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-CONTAS.
      *
           PERFORM 3500-POSICIONA-TITULARES
               THRU 3500-POSICIONA-TITULARES-EXIT.
      *
           PERFORM 3550-GRAVA-TRABALHO
               THRU 3550-GRAVA-TRABALHO-EXIT
               UNTIL WS-FIM-TITULARES.
      *
       3400-FECHA-CONTA-EXIT.
           EXIT.
      *
      ** CONTAGEM DOS TITULARES DA CONTA (MAIS DE UM = CONTA
      ** CONJUNTA, INFORMADA NO DETALHE DE CADA TITULAR)
      *
       3450-CONTA-TITULARES.
      *
           MOVE ZEROS TO WS-QTD-TITULARES.
      *
           PERFORM 3500-POSICIONA-TITULARES
               THRU 3500-POSICIONA-TITULARES-EXIT.
      *
           PERFORM 3470-SOMA-TITULAR
               THRU 3470-SOMA-TITULAR-EXIT
               UNTIL WS-FIM-TITULARES.
      *
       3450-CONTA-TITULARES-EXIT.
           EXIT.
      *
       3470-SOMA-TITULAR.
      *
           ADD 1 TO WS-QTD-TITULARES.
      *
           PERFORM 3560-LER-TITULAR
               THRU 3560-LER-TITULAR-EXIT.
      *
       3470-SOMA-TITULAR-EXIT.
           EXIT.
      *
      ** POSICIONAMENTO NO PRIMEIRO TITULAR DA CONTA NO CTATIT
      *
       3500-POSICIONA-TITULARES.
      *
           MOVE 'N'                 TO WS-SW-FIM-TITULARES.
           MOVE WS-AGENCIA-ANTERIOR TO TIT-AGENCIA.
           MOVE WS-CONTA-ANTERIOR   TO TIT-CONTA.
           MOVE ZEROS               TO TIT-SEQUENCIA.
      *
           START CTATIT KEY NOT < TIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-TITULARES
                   GO TO 3500-POSICIONA-TITULARES-EXIT
           END-START.
      *
           PERFORM 3560-LER-TITULAR
               THRU 3560-LER-TITULAR-EXIT.
      *
       3500-POSICIONA-TITULARES-EXIT.
           EXIT.
      *
      ** GRAVACAO DA CONTA PARA UM TITULAR, COM OS DADOS DO TITULAR
      ** PARA O CABECALHO DO INFORME
      *
       3550-GRAVA-TRABALHO.
      *
           MOVE SPACES              TO REG-CCINFWRK.
           MOVE TIT-CPF-CNPJ        TO WRK-CPF-CNPJ.
           MOVE WS-AGENCIA-ANTERIOR TO WRK-AGENCIA.
           MOVE WS-CONTA-ANTERIOR   TO WRK-CONTA.
           MOVE WS-CONTA-DV         TO WRK-CONTA-DV.
           MOVE TIT-NOME            TO WRK-NOME.
           MOVE TIT-ENDERECO        TO WRK-ENDERECO.
           MOVE WS-QTD-TITULARES    TO WRK-QTD-TITULARES.
           MOVE WS-SALDO-ANTERIOR   TO WRK-SALDO-ANTERIOR.
           MOVE WS-SALDO-ATUAL      TO WRK-SALDO-ATUAL.
           MOVE WS-RENDIMENTOS      TO WRK-RENDIMENTOS.
      *
           WRITE REG-CCINFWRK.
      *
           PERFORM 3560-LER-TITULAR
               THRU 3560-LER-TITULAR-EXIT.
      *
       3550-GRAVA-TRABALHO-EXIT.
           EXIT.
      *
      ** LEITURA DO PROXIMO TITULAR DA CONTA NA FAIXA DE CHAVE DA
      ** CONTA NO CTATIT
      *
       3560-LER-TITULAR.
      *
           READ CTATIT NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-TITULARES
                   GO TO 3560-LER-TITULAR-EXIT
           END-READ.
      *
           IF TIT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               OR TIT-CONTA NOT = WS-CONTA-ANTERIOR
               MOVE 'S' TO WS-SW-FIM-TITULARES
           END-IF.
      *
       3560-LER-TITULAR-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DA SEGUNDA ORDENACAO: RELE O ARQUIVO DE
      ** TRABALHO GRAVADO NA APURACAO POR CONTA
      *
       4000-LE-TRABALHO.
      *
           OPEN INPUT CCINFWRK.
      *
           PERFORM 4100-LER-TRABALHO
               THRU 4100-LER-TRABALHO-EXIT.
      *
           PERFORM 4200-LIBERA-TRABALHO
               THRU 4200-LIBERA-TRABALHO-EXIT
               UNTIL WS-FIM-TRABALHO.
      *
           CLOSE CCINFWRK.
      *
       4000-LE-TRABALHO-EXIT.
           EXIT.
      *
       4100-LER-TRABALHO.
      *
           READ CCINFWRK
               AT END
                   MOVE 'S' TO WS-SW-FIM-TRABALHO
                   GO TO 4100-LER-TRABALHO-EXIT
           END-READ.
      *
       4100-LER-TRABALHO-EXIT.
           EXIT.
      *
       4200-LIBERA-TRABALHO.
      *
           MOVE REG-CCINFWRK TO REG-SORT-INF.
           RELEASE REG-SORT-INF.
      *
           PERFORM 4100-LER-TRABALHO
               THRU 4100-LER-TRABALHO-EXIT.
      *
       4200-LIBERA-TRABALHO-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DA SEGUNDA ORDENACAO: UM INFORME POR
      ** CPF/CNPJ COM TODAS AS CONTAS DO TITULAR, E O DETALHE DE CADA
      ** CONTA NO ARQUIVO DA RECEITA
      *
       5000-EMITE-INFORMES.
      *
           PERFORM 5100-RETORNA-SORT
               THRU 5100-RETORNA-SORT-EXIT.
      *
           PERFORM 5200-PROCESSA-CONTA
               THRU 5200-PROCESSA-CONTA-EXIT
               UNTIL WS-FIM-INFORME.
      *
           IF NOT WS-E-PRIMEIRO-TITULAR
               PERFORM 5400-FECHA-TITULAR
                   THRU 5400-FECHA-TITULAR-EXIT
           END-IF.
      *
       5000-EMITE-INFORMES-EXIT.
           EXIT.
      *
       5100-RETORNA-SORT.
      *
           RETURN SORTWK02
               AT END
                   MOVE 'S' TO WS-SW-FIM-INFORME
                   GO TO 5100-RETORNA-SORT-EXIT
           END-RETURN.
      *
       5100-RETORNA-SORT-EXIT.
           EXIT.
      *
       5200-PROCESSA-CONTA.
      *
           IF WS-E-PRIMEIRO-TITULAR
              OR SRI-CPF-CNPJ NOT = WS-CPF-CNPJ-ANTERIOR
               IF NOT WS-E-PRIMEIRO-TITULAR
                   PERFORM 5400-FECHA-TITULAR
                       THRU 5400-FECHA-TITULAR-EXIT
               END-IF
               PERFORM 5300-ABRE-TITULAR
                   THRU 5300-ABRE-TITULAR-EXIT
           END-IF.
      *
           PERFORM 5500-IMPRIME-CONTA
               THRU 5500-IMPRIME-CONTA-EXIT.
      *
           PERFORM 5100-RETORNA-SORT
               THRU 5100-RETORNA-SORT-EXIT.
      *
       5200-PROCESSA-CONTA-EXIT.
           EXIT.
      *
      ** CABECALHO DO INFORME DE UM TITULAR, COM O NOME E O ENDERECO
      ** DO CADASTRO DA PRIMEIRA CONTA DELE
      *
       5300-ABRE-TITULAR.
      *
           MOVE 'N' TO WS-SW-PRIMEIRO-TITULAR.
           MOVE SRI-CPF-CNPJ TO WS-CPF-CNPJ-ANTERIOR.
           MOVE ZEROS        TO WS-TOTAIS-TITULAR.
           ADD 1 TO WS-QTD-INFORMES.
      *
           MOVE SRI-NOME       TO LT-NOME.
           MOVE SRI-CPF-CNPJ   TO LT-CPF-CNPJ.
           MOVE SRI-LOGRADOURO TO LE-LOGRADOURO.
           MOVE SRI-CIDADE     TO LE-CIDADE.
           MOVE SRI-UF         TO LE-UF.
           MOVE SRI-CEP        TO LE-CEP.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCINFRPT FROM WS-LINHA-SEPARADOR.
           WRITE REG-CCINFRPT FROM WS-CABECALHO-1.
           WRITE REG-CCINFRPT FROM WS-LINHA-PARAMETROS.
           WRITE REG-CCINFRPT FROM WS-LINHA-TITULAR.
           WRITE REG-CCINFRPT FROM WS-LINHA-ENDERECO-1.
           WRITE REG-CCINFRPT FROM WS-LINHA-ENDERECO-2.
           WRITE REG-CCINFRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCINFRPT FROM WS-CABECALHO-DETALHE.
      *
       5300-ABRE-TITULAR-EXIT.
           EXIT.
      *
      ** FECHAMENTO DO INFORME DO TITULAR: TOTAL DAS SUAS CONTAS
      *
       5400-FECHA-TITULAR.
      *
           MOVE WS-TOTAIS-TITULAR TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL TITULAR' TO RES-ROTULO.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-BRANCO.
           PERFORM 5800-IMPRIME-RESUMO
               THRU 5800-IMPRIME-RESUMO-EXIT.
      *
       5400-FECHA-TITULAR-EXIT.
           EXIT.
      *
      ** UMA CONTA DO TITULAR: LINHA DO INFORME E DETALHE DO ARQUIVO
      ** DA RECEITA. NA CONTA CONJUNTA CADA TITULAR INFORMA OS
      ** VALORES INTEGRAIS DA CONTA, MARCADA COMO CONJUNTA
      *
       5500-IMPRIME-CONTA.
      *
           MOVE SRI-AGENCIA        TO DET-AGENCIA.
           MOVE SRI-CONTA          TO DET-CONTA.
           MOVE SRI-CONTA-DV       TO DET-DV.
           MOVE SRI-SALDO-ANTERIOR TO DET-SALDO-ANTERIOR.
           MOVE SRI-SALDO-ATUAL    TO DET-SALDO-ATUAL.
           MOVE SRI-RENDIMENTOS    TO DET-RENDIMENTOS.
      *
           MOVE SPACES             TO REG-INFREND.
           MOVE '1'                TO INF-TIPO-REGISTRO.
      *
           IF SRI-QTD-TITULARES > 1
               MOVE 'SIM'          TO DET-CONJUNTA
               MOVE 'S'            TO INF-IND-CONJUNTA
           ELSE
               MOVE 'NAO'          TO DET-CONJUNTA
               MOVE 'N'            TO INF-IND-CONJUNTA
           END-IF.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-DETALHE.
      *
           MOVE SRI-CPF-CNPJ       TO INF-CPF-CNPJ.
           MOVE SRI-NOME           TO INF-NOME.
           MOVE SRI-AGENCIA        TO INF-AGENCIA.
           MOVE SRI-CONTA          TO INF-CONTA.
           MOVE SRI-CONTA-DV       TO INF-CONTA-DV.
           MOVE SRI-SALDO-ANTERIOR TO INF-SALDO-ANTERIOR.
           MOVE SRI-SALDO-ATUAL    TO INF-SALDO-ATUAL.
           MOVE SRI-RENDIMENTOS    TO INF-RENDIMENTOS.
      *
           WRITE REG-INFREND.
           ADD 1 TO WS-QTD-DETALHES.
      *
           ADD 1 TO WS-TTI-QTD-CONTAS
                    WS-TGE-QTD-CONTAS.
           ADD SRI-SALDO-ANTERIOR TO WS-TTI-SALDO-ANTERIOR
                                     WS-TGE-SALDO-ANTERIOR.
           ADD SRI-SALDO-ATUAL    TO WS-TTI-SALDO-ATUAL
                                     WS-TGE-SALDO-ATUAL.
           ADD SRI-RENDIMENTOS    TO WS-TTI-RENDIMENTOS
                                     WS-TGE-RENDIMENTOS.
      *
       5500-IMPRIME-CONTA-EXIT.
           EXIT.
      *
      ** IMPRESSAO DA LINHA DE TOTAIS A PARTIR DE WS-TOTAIS-IMPRESSAO
      ** (RES-ROTULO JA PREENCHIDO)
      *
       5800-IMPRIME-RESUMO.
      *
           MOVE WS-TIM-QTD-CONTAS     TO RES-QTD-CONTAS.
           MOVE WS-TIM-SALDO-ANTERIOR TO RES-SALDO-ANTERIOR.
           MOVE WS-TIM-SALDO-ATUAL    TO RES-SALDO-ATUAL.
           MOVE WS-TIM-RENDIMENTOS    TO RES-RENDIMENTOS.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-RESUMO.
      *
       5800-IMPRIME-RESUMO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: TOTAIS GERAIS DO INFORME (AS CONTAS CONJUNTAS
      ** ENTRAM UMA VEZ POR TITULAR) E TRAILER DO ARQUIVO DA RECEITA
      *
       9000-FINALIZACAO.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCINFRPT FROM WS-LINHA-SEPARADOR.
      *
           MOVE WS-TOTAIS-GERAL TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL GERAL' TO RES-ROTULO.
      *
           PERFORM 5800-IMPRIME-RESUMO
               THRU 5800-IMPRIME-RESUMO-EXIT.
      *
           MOVE WS-QTD-MOVIMENTOS  TO TOT-MOVIMENTOS.
           MOVE WS-QTD-CONTAS      TO TOT-CONTAS.
           MOVE WS-QTD-SEM-SALDO   TO TOT-SEM-SALDO.
           MOVE WS-QTD-SEM-TITULAR TO TOT-SEM-TITULAR.
           MOVE WS-QTD-INFORMES    TO TOT-INFORMES.
           MOVE WS-QTD-DETALHES    TO TOT-DETALHES.
      *
           WRITE REG-CCINFRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCINFRPT FROM WS-LINHA-TOTAIS-1.
           WRITE REG-CCINFRPT FROM WS-LINHA-TOTAIS-2.
           WRITE REG-CCINFRPT FROM WS-LINHA-TOTAIS-3.
      *
           MOVE SPACES             TO REG-INFREND.
           MOVE '9'                TO INF-TIPO-REGISTRO.
           MOVE WS-QTD-DETALHES    TO INF-QTD-DETALHES.
           MOVE WS-QTD-INFORMES    TO INF-QTD-TITULARES.
           MOVE WS-TGE-RENDIMENTOS TO INF-TOT-RENDIMENTOS.
           WRITE REG-INFREND.
      *
           CLOSE CTAMVX.
           CLOSE CTACADM.
           CLOSE CTATIT.
           CLOSE CCINFRPT.
           CLOSE INFREND.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCINFREN.
