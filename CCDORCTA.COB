      ****************************************************************
      * PROGRAM: CCDORCTA                                            *
      *                                                              *
      * DESCRIPTION: APURACAO MENSAL DAS CONTAS DORMENTES DO BANCO   *
      *              FUTURE SCHOOL. LE O ARQUIVO DE HISTORIA         *
      *              (CTAMOVH) E O MOVIMENTO DO PERIODO (CTAMOV) E   *
      *              APURA A DATA DO ULTIMO MOVIMENTO DO CLIENTE DE  *
      *              CADA CONTA: SO DEBITO E CREDITO CONTAM; JUROS,  *
      *              JUROS DE CHEQUE ESPECIAL, TARIFA, ESTORNOS E OS *
      *              MOVIMENTOS DE STATUS NAO. CONTA SEM NENHUM      *
      *              MOVIMENTO DO CLIENTE CONTA A PARTIR DA DATA DE  *
      *              ABERTURA. A CONTA ATIVA SEM MOVIMENTO HA PELO   *
      *              MENOS O PRAZO DO PARAMETRO (EM MESES) PASSA A   *
      *              DORMENTE NO CTACADM (CTA-STATUS 'D'); O         *
      *              CCJURTAR DEIXA DE COBRAR TARIFA DELA E O        *
      *              CCLANCTO/CCTELLAN A REATIVAM NO PROXIMO DEBITO  *
      *              OU CREDITO DO CLIENTE. EMITE O RELATORIO DE     *
      *              SALDOS DORMENTES POR AGENCIA E TITULAR PARA O   *
      *              PROCESSO DE VALORES NAO RECLAMADOS              *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCDORPRM   PARAMETRO COM A DATA DE REFERENCIA (ZERADA VALE *
      *               A DATA DO SISTEMA) E O PRAZO EM MESES SEM      *
      *               MOVIMENTO (ZERADO VALE 12)                     *
      *   CTAMOVH    ARQUIVO DE HISTORIA DO MOVIMENTO                *
      *   CTAMOV     HISTORICO DE MOVIMENTO DO PERIODO CORRENTE      *
      *   CTATIT     CADASTRO DE TITULARES (INDEXADO POR TIT-CHAVE)  *
      *                                                              *
      * OUTPUT                                                       *
      *   CTACADM    CADASTRO DE CONTAS, COM AS NOVAS DORMENTES      *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *   CCDORRPT   RELATORIO DE SALDOS DORMENTES POR AGENCIA E     *
      *               TITULAR                                        *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCDORCTA.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. APURACAO MENSAL DAS CONTAS DORMENTES.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCDORPRM ASSIGN TO CCDORPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAMOVH ASSIGN TO CTAMOVH
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAMOV ASSIGN TO CTAMOV
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCDORRPT ASSIGN TO CCDORRPT
               ORGANIZATION IS SEQUENTIAL.
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
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCDORPRM
           RECORDING MODE IS F.
       01 REG-CCDORPRM.
           05 PRM-DATA-REFERENCIA   PIC 9(08).
           05 PRM-MESES-PRAZO       PIC 9(03).
           05 FILLER                PIC X(69).
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
       FD  CCDORRPT
           RECORDING MODE IS F.
       01 REG-CCDORRPT              PIC X(133).
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CTATIT
           RECORDING MODE IS F.
       COPY CTATIT.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       SD  SORTWK01.
       01 REG-SORT-MOV.
           05 SRT-AGENCIA            PIC 9(04).
           05 SRT-CONTA              PIC 9(09).
           05 SRT-DATA               PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTAMOVH     PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAMOVH                VALUE 'S'.
           05 WS-SW-FIM-CTAMOV      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAMOV                 VALUE 'S'.
           05 WS-SW-FIM-SORT        PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT                   VALUE 'S'.
           05 WS-SW-FIM-CADASTRO    PIC X(01) VALUE 'N'.
               88 WS-FIM-CADASTRO               VALUE 'S'.
           05 WS-SW-FIM-TITULARES   PIC X(01) VALUE 'N'.
               88 WS-FIM-TITULARES              VALUE 'S'.
           05 WS-SW-PRIMEIRA-CONTA  PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRA-CONTA           VALUE 'S'.
           05 WS-SW-PRIMEIRA-AGENCIA PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRA-AGENCIA         VALUE 'S'.
           05 WS-SW-NOVA-DORMENTE   PIC X(01) VALUE 'N'.
               88 WS-NOVA-DORMENTE              VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
           05 WS-CTATIT-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTATIT-OK                    VALUE '00'.
               88 WS-CTATIT-NAO-ENCONTRADO         VALUE '23'.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCDORPRM
      *
       01 WS-PARAMETROS.
           05 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
           05 WS-DATA-REF-R REDEFINES WS-DATA-REFERENCIA.
               10 WS-REF-ANO        PIC 9(04).
               10 WS-REF-MES        PIC 9(02).
               10 WS-REF-DIA        PIC 9(02).
           05 WS-MESES-PRAZO        PIC 9(03) VALUE ZEROS.
      *
      ** MOVIMENTO LIDO DO CTAMOVH OU DO CTAMOV, NA AREA COMUM DO
      ** FILTRO DE MOVIMENTO DO CLIENTE. SO DEBITO E CREDITO QUE NAO
      ** SEJAM ESTORNO NEM LANCAMENTO DO PROPRIO BANCO (HISTORICOS
      ** GRAVADOS PELO CCJURTAR) CONTAM COMO MOVIMENTO DO CLIENTE
      *
       01 WS-MOVIMENTO.
           05 WS-MOV-AGENCIA        PIC 9(04).
           05 WS-MOV-CONTA          PIC 9(09).
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-TIPO           PIC X(01).
               88 WS-MOV-DEBITO-CREDITO         VALUE 'D' 'C'.
           05 WS-MOV-HISTORICO      PIC X(40).
               88 WS-MOV-LANCAMENTO-BANCO        VALUE 'JUROS'
                                        'JUROS CHEQUE ESPECIAL'
                                        'TARIFA MANUTENCAO'.
           05 WS-MOV-IND-ESTORNO    PIC X(01).
               88 WS-MOV-ESTORNO                VALUE 'S'.
      *
      ** CHAVE DA CONTA EM APURACAO NO FLUXO DE MOVIMENTO; O GRUPO E
      ** COMPARAVEL DIRETAMENTE COM CTA-CHAVE NA VARREDURA CASADA DO
      ** CADASTRO (MESMA TECNICA DO CCRECSLD)
      *
       01 WS-CONTROLE-QUEBRA.
           05 WS-AGENCIA-ANTERIOR   PIC 9(04) VALUE ZEROS.
           05 WS-CONTA-ANTERIOR     PIC 9(09) VALUE ZEROS.
      *
       01 WS-DATA-ULTIMO-SORT       PIC 9(08) VALUE ZEROS.
      *
      ** DATA DO ULTIMO MOVIMENTO DO CLIENTE DA CONTA EM AVALIACAO E
      ** MESES COMPLETOS DECORRIDOS ATE A DATA DE REFERENCIA
      *
       01 WS-DATA-ULTIMO-MOV        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ULT-R REDEFINES WS-DATA-ULTIMO-MOV.
           05 WS-ULT-ANO            PIC 9(04).
           05 WS-ULT-MES            PIC 9(02).
           05 WS-ULT-DIA            PIC 9(02).
      *
       01 WS-MESES-SEM-MOV          PIC S9(05) VALUE ZEROS.
      *
       01 WS-AGENCIA-IMPRESSA       PIC 9(04) VALUE ZEROS.
      *
      ** IMAGEM DA CONTA ANTES DA MARCACAO, PARA O LOG DE ALTERACOES
      ** (CCALTLOG)
      *
       01 WS-ALT-IMAGEM-ANTES       PIC X(200) VALUE SPACES.
      *
      ** TOTAIS POR AGENCIA E GERAL; OS TRES GRUPOS TEM O MESMO
      ** FORMATO E O DE IMPRESSAO RECEBE O NIVEL QUE ESTA SENDO
      ** FECHADO
      *
       01 WS-TOTAIS-AGENCIA.
           05 WS-TAG-QTD-DORMENTES  PIC 9(07).
           05 WS-TAG-QTD-NOVAS      PIC 9(07).
           05 WS-TAG-SALDO          PIC S9(15)V99.
      *
       01 WS-TOTAIS-GERAL.
           05 WS-TGE-QTD-DORMENTES  PIC 9(07).
           05 WS-TGE-QTD-NOVAS      PIC 9(07).
           05 WS-TGE-SALDO          PIC S9(15)V99.
      *
       01 WS-TOTAIS-IMPRESSAO.
           05 WS-TIM-QTD-DORMENTES  PIC 9(07).
           05 WS-TIM-QTD-NOVAS      PIC 9(07).
           05 WS-TIM-SALDO          PIC S9(15)V99.
      *
       01 WS-CONTADORES.
           05 WS-QTD-MOVIMENTOS     PIC 9(09) VALUE ZEROS.
           05 WS-QTD-EXAMINADAS     PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'SALDOS DE CONTAS DORMENTES'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(20) VALUE
                   'DATA DE REFERENCIA: '.
               10 PAR-DATA          PIC 9999/99/99.
               10 FILLER            PIC X(26) VALUE
                   '   PRAZO SEM MOVIMENTO: '.
               10 PAR-MESES         PIC ZZ9.
               10 FILLER            PIC X(06) VALUE ' MESES'.
               10 FILLER            PIC X(68) VALUE SPACES.
      *
           05 WS-LINHA-AGENCIA.
               10 FILLER            PIC X(09) VALUE 'AGENCIA: '.
               10 AGE-NUMERO        PIC 9(04).
               10 FILLER            PIC X(120) VALUE SPACES.
      *
           05 WS-CABECALHO-DETALHE.
               10 FILLER            PIC X(50) VALUE
                   ' CONTA        TITULAR'.
               10 FILLER            PIC X(50) VALUE
                   '      CPF/CNPJ        ULTIMO MOV  DORMENTE EM'.
               10 FILLER            PIC X(33) VALUE
                   '      SALDO  OCORRENCIA'.
      *
           05 WS-LINHA-DETALHE.
               10 FILLER            PIC X(01) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(01) VALUE '-'.
               10 DET-DV            PIC X(01).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-NOME          PIC X(40).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-CPF-CNPJ      PIC 9(14).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ULTIMO-MOV    PIC 9999/99/99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DORMENCIA     PIC 9999/99/99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SALDO         PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-OCORRENCIA    PIC X(10).
               10 FILLER            PIC X(10) VALUE SPACES.
      *
      ** DEMAIS TITULARES DA CONTA CONJUNTA, NAS LINHAS SEGUINTES
      *
           05 WS-LINHA-COTITULAR.
               10 FILLER            PIC X(14) VALUE SPACES.
               10 COT-NOME          PIC X(40).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 COT-CPF-CNPJ      PIC 9(14).
               10 FILLER            PIC X(63) VALUE SPACES.
      *
           05 WS-LINHA-RESUMO.
               10 RES-ROTULO        PIC X(16).
               10 FILLER            PIC X(19) VALUE
                   'CONTAS DORMENTES: '.
               10 RES-QTD-DORMENTES PIC ZZZ,ZZ9.
               10 FILLER            PIC X(20) VALUE
                   '   NOVAS NO MES: '.
               10 RES-QTD-NOVAS     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(12) VALUE
                   '   SALDO: '.
               10 RES-SALDO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(33) VALUE SPACES.
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
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(24) VALUE
                   'MOVIMENTOS DO CLIENTE: '.
               10 TOT-MOVIMENTOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                   'CONTAS EXAMINADAS: '.
               10 TOT-EXAMINADAS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(59) VALUE SPACES.
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
               INPUT PROCEDURE IS 2000-SELECIONA-MOVIMENTO
               OUTPUT PROCEDURE IS 3000-APURA-CONTAS.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: DATA DE REFERENCIA (ZERADA OU AUSENTE VALE A
      ** DATA DO SISTEMA) E PRAZO EM MESES (ZERADO OU AUSENTE VALE
      ** 12 MESES)
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCDORPRM.
      *
           READ CCDORPRM
               AT END
                   MOVE ZEROS TO PRM-DATA-REFERENCIA
                   MOVE ZEROS TO PRM-MESES-PRAZO
           END-READ.
      *
           IF PRM-DATA-REFERENCIA NUMERIC
               MOVE PRM-DATA-REFERENCIA TO WS-DATA-REFERENCIA
           END-IF.
      *
           IF PRM-MESES-PRAZO NUMERIC
               MOVE PRM-MESES-PRAZO TO WS-MESES-PRAZO
           END-IF.
      *
           CLOSE CCDORPRM.
      *
           IF WS-DATA-REFERENCIA = ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
      *
           IF WS-MESES-PRAZO = ZEROS
               MOVE 12 TO WS-MESES-PRAZO
           END-IF.
      *
           MOVE ZEROS TO WS-TOTAIS-AGENCIA.
           MOVE ZEROS TO WS-TOTAIS-GERAL.
      *
           OPEN I-O    CTACADM.
           OPEN INPUT  CTATIT.
           OPEN OUTPUT CCDORRPT.
           OPEN EXTEND CCALTLOG.
      *
           MOVE WS-DATA-REFERENCIA TO PAR-DATA.
           MOVE WS-MESES-PRAZO     TO PAR-MESES.
      *
           WRITE REG-CCDORRPT FROM WS-CABECALHO-1.
           WRITE REG-CCDORRPT FROM WS-LINHA-PARAMETROS.
      *
           PERFORM 3140-LER-CADASTRO
               THRU 3140-LER-CADASTRO-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DO SORT: PASSA PARA O SORT OS MOVIMENTOS DO
      ** CLIENTE DA HISTORIA E DO PERIODO CORRENTE
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
           MOVE HST-HISTORICO       TO WS-MOV-HISTORICO.
           MOVE HST-IND-ESTORNO     TO WS-MOV-IND-ESTORNO.
      *
           PERFORM 2500-FILTRA-MOVIMENTO
               THRU 2500-FILTRA-MOVIMENTO-EXIT.
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
           MOVE MOV-HISTORICO       TO WS-MOV-HISTORICO.
           MOVE MOV-IND-ESTORNO     TO WS-MOV-IND-ESTORNO.
      *
           PERFORM 2500-FILTRA-MOVIMENTO
               THRU 2500-FILTRA-MOVIMENTO-EXIT.
      *
           PERFORM 2100-LER-CTAMOV
               THRU 2100-LER-CTAMOV-EXIT.
      *
       2300-LIBERA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** FILTRO DO MOVIMENTO DO CLIENTE: ABERTURA, BLOQUEIO,
      ** DESBLOQUEIO, ENCERRAMENTO E LIMITE SAO MOVIMENTOS DE STATUS;
      ** JUROS E TARIFA SAO LANCADOS PELO BANCO; O ESTORNO DESFAZ UM
      ** MOVIMENTO ERRADO. NENHUM DELES MOSTRA A CONTA EM USO
      *
       2500-FILTRA-MOVIMENTO.
      *
           IF NOT WS-MOV-DEBITO-CREDITO
               GO TO 2500-FILTRA-MOVIMENTO-EXIT
           END-IF.
      *
           IF WS-MOV-ESTORNO
               OR WS-MOV-LANCAMENTO-BANCO
               GO TO 2500-FILTRA-MOVIMENTO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-MOVIMENTOS.
      *
           MOVE WS-MOV-AGENCIA      TO SRT-AGENCIA.
           MOVE WS-MOV-CONTA        TO SRT-CONTA.
           MOVE WS-MOV-DATA         TO SRT-DATA.
           RELEASE REG-SORT-MOV.
      *
       2500-FILTRA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DO SORT: APURA A DATA DO ULTIMO MOVIMENTO
      ** DO CLIENTE DE CADA CONTA COM QUEBRA POR AGENCIA/CONTA, NUMA
      ** VARREDURA CASADA COM O CADASTRO (OS DOIS FLUXOS SAO
      ** ASCENDENTES POR AGENCIA E CONTA); CONTA DO CADASTRO SEM
      ** MOVIMENTO DO CLIENTE E AVALIADA PELA DATA DE ABERTURA
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
           PERFORM 3460-CONTA-SEM-MOVIMENTO
               THRU 3460-CONTA-SEM-MOVIMENTO-EXIT
               UNTIL WS-FIM-CADASTRO.
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
      ** LEITURA SEQUENCIAL DO CADASTRO DE CONTAS PARA A VARREDURA
      ** CASADA
      *
       3140-LER-CADASTRO.
      *
           READ CTACADM NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-CADASTRO
                   GO TO 3140-LER-CADASTRO-EXIT
           END-READ.
      *
       3140-LER-CADASTRO-EXIT.
           EXIT.
      *
      ** CADA MOVIMENTO DO SORT: A ORDEM ASCENDENTE POR DATA DEIXA NA
      ** AREA DA CONTA, AO FIM DO GRUPO, A DATA DO ULTIMO MOVIMENTO
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
           MOVE SRT-DATA TO WS-DATA-ULTIMO-SORT.
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
           MOVE SRT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE SRT-CONTA   TO WS-CONTA-ANTERIOR.
           MOVE ZEROS       TO WS-DATA-ULTIMO-SORT.
      *
       3300-ABRE-CONTA-EXIT.
           EXIT.
      *
      ** FECHAMENTO DE UMA CONTA DO FLUXO DE MOVIMENTO: AVANCA A
      ** VARREDURA DO CADASTRO ATE A CHAVE DA CONTA (AVALIANDO AS
      ** CONTAS QUE FICARAM PARA TRAS SEM MOVIMENTO DO CLIENTE) E
      ** AVALIA A CONTA PELA DATA DO ULTIMO MOVIMENTO. MOVIMENTO DE
      ** CONTA FORA DO CADASTRO E IGNORADO (O CCRECSLD O APONTA)
      *
       3400-FECHA-CONTA.
      *
           PERFORM 3450-CONSOME-CADASTRO
               THRU 3450-CONSOME-CADASTRO-EXIT.
      *
           IF WS-FIM-CADASTRO
               OR CTA-CHAVE NOT = WS-CONTROLE-QUEBRA
               GO TO 3400-FECHA-CONTA-EXIT
           END-IF.
      *
           MOVE WS-DATA-ULTIMO-SORT TO WS-DATA-ULTIMO-MOV.
      *
           PERFORM 3500-AVALIA-CONTA
               THRU 3500-AVALIA-CONTA-EXIT.
      *
           PERFORM 3140-LER-CADASTRO
               THRU 3140-LER-CADASTRO-EXIT.
      *
       3400-FECHA-CONTA-EXIT.
           EXIT.
      *
      ** AVANCO DA VARREDURA DO CADASTRO ATE A CHAVE DA CONTA EM
      ** FECHAMENTO
      *
       3450-CONSOME-CADASTRO.
      *
           PERFORM 3460-CONTA-SEM-MOVIMENTO
               THRU 3460-CONTA-SEM-MOVIMENTO-EXIT
               UNTIL WS-FIM-CADASTRO
                   OR CTA-CHAVE NOT < WS-CONTROLE-QUEBRA.
      *
       3450-CONSOME-CADASTRO-EXIT.
           EXIT.
      *
      ** CONTA DO CADASTRO SEM NENHUM MOVIMENTO DO CLIENTE: O PRAZO
      ** CORRE DESDE A ABERTURA. REGISTRO SEM DATA DE ABERTURA FICA
      ** COM DATA ZERO E NAO E MARCADO
      *
       3460-CONTA-SEM-MOVIMENTO.
      *
           IF CTA-DATA-ABERTURA NUMERIC
               MOVE CTA-DATA-ABERTURA TO WS-DATA-ULTIMO-MOV
           ELSE
               MOVE ZEROS             TO WS-DATA-ULTIMO-MOV
           END-IF.
      *
           PERFORM 3500-AVALIA-CONTA
               THRU 3500-AVALIA-CONTA-EXIT.
      *
           PERFORM 3140-LER-CADASTRO
               THRU 3140-LER-CADASTRO-EXIT.
      *
       3460-CONTA-SEM-MOVIMENTO-EXIT.
           EXIT.
      *
      ** AVALIACAO DE UMA CONTA DO CADASTRO: CONTA ATIVA COM PELO
      ** MENOS O PRAZO DO PARAMETRO EM MESES COMPLETOS SEM MOVIMENTO
      ** DO CLIENTE PASSA A DORMENTE; TODA CONTA DORMENTE (NOVA OU
      ** DE MESES ANTERIORES) SAI NO RELATORIO DE SALDOS. CONTA
      ** BLOQUEADA OU ENCERRADA NAO E AVALIADA
      *
       3500-AVALIA-CONTA.
      *
           ADD 1 TO WS-QTD-EXAMINADAS.
           MOVE 'N' TO WS-SW-NOVA-DORMENTE.
      *
           IF CTA-STATUS-ATIVA
               AND WS-DATA-ULTIMO-MOV NOT = ZEROS
               COMPUTE WS-MESES-SEM-MOV =
                   (WS-REF-ANO * 12 + WS-REF-MES)
                   - (WS-ULT-ANO * 12 + WS-ULT-MES)
               IF WS-REF-DIA < WS-ULT-DIA
                   SUBTRACT 1 FROM WS-MESES-SEM-MOV
               END-IF
               IF WS-MESES-SEM-MOV NOT < WS-MESES-PRAZO
                   PERFORM 3550-MARCA-DORMENTE
                       THRU 3550-MARCA-DORMENTE-EXIT
               END-IF
           END-IF.
      *
           IF CTA-STATUS-DORMENTE
               PERFORM 3600-IMPRIME-DORMENTE
                   THRU 3600-IMPRIME-DORMENTE-EXIT
           END-IF.
      *
       3500-AVALIA-CONTA-EXIT.
           EXIT.
      *
      ** MARCACAO DA CONTA COMO DORMENTE, COM A DATA DE REFERENCIA
      ** COMO DATA DA DORMENCIA (REGRAVACAO DO ULTIMO REGISTRO LIDO
      ** NA VARREDURA DO CADASTRO). A MARCACAO EFETIVADA VAI PARA O
      ** LOG DE ALTERACOES COM A IMAGEM DA CONTA ANTES E DEPOIS
      *
       3550-MARCA-DORMENTE.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'D'                TO CTA-STATUS.
           MOVE WS-DATA-REFERENCIA TO CTA-DATA-DORMENCIA.
      *
           REWRITE REG-CTACADM
               INVALID KEY
                   MOVE WS-ALT-IMAGEM-ANTES TO REG-CTACADM
                   MOVE CTA-AGENCIA TO EXC-AGENCIA
                   MOVE CTA-NUMERO  TO EXC-CONTA
                   MOVE 'FALHA NA MARCACAO DA CONTA COMO DORMENTE'
                       TO EXC-MOTIVO
                   WRITE REG-CCDORRPT FROM WS-LINHA-EXCECAO
                   GO TO 3550-MARCA-DORMENTE-EXIT
           END-REWRITE.
      *
           PERFORM 3560-REGISTRA-ALTERACAO
               THRU 3560-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'S' TO WS-SW-NOVA-DORMENTE.
      *
       3550-MARCA-DORMENTE-EXIT.
           EXIT.
      *
      ** REGISTRO DA MARCACAO NO LOG DE ALTERACOES: A ORIGEM E O
      ** PROPRIO CCDORCTA, COM A POSICAO DA CONTA NA VARREDURA DO
      ** CADASTRO
      *
       3560-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTACADM'           TO ALT-ARQUIVO.
           MOVE CTA-CHAVE           TO ALT-CHAVE.
           MOVE 'A'                 TO ALT-OPERACAO.
           MOVE 'D'                 TO ALT-FUNCAO.
           MOVE 'CCDORCTA'          TO ALT-PROGRAMA.
           MOVE 'CCDORCTA'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-EXAMINADAS   TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTACADM         TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       3560-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** LISTAGEM DE UMA CONTA DORMENTE COM O TITULAR PRINCIPAL NA
      ** LINHA DA CONTA E OS DEMAIS TITULARES DA CONTA CONJUNTA NAS
      ** LINHAS SEGUINTES, COM QUEBRA POR AGENCIA
      *
       3600-IMPRIME-DORMENTE.
      *
           EVALUATE TRUE
               WHEN WS-E-PRIMEIRA-AGENCIA
                   PERFORM 3650-ABRE-AGENCIA
                       THRU 3650-ABRE-AGENCIA-EXIT
               WHEN CTA-AGENCIA NOT = WS-AGENCIA-IMPRESSA
                   PERFORM 3700-FECHA-AGENCIA
                       THRU 3700-FECHA-AGENCIA-EXIT
                   PERFORM 3650-ABRE-AGENCIA
                       THRU 3650-ABRE-AGENCIA-EXIT
           END-EVALUATE.
      *
      ** REGISTRO ANTERIOR A CRIACAO DA DATA DE DORMENCIA AINDA TRAZ
      ** BRANCOS NO ESPACO DO EX-FILLER
      *
           IF CTA-DATA-DORMENCIA NOT NUMERIC
               MOVE ZEROS TO CTA-DATA-DORMENCIA
           END-IF.
      *
           MOVE CTA-NUMERO             TO DET-CONTA.
           MOVE CTA-DIGITO-VERIFICADOR TO DET-DV.
           MOVE WS-DATA-ULTIMO-MOV     TO DET-ULTIMO-MOV.
           MOVE CTA-DATA-DORMENCIA     TO DET-DORMENCIA.
           MOVE CTA-SALDO              TO DET-SALDO.
      *
           IF WS-NOVA-DORMENTE
               MOVE 'NOVA'  TO DET-OCORRENCIA
               ADD 1 TO WS-TAG-QTD-NOVAS
                        WS-TGE-QTD-NOVAS
           ELSE
               MOVE SPACES  TO DET-OCORRENCIA
           END-IF.
      *
           ADD 1 TO WS-TAG-QTD-DORMENTES
                    WS-TGE-QTD-DORMENTES.
           ADD CTA-SALDO TO WS-TAG-SALDO
                            WS-TGE-SALDO.
      *
           MOVE 'N'         TO WS-SW-FIM-TITULARES.
           MOVE CTA-AGENCIA TO TIT-AGENCIA.
           MOVE CTA-NUMERO  TO TIT-CONTA.
           MOVE ZEROS       TO TIT-SEQUENCIA.
      *
           START CTATIT KEY NOT < TIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-TITULARES
           END-START.
      *
           IF NOT WS-FIM-TITULARES
               PERFORM 3760-LER-TITULAR
                   THRU 3760-LER-TITULAR-EXIT
           END-IF.
      *
           IF WS-FIM-TITULARES
               MOVE 'TITULAR NAO CADASTRADO' TO DET-NOME
               MOVE ZEROS                    TO DET-CPF-CNPJ
           ELSE
               MOVE TIT-NOME                 TO DET-NOME
               MOVE TIT-CPF-CNPJ             TO DET-CPF-CNPJ
               PERFORM 3760-LER-TITULAR
                   THRU 3760-LER-TITULAR-EXIT
           END-IF.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-DETALHE.
      *
           PERFORM 3750-LISTA-COTITULAR
               THRU 3750-LISTA-COTITULAR-EXIT
               UNTIL WS-FIM-TITULARES.
      *
       3600-IMPRIME-DORMENTE-EXIT.
           EXIT.
      *
      ** INICIO DE UMA NOVA AGENCIA NA LISTAGEM
      *
       3650-ABRE-AGENCIA.
      *
           MOVE 'N' TO WS-SW-PRIMEIRA-AGENCIA.
           MOVE CTA-AGENCIA TO WS-AGENCIA-IMPRESSA.
           MOVE ZEROS       TO WS-TOTAIS-AGENCIA.
      *
           MOVE CTA-AGENCIA TO AGE-NUMERO.
           WRITE REG-CCDORRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCDORRPT FROM WS-LINHA-AGENCIA.
           WRITE REG-CCDORRPT FROM WS-CABECALHO-DETALHE.
      *
       3650-ABRE-AGENCIA-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA AGENCIA: QUANTIDADE E SALDO DAS DORMENTES
      *
       3700-FECHA-AGENCIA.
      *
           MOVE WS-TOTAIS-AGENCIA TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL AGENCIA' TO RES-ROTULO.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-BRANCO.
           PERFORM 3800-IMPRIME-RESUMO
               THRU 3800-IMPRIME-RESUMO-EXIT.
      *
       3700-FECHA-AGENCIA-EXIT.
           EXIT.
      *
       3750-LISTA-COTITULAR.
      *
           MOVE TIT-NOME     TO COT-NOME.
           MOVE TIT-CPF-CNPJ TO COT-CPF-CNPJ.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-COTITULAR.
      *
           PERFORM 3760-LER-TITULAR
               THRU 3760-LER-TITULAR-EXIT.
      *
       3750-LISTA-COTITULAR-EXIT.
           EXIT.
      *
      ** LEITURA DO PROXIMO TITULAR DA CONTA NA FAIXA DE CHAVE DA
      ** CONTA NO CTATIT
      *
       3760-LER-TITULAR.
      *
           READ CTATIT NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-TITULARES
                   GO TO 3760-LER-TITULAR-EXIT
           END-READ.
      *
           IF TIT-AGENCIA NOT = CTA-AGENCIA
               OR TIT-CONTA NOT = CTA-NUMERO
               MOVE 'S' TO WS-SW-FIM-TITULARES
           END-IF.
      *
       3760-LER-TITULAR-EXIT.
           EXIT.
      *
      ** IMPRESSAO DA LINHA DE TOTAIS A PARTIR DE WS-TOTAIS-IMPRESSAO
      ** (RES-ROTULO JA PREENCHIDO)
      *
       3800-IMPRIME-RESUMO.
      *
           MOVE WS-TIM-QTD-DORMENTES TO RES-QTD-DORMENTES.
           MOVE WS-TIM-QTD-NOVAS     TO RES-QTD-NOVAS.
           MOVE WS-TIM-SALDO         TO RES-SALDO.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-RESUMO.
      *
       3800-IMPRIME-RESUMO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: TOTAL DA ULTIMA AGENCIA E TOTAIS GERAIS
      *
       9000-FINALIZACAO.
      *
           IF NOT WS-E-PRIMEIRA-AGENCIA
               PERFORM 3700-FECHA-AGENCIA
                   THRU 3700-FECHA-AGENCIA-EXIT
           END-IF.
      *
           MOVE WS-TOTAIS-GERAL TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL GERAL' TO RES-ROTULO.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-BRANCO.
           PERFORM 3800-IMPRIME-RESUMO
               THRU 3800-IMPRIME-RESUMO-EXIT.
      *
           MOVE WS-QTD-MOVIMENTOS TO TOT-MOVIMENTOS.
           MOVE WS-QTD-EXAMINADAS TO TOT-EXAMINADAS.
      *
           WRITE REG-CCDORRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCDORRPT FROM WS-LINHA-TOTAIS.
      *
           CLOSE CTACADM.
           CLOSE CTATIT.
           CLOSE CCDORRPT.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCDORCTA.
