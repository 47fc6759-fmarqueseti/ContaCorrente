      ****************************************************************
      * PROGRAM: CCCHQCMP                                            *
      *                                                              *
      * DESCRIPTION: COMPENSACAO DIARIA DOS CHEQUES DO BANCO FUTURE  *
      *              SCHOOL APRESENTADOS PELOS OUTROS BANCOS NA      *
      *              CAMARA. CADA CHEQUE RECEBIDO E CONFERIDO COM O  *
      *              DIGITO DA CONTA (CCDIGITO), A SITUACAO DA CONTA *
      *              NO CTACADM, A FOLHA NO CADASTRO DE CHEQUES      *
      *              (CTACHQ) E O SALDO DISPONIVEL PELA MESMA REGRA  *
      *              DO CCLANCTO (SALDO + LIMITE - BLOQUEIOS ATIVOS  *
      *              DO CTABLQ). OS CHEQUES PAGOS SAEM NUM LOTE DE   *
      *              DEBITOS NO FORMATO CTALANC PARA O CCLANCTO E A  *
      *              FOLHA E DADA COMO PAGA; OS RECUSADOS SAEM NO    *
      *              ARQUIVO DE DEVOLUCOES A CAMARA COM A ALINEA     *
      *              PADRONIZADA. OS CHEQUES SAO CLASSIFICADOS POR   *
      *              CONTA PARA QUE VARIOS CHEQUES DA MESMA CONTA NO *
      *              DIA CONSUMAM O MESMO SALDO DISPONIVEL           *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCCHQPRM   PARAMETRO COM O ID DO LOTE A GERAR E A DATA DO  *
      *               MOVIMENTO                                      *
      *   CHQENTR    ARQUIVO DIARIO DE CHEQUES RECEBIDOS DA CAMARA   *
      *               (BANCO APRESENTANTE, AGENCIA/CONTA/DV, NUMERO  *
      *               DO CHEQUE, VALOR E IDENTIFICACAO NA CAMARA)    *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CTABLQ     BLOQUEIOS JUDICIAIS (INDEXADO POR BLQ-CHAVE)    *
      *   CTACHQ     CADASTRO DE CHEQUES (INDEXADO POR CHQ-CHAVE)    *
      *                                                              *
      * OUTPUT                                                       *
      *   CHQLANC    LOTE DE DEBITOS NO FORMATO CTALANC (CABECALHO,  *
      *               DETALHES TIPO 'D' E RODAPE), PARA O CCLANCTO   *
      *   CHQDEV     CHEQUES DEVOLVIDOS A CAMARA, COM A ALINEA       *
      *   CTACHQ     FOLHAS PAGAS E DEVOLUCOES REGISTRADAS           *
      *   CCCHQRPT   RELATORIO DE DEVOLUCOES E TOTAIS                *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCHQCMP.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. COMPENSACAO DOS CHEQUES RECEBIDOS DA CAMARA.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCCHQPRM ASSIGN TO CCCHQPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CHQENTR ASSIGN TO CHQENTR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CHQLANC ASSIGN TO CHQLANC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCCHQRPT ASSIGN TO CCCHQRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CHQDEV ASSIGN TO CHQDEV
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CTABLQ ASSIGN TO CTABLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-CTABLQ-STATUS.
      *
           SELECT CTACHQ ASSIGN TO CTACHQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WS-CTACHQ-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCCHQPRM
           RECORDING MODE IS F.
       01 REG-CCCHQPRM.
           05 PRM-LOTE-ID           PIC X(10).
           05 PRM-DATA-MOVIMENTO    PIC 9(08).
           05 FILLER                PIC X(62).
      *
       FD  CHQENTR
           RECORDING MODE IS F.
       01 REG-CHQENTR.
           05 ENT-BANCO-APRESENTANTE PIC 9(03).
           05 ENT-AGENCIA           PIC 9(04).
           05 ENT-CONTA             PIC 9(09).
           05 ENT-CONTA-DV          PIC X(01).
           05 ENT-NUMERO-CHEQUE     PIC 9(06).
           05 ENT-VALOR             PIC 9(13)V99.
           05 ENT-ID-CAMARA         PIC X(15).
           05 FILLER                PIC X(47).
      *
      ** O ARQUIVO DE SAIDA TEM O MESMO LAYOUT DO CTALANC LIDO PELO
      ** CCLANCTO: CABECALHO 'H', DETALHES E RODAPE 'T' (VIDE O FD
      ** CTALANC DAQUELE PROGRAMA)
      *
       FD  CHQLANC
           RECORDING MODE IS F.
       01 REG-CHQLANC.
           05 SAI-AGENCIA            PIC 9(04).
           05 SAI-CONTA              PIC 9(09).
           05 SAI-CONTA-DV           PIC X(01).
           05 SAI-TIPO               PIC X(01).
           05 SAI-VALOR              PIC 9(13)V99.
           05 SAI-DATA               PIC 9(08).
           05 SAI-HISTORICO          PIC X(40).
           05 FILLER                 PIC X(22).
      *
       01 REG-CHQLANC-CAB.
           05 FILLER                 PIC X(14).
           05 SAI-CAB-TIPO           PIC X(01).
           05 SAI-CAB-LOTE-ID        PIC X(10).
           05 SAI-CAB-SISTEMA-ORIGEM PIC X(08).
           05 SAI-CAB-DATA-MOVIMENTO PIC 9(08).
           05 FILLER                 PIC X(59).
      *
       01 REG-CHQLANC-ROD.
           05 FILLER                 PIC X(14).
           05 SAI-ROD-TIPO           PIC X(01).
           05 SAI-ROD-QTD            PIC 9(07).
           05 SAI-ROD-SOMA-DEBITOS   PIC 9(15)V99.
           05 SAI-ROD-SOMA-CREDITOS  PIC 9(15)V99.
           05 SAI-ROD-SOMA-ESTORNOS  PIC 9(15)V99.
           05 FILLER                 PIC X(27).
      *
       FD  CCCHQRPT
           RECORDING MODE IS F.
       01 REG-CCCHQRPT              PIC X(133).
      *
       FD  CHQDEV
           RECORDING MODE IS F.
       COPY CHQDEV.
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CTABLQ
           RECORDING MODE IS F.
       COPY CTABLQ.
      *
       FD  CTACHQ
           RECORDING MODE IS F.
       COPY CTACHQ.
      *
       SD  SORTWK01.
       01 REG-SORT-CHEQUE.
           05 SRT-AGENCIA            PIC 9(04).
           05 SRT-CONTA              PIC 9(09).
           05 SRT-NUMERO-CHEQUE      PIC 9(06).
      *
      ** NUMERO DE SEQUENCIA DE ENTRADA: O MESMO CHEQUE APRESENTADO
      ** DUAS VEZES NO ARQUIVO E TRATADO NA ORDEM DA CAMARA (A
      ** SEGUNDA APRESENTACAO ENCONTRA A FOLHA JA PAGA)
      *
           05 SRT-SEQUENCIA          PIC 9(09).
           05 SRT-BANCO-APRESENTANTE PIC 9(03).
           05 SRT-CONTA-DV           PIC X(01).
           05 SRT-VALOR              PIC 9(13)V99.
           05 SRT-ID-CAMARA          PIC X(15).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CHQENTR     PIC X(01) VALUE 'N'.
               88 WS-FIM-CHQENTR               VALUE 'S'.
           05 WS-SW-FIM-SORT        PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT                  VALUE 'S'.
           05 WS-SW-FIM-BLOQUEIOS   PIC X(01) VALUE 'N'.
               88 WS-FIM-BLOQUEIOS             VALUE 'S'.
           05 WS-SW-FOLHA-LIDA      PIC X(01) VALUE 'N'.
               88 WS-FOLHA-LIDA                VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
           05 WS-CTABLQ-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTABLQ-OK                    VALUE '00'.
               88 WS-CTABLQ-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTACHQ-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTACHQ-OK                    VALUE '00'.
               88 WS-CTACHQ-NAO-ENCONTRADO         VALUE '23'.
      *
       01 WS-CONTADORES.
           05 WS-SEQ-ENTRADA        PIC 9(09) VALUE ZEROS.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-PAGOS          PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-PAGOS         PIC 9(15)V99 VALUE ZEROS.
           05 WS-QTD-DEVOLUCOES     PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEVOLUCOES    PIC 9(15)V99 VALUE ZEROS.
      *
      ** ALINEA DA DEVOLUCAO DO CHEQUE CORRENTE, ARMADA EM CADA PONTO
      ** DE RECUSA, E DIGITO DA CONTA LIDO NO CADASTRO (BRANCO
      ** ENQUANTO A CONTA NAO FOR LIDA)
      *
       01 WS-DEVOLUCAO.
           05 WS-ALINEA             PIC 9(02) VALUE ZEROS.
           05 WS-DV-CONTA           PIC X(01) VALUE SPACES.
      *
      ** CONTA EM TRATAMENTO NA QUEBRA DO SORT E SOMA DOS CHEQUES JA
      ** PAGOS NESTA COMPENSACAO PARA ELA, AINDA NAO POSTADOS PELO
      ** CCLANCTO E POR ISSO DESCONTADOS DO SALDO DISPONIVEL
      *
       01 WS-CONTA-CORRENTE.
           05 WS-AGENCIA-ANTERIOR   PIC 9(04) VALUE ZEROS.
           05 WS-CONTA-ANTERIOR     PIC 9(09) VALUE ZEROS.
           05 WS-DEBITOS-CONTA      PIC 9(15)V99 VALUE ZEROS.
      *
       01 WS-SALDO-DISPONIVEL       PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-BLOQUEADO        PIC 9(15)V99 VALUE ZEROS.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           05 WS-PARM-CONTA-GROUP.
               10 WS-PARM-CONTA-NUMERO PIC 9(09).
           05 WS-PARM-CONTA-DV      PIC X(01).
           05 WS-PARM-CONTA-CHAMADOR PIC X(09) VALUE 'CCCHQCMP'.
           05 WS-PARM-CONTA-ALGORITMO PIC X(02) VALUE SPACES.
           05 WS-PARM-CONTA-AMBIENTE  PIC X(01) VALUE SPACES.
      *
       01 WS-RC-CONTA               PIC S9(04) COMP VALUE ZERO.
      *
      ** PARAMETROS DO LOTE SALVOS EM WORKING-STORAGE ANTES DO CLOSE
      ** DO CCCHQPRM
      *
       01 WS-PARAMETROS.
           05 WS-LOTE-ID            PIC X(10) VALUE SPACES.
           05 WS-DATA-MOVIMENTO     PIC 9(08) VALUE ZEROS.
      *
      ** HISTORICO DO LANCAMENTO DE DEBITO GERADO, COM O NUMERO DO
      ** CHEQUE EMBUTIDO
      *
       01 WS-HISTORICO-DEBITO.
           05 FILLER                PIC X(18) VALUE
               'CHEQUE COMPENSADO '.
           05 HIS-NUMERO-CHEQUE     PIC 9(06).
           05 FILLER                PIC X(16) VALUE SPACES.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'COMPENSACAO DE CHEQUES RECEBIDOS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-LOTE.
               10 FILLER            PIC X(06) VALUE 'LOTE: '.
               10 LTE-ID            PIC X(10).
               10 FILLER            PIC X(14) VALUE '  DATA MOVTO: '.
               10 LTE-DATA-MOV      PIC 9(08).
               10 FILLER            PIC X(95) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(45) VALUE
                   'BCO  AGENCIA  CONTA      CHEQUE'.
               10 FILLER            PIC X(45) VALUE
                   '         VALOR   ALINEA  SITUACAO'.
               10 FILLER            PIC X(43) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-BANCO         PIC 9(03).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-CHEQUE        PIC 9(06).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-ALINEA        PIC 9(02).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-SITUACAO      PIC X(40).
               10 FILLER            PIC X(32) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(18) VALUE
                   'CHEQUES LIDOS: '.
               10 TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(09) VALUE 'PAGOS: '.
               10 TOT-PAGOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(09) VALUE 'VALOR: '.
               10 TOT-VALOR-PAGOS   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(37) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-DEV.
               10 FILLER            PIC X(18) VALUE
                   'DEVOLVIDOS: '.
               10 TOT-DEVOLUCOES    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(09) VALUE 'VALOR: '.
               10 TOT-VALOR-DEV     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(65) VALUE SPACES.
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
               ON ASCENDING KEY SRT-AGENCIA SRT-CONTA
                                SRT-NUMERO-CHEQUE SRT-SEQUENCIA
               INPUT PROCEDURE IS 2000-SELECIONA-CHEQUES
               OUTPUT PROCEDURE IS 3000-COMPENSA-CHEQUES.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: LE O PARAMETRO DO LOTE E JA GRAVA O CABECALHO
      ** DO ARQUIVO DE DEBITOS NO FORMATO EXIGIDO PELO CCLANCTO
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCCHQPRM.
      *
           READ CCCHQPRM
               AT END
                   MOVE SPACES TO PRM-LOTE-ID
                   MOVE ZEROS  TO PRM-DATA-MOVIMENTO
           END-READ.
      *
           MOVE PRM-LOTE-ID        TO WS-LOTE-ID.
           MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO.
      *
           CLOSE CCCHQPRM.
      *
           OPEN OUTPUT CHQLANC.
           OPEN OUTPUT CCCHQRPT.
           OPEN OUTPUT CHQDEV.
           OPEN INPUT  CTACADM.
           OPEN INPUT  CTABLQ.
           OPEN I-O    CTACHQ.
      *
           MOVE WS-LOTE-ID        TO LTE-ID.
           MOVE WS-DATA-MOVIMENTO TO LTE-DATA-MOV.
      *
           WRITE REG-CCCHQRPT FROM WS-CABECALHO-1.
           WRITE REG-CCCHQRPT FROM WS-LINHA-LOTE.
           WRITE REG-CCCHQRPT FROM WS-CABECALHO-2.
      *
           MOVE SPACES            TO REG-CHQLANC-CAB.
           MOVE 'H'               TO SAI-CAB-TIPO.
           MOVE WS-LOTE-ID        TO SAI-CAB-LOTE-ID.
           MOVE 'CHEQUE'          TO SAI-CAB-SISTEMA-ORIGEM.
           MOVE WS-DATA-MOVIMENTO TO SAI-CAB-DATA-MOVIMENTO.
           WRITE REG-CHQLANC-CAB.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DO SORT: PASSA TODOS OS CHEQUES RECEBIDOS
      ** DA CAMARA PARA O SORT, NUMERADOS NA ORDEM DE ENTRADA
      *
       2000-SELECIONA-CHEQUES.
      *
           OPEN INPUT CHQENTR.
      *
           PERFORM 2100-LER-CHQENTR
               THRU 2100-LER-CHQENTR-EXIT.
      *
           PERFORM 2200-LIBERA-CHEQUE
               THRU 2200-LIBERA-CHEQUE-EXIT
               UNTIL WS-FIM-CHQENTR.
      *
           CLOSE CHQENTR.
      *
       2000-SELECIONA-CHEQUES-EXIT.
           EXIT.
      *
      ** LEITURA DO ARQUIVO DA CAMARA
      *
       2100-LER-CHQENTR.
      *
           READ CHQENTR
               AT END
                   MOVE 'S' TO WS-SW-FIM-CHQENTR
                   GO TO 2100-LER-CHQENTR-EXIT
           END-READ.
      *
       2100-LER-CHQENTR-EXIT.
           EXIT.
      *
       2200-LIBERA-CHEQUE.
      *
           ADD 1 TO WS-SEQ-ENTRADA.
      *
           MOVE ENT-AGENCIA            TO SRT-AGENCIA.
           MOVE ENT-CONTA              TO SRT-CONTA.
           MOVE ENT-NUMERO-CHEQUE      TO SRT-NUMERO-CHEQUE.
           MOVE WS-SEQ-ENTRADA         TO SRT-SEQUENCIA.
           MOVE ENT-BANCO-APRESENTANTE TO SRT-BANCO-APRESENTANTE.
           MOVE ENT-CONTA-DV           TO SRT-CONTA-DV.
           MOVE ENT-VALOR              TO SRT-VALOR.
           MOVE ENT-ID-CAMARA          TO SRT-ID-CAMARA.
           RELEASE REG-SORT-CHEQUE.
      *
           PERFORM 2100-LER-CHQENTR
               THRU 2100-LER-CHQENTR-EXIT.
      *
       2200-LIBERA-CHEQUE-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DO SORT: COMPENSA OS CHEQUES NA ORDEM DE
      ** AGENCIA/CONTA/FOLHA, COM QUEBRA POR CONTA PARA ACUMULAR OS
      ** CHEQUES JA PAGOS DA MESMA CONTA NO DIA
      *
       3000-COMPENSA-CHEQUES.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
           PERFORM 3200-PROCESSA-CHEQUE
               THRU 3200-PROCESSA-CHEQUE-EXIT
               UNTIL WS-FIM-SORT.
      *
       3000-COMPENSA-CHEQUES-EXIT.
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
      ** PROCESSAMENTO DE CADA CHEQUE RECEBIDO
      *
       3200-PROCESSA-CHEQUE.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           IF SRT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
               OR SRT-CONTA NOT = WS-CONTA-ANTERIOR
               MOVE SRT-AGENCIA TO WS-AGENCIA-ANTERIOR
               MOVE SRT-CONTA   TO WS-CONTA-ANTERIOR
               MOVE ZEROS       TO WS-DEBITOS-CONTA
           END-IF.
      *
           MOVE SRT-BANCO-APRESENTANTE TO DET-BANCO.
           MOVE SRT-AGENCIA            TO DET-AGENCIA.
           MOVE SRT-CONTA              TO DET-CONTA.
           MOVE SRT-NUMERO-CHEQUE      TO DET-CHEQUE.
           MOVE SRT-VALOR              TO DET-VALOR.
      *
           MOVE ZEROS  TO WS-ALINEA.
           MOVE SPACES TO WS-DV-CONTA.
           MOVE 'N'    TO WS-SW-FOLHA-LIDA.
      *
           PERFORM 3300-VALIDA-CONTA
               THRU 3300-VALIDA-CONTA-EXIT.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
       3200-PROCESSA-CHEQUE-EXIT.
           EXIT.
      *
      ** VALIDACAO DA CONTA SACADA: NUMERO E DIGITO PELO CCDIGITO,
      ** CONTA NO CADASTRO E NAO ENCERRADA
      *
       3300-VALIDA-CONTA.
      *
           MOVE SRT-CONTA  TO WS-PARM-CONTA-NUMERO.
           MOVE SPACES     TO WS-PARM-CONTA-DV.
      *
           CALL 'CCDIGITO' USING WS-PARM-CONTA.
           MOVE RETURN-CODE TO WS-RC-CONTA.
      *
           IF WS-RC-CONTA NOT = ZERO
               MOVE 'NUMERO DE CONTA INVALIDO'
                   TO DET-SITUACAO
               MOVE 31 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3300-VALIDA-CONTA-EXIT
           END-IF.
      *
           IF WS-PARM-CONTA-DV NOT = SRT-CONTA-DV
               MOVE 'DIGITO DA CONTA NAO CONFERE'
                   TO DET-SITUACAO
               MOVE 31 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3300-VALIDA-CONTA-EXIT
           END-IF.
      *
           MOVE SRT-AGENCIA TO CTA-AGENCIA.
           MOVE SRT-CONTA   TO CTA-NUMERO.
      *
           READ CTACADM
               INVALID KEY
                   MOVE 'CONTA NAO CADASTRADA'
                       TO DET-SITUACAO
                   MOVE 31 TO WS-ALINEA
                   PERFORM 3700-DEVOLVE-CHEQUE
                       THRU 3700-DEVOLVE-CHEQUE-EXIT
                   GO TO 3300-VALIDA-CONTA-EXIT
           END-READ.
      *
           MOVE CTA-DIGITO-VERIFICADOR TO WS-DV-CONTA.
      *
           IF CTA-STATUS-INATIVA
               MOVE 'CONTA ENCERRADA'
                   TO DET-SITUACAO
               MOVE 13 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3300-VALIDA-CONTA-EXIT
           END-IF.
      *
           PERFORM 3400-VALIDA-FOLHA
               THRU 3400-VALIDA-FOLHA-EXIT.
      *
       3300-VALIDA-CONTA-EXIT.
           EXIT.
      *
      ** VALIDACAO DA FOLHA NO CADASTRO DE CHEQUES: FOLHA NAO
      ** EMITIDA, JA PAGA, CANCELADA OU SUSTADA E DEVOLVIDA; FOLHA
      ** JA DEVOLVIDA PELA SEGUNDA VEZ POR FALTA DE FUNDOS NAO PODE
      ** SER REAPRESENTADA
      *
       3400-VALIDA-FOLHA.
      *
           MOVE SRT-AGENCIA       TO CHQ-AGENCIA.
           MOVE SRT-CONTA         TO CHQ-CONTA.
           MOVE SRT-NUMERO-CHEQUE TO CHQ-NUMERO.
      *
           READ CTACHQ
               INVALID KEY
                   MOVE 'FOLHA NAO EMITIDA PARA A CONTA'
                       TO DET-SITUACAO
                   MOVE 35 TO WS-ALINEA
                   PERFORM 3700-DEVOLVE-CHEQUE
                       THRU 3700-DEVOLVE-CHEQUE-EXIT
                   GO TO 3400-VALIDA-FOLHA-EXIT
           END-READ.
      *
           MOVE 'S' TO WS-SW-FOLHA-LIDA.
      *
           IF CHQ-PAGO
               MOVE 'CHEQUE JA PAGO'
                   TO DET-SITUACAO
               MOVE 49 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3400-VALIDA-FOLHA-EXIT
           END-IF.
      *
           IF CHQ-CANCELADO
               MOVE 'FOLHA CANCELADA'
                   TO DET-SITUACAO
               MOVE 20 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3400-VALIDA-FOLHA-EXIT
           END-IF.
      *
           IF CHQ-SUSTADO
               MOVE 'CHEQUE SUSTADO'
                   TO DET-SITUACAO
               MOVE 21 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3400-VALIDA-FOLHA-EXIT
           END-IF.
      *
           IF CHQ-ULTIMA-ALINEA = 12
               MOVE 'REAPRESENTACAO APOS SEGUNDA DEVOLUCAO'
                   TO DET-SITUACAO
               MOVE 49 TO WS-ALINEA
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3400-VALIDA-FOLHA-EXIT
           END-IF.
      *
           PERFORM 3500-VALIDA-SALDO
               THRU 3500-VALIDA-SALDO-EXIT.
      *
       3400-VALIDA-FOLHA-EXIT.
           EXIT.
      *
      ** SALDO DISPONIVEL PELA REGRA DO CCLANCTO (SALDO + LIMITE -
      ** BLOQUEIOS ATIVOS), DESCONTADOS OS CHEQUES DA CONTA JA PAGOS
      ** NESTA COMPENSACAO. CONTA BLOQUEADA NAO MOVIMENTA E O CHEQUE
      ** E DEVOLVIDO COMO SEM FUNDOS
      *
       3500-VALIDA-SALDO.
      *
           IF CTA-STATUS-BLOQUEADA
               MOVE 'CONTA BLOQUEADA'
                   TO DET-SITUACAO
               PERFORM 3560-ALINEA-SEM-FUNDOS
                   THRU 3560-ALINEA-SEM-FUNDOS-EXIT
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3500-VALIDA-SALDO-EXIT
           END-IF.
      *
           PERFORM 3520-SOMA-BLOQUEIOS
               THRU 3520-SOMA-BLOQUEIOS-EXIT.
      *
      ** REGISTRO ANTERIOR A CRIACAO DO LIMITE AINDA TRAZ BRANCOS
      ** NO ESPACO DO EX-FILLER; O CAMPO E SANEADO PARA ZERO ANTES
      ** DA CONTA
      *
           IF CTA-LIMITE-CREDITO NOT NUMERIC
               MOVE ZEROS TO CTA-LIMITE-CREDITO
           END-IF.
      *
           COMPUTE WS-SALDO-DISPONIVEL =
               CTA-SALDO + CTA-LIMITE-CREDITO - WS-VALOR-BLOQUEADO
               - WS-DEBITOS-CONTA.
      *
           IF WS-SALDO-DISPONIVEL < SRT-VALOR
               MOVE 'SALDO INSUFICIENTE'
                   TO DET-SITUACAO
               PERFORM 3560-ALINEA-SEM-FUNDOS
                   THRU 3560-ALINEA-SEM-FUNDOS-EXIT
               PERFORM 3700-DEVOLVE-CHEQUE
                   THRU 3700-DEVOLVE-CHEQUE-EXIT
               GO TO 3500-VALIDA-SALDO-EXIT
           END-IF.
      *
           PERFORM 3600-PAGA-CHEQUE
               THRU 3600-PAGA-CHEQUE-EXIT.
      *
       3500-VALIDA-SALDO-EXIT.
           EXIT.
      *
      ** SOMA DOS BLOQUEIOS JUDICIAIS ATIVOS DA CONTA SACADA,
      ** VARRENDO O CTABLQ PELA FAIXA DE CHAVE DA CONTA (MESMA
      ** VARREDURA DO CCLANCTO)
      *
       3520-SOMA-BLOQUEIOS.
      *
           MOVE ZEROS TO WS-VALOR-BLOQUEADO.
           MOVE 'N'   TO WS-SW-FIM-BLOQUEIOS.
      *
           MOVE SRT-AGENCIA TO BLQ-AGENCIA.
           MOVE SRT-CONTA   TO BLQ-CONTA.
           MOVE ZEROS       TO BLQ-SEQUENCIA.
      *
           START CTABLQ KEY NOT < BLQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-BLOQUEIOS
           END-START.
      *
           PERFORM 3530-LER-BLOQUEIO
               THRU 3530-LER-BLOQUEIO-EXIT
               UNTIL WS-FIM-BLOQUEIOS.
      *
       3520-SOMA-BLOQUEIOS-EXIT.
           EXIT.
      *
       3530-LER-BLOQUEIO.
      *
           READ CTABLQ NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-BLOQUEIOS
                   GO TO 3530-LER-BLOQUEIO-EXIT
           END-READ.
      *
           IF BLQ-AGENCIA NOT = SRT-AGENCIA
               OR BLQ-CONTA NOT = SRT-CONTA
               MOVE 'S' TO WS-SW-FIM-BLOQUEIOS
               GO TO 3530-LER-BLOQUEIO-EXIT
           END-IF.
      *
           IF BLQ-STATUS-ATIVO
               ADD BLQ-VALOR TO WS-VALOR-BLOQUEADO
           END-IF.
      *
       3530-LER-BLOQUEIO-EXIT.
           EXIT.
      *
      ** ALINEA DA DEVOLUCAO POR FALTA DE FUNDOS: 11 NA PRIMEIRA
      ** APRESENTACAO E 12 NA REAPRESENTACAO DE FOLHA JA DEVOLVIDA
      ** PELA ALINEA 11
      *
       3560-ALINEA-SEM-FUNDOS.
      *
           IF CHQ-ULTIMA-ALINEA = 11
               MOVE 12 TO WS-ALINEA
           ELSE
               MOVE 11 TO WS-ALINEA
           END-IF.
      *
       3560-ALINEA-SEM-FUNDOS-EXIT.
           EXIT.
      *
      ** PAGAMENTO DO CHEQUE: A FOLHA E DADA COMO PAGA E O DEBITO
      ** 'D' SAI NO LOTE COM O DIGITO DA CONTA VINDO DO CADASTRO.
      ** SE O CCLANCTO RECUSAR O DEBITO NA POSTAGEM ELE VAI PARA A
      ** PENDENCIA (CTAPND) COMO OS DEMAIS LOTES
      *
       3600-PAGA-CHEQUE.
      *
           MOVE 'P'                    TO CHQ-SITUACAO.
           MOVE WS-DATA-MOVIMENTO      TO CHQ-DATA-SITUACAO.
           MOVE SRT-VALOR              TO CHQ-VALOR-PAGO.
           MOVE SRT-BANCO-APRESENTANTE TO CHQ-BANCO-APRESENTANTE.
      *
           REWRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA FOLHA'
                       TO DET-SITUACAO
                   MOVE 31 TO WS-ALINEA
                   MOVE 'N' TO WS-SW-FOLHA-LIDA
                   PERFORM 3700-DEVOLVE-CHEQUE
                       THRU 3700-DEVOLVE-CHEQUE-EXIT
                   GO TO 3600-PAGA-CHEQUE-EXIT
           END-REWRITE.
      *
           MOVE SPACES TO REG-CHQLANC.
      *
           MOVE SRT-AGENCIA            TO SAI-AGENCIA.
           MOVE SRT-CONTA              TO SAI-CONTA.
           MOVE WS-DV-CONTA            TO SAI-CONTA-DV.
           MOVE 'D'                    TO SAI-TIPO.
           MOVE SRT-VALOR              TO SAI-VALOR.
           MOVE WS-DATA-MOVIMENTO      TO SAI-DATA.
           MOVE SRT-NUMERO-CHEQUE      TO HIS-NUMERO-CHEQUE.
           MOVE WS-HISTORICO-DEBITO    TO SAI-HISTORICO.
      *
           WRITE REG-CHQLANC.
      *
           ADD SRT-VALOR TO WS-DEBITOS-CONTA.
           ADD 1         TO WS-QTD-PAGOS.
           ADD SRT-VALOR TO WS-SOMA-PAGOS.
      *
       3600-PAGA-CHEQUE-EXIT.
           EXIT.
      *
      ** DEVOLUCAO DE UM CHEQUE: SAI NO RELATORIO E NO ARQUIVO DE
      ** DEVOLUCOES A CAMARA COM A ALINEA, E A DEVOLUCAO FICA
      ** REGISTRADA NA FOLHA (QUANDO EXISTE). A REMESSA NULA (ALINEA
      ** 49) NAO ALTERA A FOLHA, PARA NAO APAGAR A DEVOLUCAO ANTERIOR.
      ** FALHA NA REGRAVACAO DA FOLHA SAI NUMA SEGUNDA LINHA DO
      ** RELATORIO; A DEVOLUCAO A CAMARA JA ESTA GRAVADA
      *
       3700-DEVOLVE-CHEQUE.
      *
           MOVE WS-ALINEA TO DET-ALINEA.
           WRITE REG-CCCHQRPT FROM WS-LINHA-DETALHE.
      *
           MOVE SPACES TO REG-CHQDEV.
      *
           MOVE SRT-BANCO-APRESENTANTE TO CHD-BANCO-APRESENTANTE.
           MOVE SRT-AGENCIA            TO CHD-AGENCIA.
           MOVE SRT-CONTA              TO CHD-CONTA.
           MOVE SRT-CONTA-DV           TO CHD-CONTA-DV.
           MOVE SRT-NUMERO-CHEQUE      TO CHD-NUMERO-CHEQUE.
           MOVE SRT-VALOR              TO CHD-VALOR.
           MOVE SRT-ID-CAMARA          TO CHD-ID-CAMARA.
           MOVE WS-DATA-MOVIMENTO      TO CHD-DATA-MOVIMENTO.
           MOVE WS-ALINEA              TO CHD-ALINEA.
           MOVE DET-SITUACAO           TO CHD-DESCRICAO-ALINEA.
      *
           WRITE REG-CHQDEV.
      *
           ADD 1         TO WS-QTD-DEVOLUCOES.
           ADD SRT-VALOR TO WS-SOMA-DEVOLUCOES.
      *
           IF NOT WS-FOLHA-LIDA
               OR CHD-REMESSA-NULA
               GO TO 3700-DEVOLVE-CHEQUE-EXIT
           END-IF.
      *
           IF CHQ-QTD-DEVOLUCOES < 99
               ADD 1 TO CHQ-QTD-DEVOLUCOES
           END-IF.
      *
           MOVE WS-ALINEA         TO CHQ-ULTIMA-ALINEA.
           MOVE WS-DATA-MOVIMENTO TO CHQ-DATA-ULT-DEVOLUCAO.
      *
           REWRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA FOLHA'
                       TO DET-SITUACAO
                   WRITE REG-CCCHQRPT FROM WS-LINHA-DETALHE
           END-REWRITE.
      *
       3700-DEVOLVE-CHEQUE-EXIT.
           EXIT.
      *
      ** FINALIZACAO: GRAVA O RODAPE DO LOTE DE DEBITOS E OS TOTAIS
      ** DO RELATORIO
      *
       9000-FINALIZACAO.
      *
           MOVE SPACES          TO REG-CHQLANC-ROD.
           MOVE 'T'             TO SAI-ROD-TIPO.
           MOVE WS-QTD-PAGOS    TO SAI-ROD-QTD.
           MOVE WS-SOMA-PAGOS   TO SAI-ROD-SOMA-DEBITOS.
           MOVE ZEROS           TO SAI-ROD-SOMA-CREDITOS.
           MOVE ZEROS           TO SAI-ROD-SOMA-ESTORNOS.
           WRITE REG-CHQLANC-ROD.
      *
           MOVE WS-QTD-LIDOS    TO TOT-LIDOS.
           MOVE WS-QTD-PAGOS    TO TOT-PAGOS.
           MOVE WS-SOMA-PAGOS   TO TOT-VALOR-PAGOS.
      *
           WRITE REG-CCCHQRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-DEVOLUCOES  TO TOT-DEVOLUCOES.
           MOVE WS-SOMA-DEVOLUCOES TO TOT-VALOR-DEV.
      *
           WRITE REG-CCCHQRPT FROM WS-LINHA-TOTAIS-DEV.
      *
           CLOSE CHQLANC.
           CLOSE CCCHQRPT.
           CLOSE CHQDEV.
           CLOSE CTACADM.
           CLOSE CTABLQ.
           CLOSE CTACHQ.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCHQCMP.
