      ****************************************************************
      * PROGRAM: CCCHQMNT                                            *
      *                                                              *
      * DESCRIPTION: MANUTENCAO DO CADASTRO DE CHEQUES (CTACHQ) DO   *
      *              BANCO FUTURE SCHOOL, NOS MESMOS MOLDES DO       *
      *              CCDEBMNT/CCBLQMNT. LE UM ARQUIVO DE TRANSACOES  *
      *              DE EMISSAO DE TALAO (UMA FOLHA POR CHEQUE DA    *
      *              FAIXA ENTREGUE AO CORRENTISTA), SUSTACAO,       *
      *              CANCELAMENTO E LEVANTAMENTO DA SUSTACAO DE      *
      *              FOLHAS, VALIDANDO O NUMERO DA CONTA VIA         *
      *              CCDIGITO E A CONTA NO CTACADM NA EMISSAO. O     *
      *              PAGAMENTO E A DEVOLUCAO DAS FOLHAS SAO          *
      *              REGISTRADOS PELO CCCHQCMP NA COMPENSACAO        *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CHQMNTRN   ARQUIVO SEQUENCIAL DE TRANSACOES DE CHEQUES     *
      *               (TALAO / SUSTAR / CANCELAR / LEVANTAR)         *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CTACHQ     CADASTRO DE CHEQUES (INDEXADO POR CHQ-CHAVE)    *
      *                                                              *
      * OUTPUT                                                       *
      *   CTACHQ     CADASTRO DE CHEQUES ATUALIZADO                  *
      *   CHQMNRPT   RELATORIO DE TRANSACOES PROCESSADAS/REJEITADAS  *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCHQMNT.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. MANUTENCAO DO CADASTRO DE CHEQUES.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQMNTRN ASSIGN TO CHQMNTRN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CHQMNRPT ASSIGN TO CHQMNRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CTACHQ ASSIGN TO CTACHQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WS-CTACHQ-STATUS.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CHQMNTRN
           RECORDING MODE IS F.
       01 REG-CHQMNTRN.
           05 TRN-FUNCAO             PIC X(01).
               88 TRN-TALAO                    VALUE 'T'.
               88 TRN-SUSTAR                   VALUE 'S'.
               88 TRN-CANCELAR                 VALUE 'C'.
               88 TRN-LEVANTAR                 VALUE 'L'.
           05 TRN-AGENCIA            PIC 9(04).
           05 TRN-CONTA              PIC 9(09).
      *
      ** FAIXA DE FOLHAS: NO TALAO, A PRIMEIRA E A ULTIMA FOLHA
      ** ENTREGUES; NAS DEMAIS FUNCOES, A FOLHA (FINAL ZERADA) OU A
      ** FAIXA DE FOLHAS A SUSTAR, CANCELAR OU LEVANTAR
      *
           05 TRN-CHEQUE-INICIAL     PIC 9(06).
           05 TRN-CHEQUE-FINAL       PIC 9(06).
           05 TRN-MOTIVO             PIC X(30).
           05 TRN-DATA               PIC 9(08).
           05 FILLER                 PIC X(16).
      *
       FD  CHQMNRPT
           RECORDING MODE IS F.
       01 REG-CHQMNRPT                PIC X(133).
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CTACHQ
           RECORDING MODE IS F.
       COPY CTACHQ.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO               VALUE 'S'.
           05 WS-SW-FAIXA-OCUPADA   PIC X(01) VALUE 'N'.
               88 WS-FAIXA-OCUPADA             VALUE 'S'.
           05 WS-SW-FALHA-GRAVACAO  PIC X(01) VALUE 'N'.
               88 WS-FALHA-GRAVACAO            VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
           05 WS-CTACHQ-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTACHQ-OK                    VALUE '00'.
               88 WS-CTACHQ-NAO-ENCONTRADO         VALUE '23'.
               88 WS-CTACHQ-DUPLICADO              VALUE '22'.
      *
      ** QUANTIDADE MAXIMA DE FOLHAS POR TRANSACAO (TAMANHO DO MAIOR
      ** TALAO ENTREGUE PELO BANCO)
      *
       77 WS-MAX-FOLHAS             PIC 9(03) VALUE 50.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDAS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ACEITAS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADAS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-TALOES         PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FOLHAS         PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SUSTADAS       PIC 9(07) VALUE ZEROS.
           05 WS-QTD-CANCELADAS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-LEVANTADAS     PIC 9(07) VALUE ZEROS.
      *
      ** OPERACAO E IMAGEM DA FOLHA ANTES DA ALTERACAO, PARA O LOG
      ** DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALTERACAO.
           05 WS-ALT-OPERACAO       PIC X(01) VALUE SPACES.
           05 WS-ALT-IMAGEM-ANTES   PIC X(200) VALUE SPACES.
      *
      ** FAIXA DE FOLHAS DA TRANSACAO E FOLHA EM TRATAMENTO. A FOLHA
      ** TEM UMA POSICAO A MAIS QUE O NUMERO DO CHEQUE PARA O LACO
      ** TERMINAR QUANDO A FAIXA VAI ATE A FOLHA 999999
      *
       01 WS-FAIXA.
           05 WS-FOLHA-INICIAL      PIC 9(06) VALUE ZEROS.
           05 WS-FOLHA-FINAL        PIC 9(06) VALUE ZEROS.
           05 WS-FOLHA              PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FOLHAS-FAIXA   PIC 9(07) VALUE ZEROS.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           05 WS-PARM-CONTA-GROUP.
               10 WS-PARM-CONTA-NUMERO PIC 9(09).
           05 WS-PARM-CONTA-DV      PIC X(01).
           05 WS-PARM-CONTA-CHAMADOR PIC X(09) VALUE 'CCCHQMNT'.
           05 WS-PARM-CONTA-ALGORITMO PIC X(02) VALUE SPACES.
           05 WS-PARM-CONTA-AMBIENTE  PIC X(01) VALUE SPACES.
      *
       01 WS-RC-CONTA               PIC S9(04) COMP VALUE ZERO.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'MANUTENCAO DO CADASTRO DE CHEQUES'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(50) VALUE
                   'FUNCAO    AGENCIA  CONTA      FOLHA   ATE FOLHA'.
               10 FILLER            PIC X(50) VALUE
                   '  SITUACAO'.
               10 FILLER            PIC X(33) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-FUNCAO        PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-FOLHA-INICIAL PIC 9(06).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-FOLHA-FINAL   PIC 9(06).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-SITUACAO      PIC X(40).
               10 FILLER            PIC X(43) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(18) VALUE
                   'TALOES EMITIDOS: '.
               10 TOT-TALOES        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                   'FOLHAS EMITIDAS: '.
               10 TOT-FOLHAS        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE 'REJEITADAS: '.
               10 TOT-REJEITADAS    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(47) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-2.
               10 FILLER            PIC X(18) VALUE
                   'FOLHAS SUSTADAS: '.
               10 TOT-SUSTADAS      PIC ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(18) VALUE
                   'CANCELADAS: '.
               10 TOT-CANCELADAS    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(13) VALUE 'LEVANTADAS: '.
               10 TOT-LEVANTADAS    PIC ZZZ,ZZ9.
               10 FILLER            PIC X(47) VALUE SPACES.
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
           PERFORM 2000-PROCESSA-TRANSACAO
               THRU 2000-PROCESSA-TRANSACAO-EXIT
               UNTIL WS-FIM-ARQUIVO.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT  CHQMNTRN.
           OPEN OUTPUT CHQMNRPT.
           OPEN INPUT  CTACADM.
           OPEN I-O    CTACHQ.
           OPEN EXTEND CCALTLOG.
      *
           WRITE REG-CHQMNRPT FROM WS-CABECALHO-1.
           WRITE REG-CHQMNRPT FROM WS-CABECALHO-2.
      *
           PERFORM 2100-LER-CHQMNTRN
               THRU 2100-LER-CHQMNTRN-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** PROCESSAMENTO DE CADA TRANSACAO: O TALAO E TRATADO POR
      ** INTEIRO; SUSTACAO, CANCELAMENTO E LEVANTAMENTO SAO TRATADOS
      ** FOLHA A FOLHA DENTRO DA FAIXA, COM UMA LINHA POR FOLHA
      *
       2000-PROCESSA-TRANSACAO.
      *
           ADD 1 TO WS-QTD-LIDAS.
      *
           MOVE SPACES       TO DET-FUNCAO.
           MOVE TRN-AGENCIA  TO DET-AGENCIA.
           MOVE TRN-CONTA    TO DET-CONTA.
      *
           PERFORM 2150-VALIDA-FAIXA
               THRU 2150-VALIDA-FAIXA-EXIT.
      *
           IF WS-QTD-FOLHAS-FAIXA = ZERO
               GO TO 2000-PROCESSA-PROXIMA
           END-IF.
      *
           EVALUATE TRUE
               WHEN TRN-TALAO
                   PERFORM 2200-EMITIR-TALAO
                       THRU 2200-EMITIR-TALAO-EXIT
               WHEN TRN-SUSTAR
                   MOVE 'SUSTAR' TO DET-FUNCAO
                   PERFORM 2300-SUSTAR-FOLHA
                       THRU 2300-SUSTAR-FOLHA-EXIT
                       VARYING WS-FOLHA FROM WS-FOLHA-INICIAL BY 1
                       UNTIL WS-FOLHA > WS-FOLHA-FINAL
               WHEN TRN-CANCELAR
                   MOVE 'CANCELAR' TO DET-FUNCAO
                   PERFORM 2400-CANCELAR-FOLHA
                       THRU 2400-CANCELAR-FOLHA-EXIT
                       VARYING WS-FOLHA FROM WS-FOLHA-INICIAL BY 1
                       UNTIL WS-FOLHA > WS-FOLHA-FINAL
               WHEN TRN-LEVANTAR
                   MOVE 'LEVANTAR' TO DET-FUNCAO
                   PERFORM 2500-LEVANTAR-SUSTACAO
                       THRU 2500-LEVANTAR-SUSTACAO-EXIT
                       VARYING WS-FOLHA FROM WS-FOLHA-INICIAL BY 1
                       UNTIL WS-FOLHA > WS-FOLHA-FINAL
               WHEN OTHER
                   MOVE 'FUNCAO'  TO DET-FUNCAO
                   MOVE 'FUNCAO DE TRANSACAO INVALIDA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
           END-EVALUATE.
      *
       2000-PROCESSA-PROXIMA.
      *
           PERFORM 2100-LER-CHQMNTRN
               THRU 2100-LER-CHQMNTRN-EXIT.
      *
       2000-PROCESSA-TRANSACAO-EXIT.
           EXIT.
      *
      ** LEITURA DO ARQUIVO DE TRANSACOES
      *
       2100-LER-CHQMNTRN.
      *
           READ CHQMNTRN
               AT END
                   MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-LER-CHQMNTRN-EXIT
           END-READ.
      *
       2100-LER-CHQMNTRN-EXIT.
           EXIT.
      *
      ** FAIXA DE FOLHAS DA TRANSACAO: FOLHA FINAL ZERADA VALE A
      ** INICIAL. FAIXA INVERTIDA OU MAIOR QUE WS-MAX-FOLHAS E
      ** REJEITADA E A QUANTIDADE DA FAIXA FICA ZERADA
      *
       2150-VALIDA-FAIXA.
      *
           MOVE ZEROS              TO WS-QTD-FOLHAS-FAIXA.
           MOVE TRN-CHEQUE-INICIAL TO WS-FOLHA-INICIAL.
           MOVE TRN-CHEQUE-FINAL   TO WS-FOLHA-FINAL.
      *
           IF WS-FOLHA-FINAL = ZEROS
               MOVE WS-FOLHA-INICIAL TO WS-FOLHA-FINAL
           END-IF.
      *
           MOVE WS-FOLHA-INICIAL TO DET-FOLHA-INICIAL.
           MOVE WS-FOLHA-FINAL   TO DET-FOLHA-FINAL.
      *
           IF WS-FOLHA-INICIAL = ZEROS
               OR WS-FOLHA-FINAL < WS-FOLHA-INICIAL
               MOVE 'FAIXA DE FOLHAS INVALIDA'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2150-VALIDA-FAIXA-EXIT
           END-IF.
      *
           COMPUTE WS-QTD-FOLHAS-FAIXA =
               WS-FOLHA-FINAL - WS-FOLHA-INICIAL + 1.
      *
           IF WS-QTD-FOLHAS-FAIXA > WS-MAX-FOLHAS
               MOVE ZEROS TO WS-QTD-FOLHAS-FAIXA
               MOVE 'QUANTIDADE DE FOLHAS ACIMA DO LIMITE'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.
      *
       2150-VALIDA-FAIXA-EXIT.
           EXIT.
      *
      ** EMISSAO DE TALAO: VALIDA O NUMERO DA CONTA VIA CCDIGITO,
      ** EXIGE A CONTA NO CADASTRO (NAO ENCERRADA NEM BLOQUEADA) E
      ** NENHUMA FOLHA DA FAIXA JA EMITIDA, E GRAVA UMA FOLHA POR
      ** CHEQUE DA FAIXA
      *
       2200-EMITIR-TALAO.
      *
           MOVE 'TALAO' TO DET-FUNCAO.
      *
           MOVE TRN-CONTA TO WS-PARM-CONTA-NUMERO.
           MOVE SPACES    TO WS-PARM-CONTA-DV.
      *
           CALL 'CCDIGITO' USING WS-PARM-CONTA.
           MOVE RETURN-CODE TO WS-RC-CONTA.
      *
           IF WS-RC-CONTA NOT = ZERO
               MOVE 'NUMERO DE CONTA INVALIDO'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-EMITIR-TALAO-EXIT
           END-IF.
      *
           MOVE TRN-AGENCIA TO CTA-AGENCIA.
           MOVE TRN-CONTA   TO CTA-NUMERO.
      *
           READ CTACADM
               INVALID KEY
                   MOVE 'CONTA NAO CADASTRADA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-EMITIR-TALAO-EXIT
           END-READ.
      *
           IF CTA-STATUS-INATIVA
               MOVE 'CONTA ENCERRADA'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-EMITIR-TALAO-EXIT
           END-IF.
      *
           IF CTA-STATUS-BLOQUEADA
               MOVE 'CONTA BLOQUEADA'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-EMITIR-TALAO-EXIT
           END-IF.
      *
           PERFORM 2250-VERIFICA-FAIXA-LIVRE
               THRU 2250-VERIFICA-FAIXA-LIVRE-EXIT.
      *
           IF WS-FAIXA-OCUPADA
               MOVE 'FOLHA DA FAIXA JA EMITIDA'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-EMITIR-TALAO-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-SW-FALHA-GRAVACAO.
      *
           PERFORM 2270-GRAVA-FOLHA
               THRU 2270-GRAVA-FOLHA-EXIT
               VARYING WS-FOLHA FROM WS-FOLHA-INICIAL BY 1
               UNTIL WS-FOLHA > WS-FOLHA-FINAL.
      *
           IF WS-FALHA-GRAVACAO
               MOVE 'FALHA NA GRAVACAO DE FOLHA DO TALAO'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-EMITIR-TALAO-EXIT
           END-IF.
      *
           MOVE 'TALAO EMITIDO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
           ADD 1 TO WS-QTD-TALOES.
      *
       2200-EMITIR-TALAO-EXIT.
           EXIT.
      *
      ** VERIFICA SE ALGUMA FOLHA DA FAIXA JA ESTA NO CADASTRO:
      ** POSICIONA NA PRIMEIRA FOLHA DA FAIXA E CONFERE SE O PRIMEIRO
      ** REGISTRO LIDO E DA PROPRIA CONTA E NAO PASSA DA ULTIMA FOLHA
      *
       2250-VERIFICA-FAIXA-LIVRE.
      *
           MOVE 'N' TO WS-SW-FAIXA-OCUPADA.
      *
           MOVE TRN-AGENCIA      TO CHQ-AGENCIA.
           MOVE TRN-CONTA        TO CHQ-CONTA.
           MOVE WS-FOLHA-INICIAL TO CHQ-NUMERO.
      *
           START CTACHQ KEY NOT < CHQ-CHAVE
               INVALID KEY
                   GO TO 2250-VERIFICA-FAIXA-LIVRE-EXIT
           END-START.
      *
           READ CTACHQ NEXT
               AT END
                   GO TO 2250-VERIFICA-FAIXA-LIVRE-EXIT
           END-READ.
      *
           IF CHQ-AGENCIA = TRN-AGENCIA
               AND CHQ-CONTA = TRN-CONTA
               AND CHQ-NUMERO NOT > WS-FOLHA-FINAL
               MOVE 'S' TO WS-SW-FAIXA-OCUPADA
           END-IF.
      *
       2250-VERIFICA-FAIXA-LIVRE-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UMA FOLHA DO TALAO, EM ABERTO, REGISTRADA COMO
      ** INCLUSAO NO LOG DE ALTERACOES
      *
       2270-GRAVA-FOLHA.
      *
           MOVE SPACES           TO REG-CTACHQ.
           MOVE TRN-AGENCIA      TO CHQ-AGENCIA.
           MOVE TRN-CONTA        TO CHQ-CONTA.
           MOVE WS-FOLHA         TO CHQ-NUMERO.
           MOVE WS-FOLHA-INICIAL TO CHQ-PRIMEIRA-FOLHA.
           MOVE TRN-DATA         TO CHQ-DATA-EMISSAO.
           MOVE 'E'              TO CHQ-SITUACAO.
           MOVE ZEROS            TO CHQ-DATA-SITUACAO.
           MOVE ZEROS            TO CHQ-VALOR-PAGO.
           MOVE ZEROS            TO CHQ-BANCO-APRESENTANTE.
           MOVE ZEROS            TO CHQ-QTD-DEVOLUCOES.
           MOVE ZEROS            TO CHQ-ULTIMA-ALINEA.
           MOVE ZEROS            TO CHQ-DATA-ULT-DEVOLUCAO.
      *
           WRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'S' TO WS-SW-FALHA-GRAVACAO
                   GO TO 2270-GRAVA-FOLHA-EXIT
           END-WRITE.
      *
           MOVE 'I'    TO WS-ALT-OPERACAO.
           MOVE SPACES TO WS-ALT-IMAGEM-ANTES.
      *
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           ADD 1 TO WS-QTD-FOLHAS.
      *
       2270-GRAVA-FOLHA-EXIT.
           EXIT.
      *
      ** SUSTACAO (CONTRA-ORDEM) DE UMA FOLHA EM ABERTO: A FOLHA
      ** SUSTADA APRESENTADA NA COMPENSACAO E DEVOLVIDA PELA ALINEA
      ** 21
      *
       2300-SUSTAR-FOLHA.
      *
           MOVE WS-FOLHA TO DET-FOLHA-INICIAL.
           MOVE WS-FOLHA TO DET-FOLHA-FINAL.
      *
           MOVE TRN-AGENCIA TO CHQ-AGENCIA.
           MOVE TRN-CONTA   TO CHQ-CONTA.
           MOVE WS-FOLHA    TO CHQ-NUMERO.
      *
           READ CTACHQ
               INVALID KEY
                   MOVE 'FOLHA NAO EMITIDA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-SUSTAR-FOLHA-EXIT
           END-READ.
      *
           IF NOT CHQ-EMITIDO
               EVALUATE TRUE
                   WHEN CHQ-PAGO
                       MOVE 'CHEQUE JA PAGO' TO DET-SITUACAO
                   WHEN CHQ-SUSTADO
                       MOVE 'CHEQUE JA SUSTADO' TO DET-SITUACAO
                   WHEN OTHER
                       MOVE 'FOLHA CANCELADA' TO DET-SITUACAO
               END-EVALUATE
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-SUSTAR-FOLHA-EXIT
           END-IF.
      *
           MOVE REG-CTACHQ TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'S'        TO CHQ-SITUACAO.
           MOVE TRN-DATA   TO CHQ-DATA-SITUACAO.
           MOVE TRN-MOTIVO TO CHQ-MOTIVO.
      *
           REWRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA FOLHA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-SUSTAR-FOLHA-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
      *
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'CHEQUE SUSTADO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
           ADD 1 TO WS-QTD-SUSTADAS.
      *
       2300-SUSTAR-FOLHA-EXIT.
           EXIT.
      *
      ** CANCELAMENTO DE UMA FOLHA EM ABERTO OU SUSTADA (FOLHA
      ** EXTRAVIADA, INUTILIZADA OU TALAO DEVOLVIDO): A FOLHA
      ** CANCELADA APRESENTADA NA COMPENSACAO E DEVOLVIDA PELA
      ** ALINEA 20
      *
       2400-CANCELAR-FOLHA.
      *
           MOVE WS-FOLHA TO DET-FOLHA-INICIAL.
           MOVE WS-FOLHA TO DET-FOLHA-FINAL.
      *
           MOVE TRN-AGENCIA TO CHQ-AGENCIA.
           MOVE TRN-CONTA   TO CHQ-CONTA.
           MOVE WS-FOLHA    TO CHQ-NUMERO.
      *
           READ CTACHQ
               INVALID KEY
                   MOVE 'FOLHA NAO EMITIDA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-CANCELAR-FOLHA-EXIT
           END-READ.
      *
           IF CHQ-PAGO
               MOVE 'CHEQUE JA PAGO'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-CANCELAR-FOLHA-EXIT
           END-IF.
      *
           IF CHQ-CANCELADO
               MOVE 'FOLHA JA CANCELADA'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-CANCELAR-FOLHA-EXIT
           END-IF.
      *
           MOVE REG-CTACHQ TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'C'        TO CHQ-SITUACAO.
           MOVE TRN-DATA   TO CHQ-DATA-SITUACAO.
           MOVE TRN-MOTIVO TO CHQ-MOTIVO.
      *
           REWRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA FOLHA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-CANCELAR-FOLHA-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
      *
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'FOLHA CANCELADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
           ADD 1 TO WS-QTD-CANCELADAS.
      *
       2400-CANCELAR-FOLHA-EXIT.
           EXIT.
      *
      ** LEVANTAMENTO DA SUSTACAO A PEDIDO DO CORRENTISTA: A FOLHA
      ** VOLTA A FICAR EM ABERTO E PODE SER PAGA NA COMPENSACAO
      *
       2500-LEVANTAR-SUSTACAO.
      *
           MOVE WS-FOLHA TO DET-FOLHA-INICIAL.
           MOVE WS-FOLHA TO DET-FOLHA-FINAL.
      *
           MOVE TRN-AGENCIA TO CHQ-AGENCIA.
           MOVE TRN-CONTA   TO CHQ-CONTA.
           MOVE WS-FOLHA    TO CHQ-NUMERO.
      *
           READ CTACHQ
               INVALID KEY
                   MOVE 'FOLHA NAO EMITIDA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2500-LEVANTAR-SUSTACAO-EXIT
           END-READ.
      *
           IF NOT CHQ-SUSTADO
               MOVE 'CHEQUE NAO ESTA SUSTADO'
                   TO DET-SITUACAO
               PERFORM 2700-GRAVA-LINHA
                   THRU 2700-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2500-LEVANTAR-SUSTACAO-EXIT
           END-IF.
      *
           MOVE REG-CTACHQ TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'E'      TO CHQ-SITUACAO.
           MOVE TRN-DATA TO CHQ-DATA-SITUACAO.
           MOVE SPACES   TO CHQ-MOTIVO.
      *
           REWRITE REG-CTACHQ
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA FOLHA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2500-LEVANTAR-SUSTACAO-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
      *
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'SUSTACAO LEVANTADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
           ADD 1 TO WS-QTD-LEVANTADAS.
      *
       2500-LEVANTAR-SUSTACAO-EXIT.
           EXIT.
      *
      ** REGISTRO DA ALTERACAO EFETIVADA NO LOG DE ALTERACOES, COM A
      ** IMAGEM DA FOLHA ANTES E DEPOIS E A POSICAO DA TRANSACAO NO
      ** ARQUIVO DE TRANSACOES
      *
       2600-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTACHQ'            TO ALT-ARQUIVO.
           MOVE CHQ-CHAVE           TO ALT-CHAVE.
           MOVE WS-ALT-OPERACAO     TO ALT-OPERACAO.
           MOVE TRN-FUNCAO          TO ALT-FUNCAO.
           MOVE 'CCCHQMNT'          TO ALT-PROGRAMA.
           MOVE 'CHQMNTRN'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDAS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTACHQ          TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       2600-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UMA LINHA NO RELATORIO
      *
       2700-GRAVA-LINHA.
      *
           WRITE REG-CHQMNRPT FROM WS-LINHA-DETALHE.
      *
       2700-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
      *
           MOVE WS-QTD-TALOES     TO TOT-TALOES.
           MOVE WS-QTD-FOLHAS     TO TOT-FOLHAS.
           MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS.
      *
           WRITE REG-CHQMNRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-SUSTADAS   TO TOT-SUSTADAS.
           MOVE WS-QTD-CANCELADAS TO TOT-CANCELADAS.
           MOVE WS-QTD-LEVANTADAS TO TOT-LEVANTADAS.
      *
           WRITE REG-CHQMNRPT FROM WS-LINHA-TOTAIS-2.
      *
           CLOSE CHQMNTRN.
           CLOSE CHQMNRPT.
           CLOSE CTACADM.
           CLOSE CTACHQ.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCHQMNT.
