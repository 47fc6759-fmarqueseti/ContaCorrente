      *   TITMNTRN   ARQUIVO SEQUENCIAL DE TRANSACOES DE MANUTENCAO  *
      *               DE TITULAR (INCLUIR / ALTERAR / EXCLUIR)       *
      *   CTATIT     CADASTRO DE TITULARES (INDEXADO POR TIT-CHAVE)  *
      *   CTACADM    CADASTRO DE CONTAS (CONTA JA ABERTA)            *
      *                                                              *
      * OUTPUT                                                       *
      *   CTATIT     CADASTRO DE TITULARES ATUALIZADO                *
      *   TITMNRPT   RELATORIO DE TRANSACOES PROCESSADAS/REJEITADAS  *
      *   CCSLOG     LOG DE EVENTOS DE RELACIONAMENTO PARA O CCS     *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *                               PRINCIPAL. O PRINCIPAL NAO E   *
      *                               EXCLUIDO ENQUANTO HOUVER       *
      *                               CO-TITULAR NA CONTA            *
      *   2026-10-15  FABIO MARQUES   CCS: A INCLUSAO DE TITULAR EM  *
      *                               CONTA JA ABERTA NO CTACADM, A  *
      *                               EXCLUSAO DE TITULAR DE CONTA   *
      *                               ABERTA E A TROCA DE CPF/CNPJ   *
      *                               DE TITULAR DE CONTA ABERTA     *
      *                               PASSAM A GRAVAR O EVENTO DE    *
      *                               INICIO/FIM DE RELACIONAMENTO   *
      *                               NO LOG CCSLOG, LIDO PELO       *
      *                               CCCCSGER. NA CONTA AINDA NAO   *
      *                               ABERTA O INICIO FICA PARA O    *
      *                               LANCAMENTO DE ABERTURA DO      *
      *                               CCLANCTO                       *
      *   2026-10-15  FABIO MARQUES   LOG DE ALTERACOES: A INCLUSAO, *
      *                               A ALTERACAO E A EXCLUSAO DE    *
      *                               TITULAR EFETIVADAS GRAVAM NO   *
      *                               CCALTLOG A IMAGEM DO TITULAR   *
      *                               ANTES E DEPOIS, A FUNCAO, A    *
      *                               POSICAO DA TRANSACAO NO        *
      *                               TITMNTRN E A DATA/HORA         *
      *                               (2700-REGISTRA-ALTERACAO)      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-CTATIT-STATUS.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CCSLOG ASSIGN TO CCSLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       FD  CTATIT
           RECORDING MODE IS F.
       COPY CTATIT.
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CCSLOG
           RECORDING MODE IS F.
       COPY CCSLOG.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
               88 WS-FIM-VARREDURA             VALUE 'S'.
           05 WS-SW-TEM-COTITULAR   PIC X(01) VALUE 'N'.
               88 WS-TEM-COTITULAR             VALUE 'S'.
           05 WS-SW-CONTA-ABERTA    PIC X(01) VALUE 'N'.
               88 WS-CONTA-ABERTA              VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTATIT-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTATIT-OK                    VALUE '00'.
               88 WS-CTATIT-NAO-ENCONTRADO         VALUE '23'.
               88 WS-CTATIT-DUPLICADO              VALUE '22'.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDAS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ACEITAS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADAS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-EVENTOS-CCS    PIC 9(07) VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
      *
      ** CPF/CNPJ E NOME DO TITULAR ANTES DA ALTERACAO OU DA EXCLUSAO
      ** E EVENTO DE RELACIONAMENTO A REGISTRAR NO CCSLOG
      *
       01 WS-TITULAR-ANTERIOR.
           05 WS-TAN-CPF-CNPJ       PIC 9(14) VALUE ZEROS.
           05 WS-TAN-NOME           PIC X(40) VALUE SPACES.
      *
       01 WS-EVENTO-CCS.
           05 WS-EVT-TIPO           PIC X(01) VALUE SPACES.
           05 WS-EVT-SEQUENCIA      PIC 9(02) VALUE ZEROS.
           05 WS-EVT-CPF-CNPJ       PIC 9(14) VALUE ZEROS.
           05 WS-EVT-NOME           PIC X(40) VALUE SPACES.
      *
      ** PROXIMA SEQUENCIA LIVRE DA CONTA NA INCLUSAO
      *
       01 WS-PROXIMA-SEQUENCIA      PIC 9(02) VALUE ZEROS.
      *
      ** OPERACAO E IMAGEM DO TITULAR ANTES DA ALTERACAO, PARA O LOG
      ** DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALTERACAO.
           05 WS-ALT-OPERACAO       PIC X(01) VALUE SPACES.
               88 WS-ALT-EXCLUSAO             VALUE 'E'.
           05 WS-ALT-IMAGEM-ANTES   PIC X(200) VALUE SPACES.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
                   'TOTAL REJEITADAS: '.
               10 TOT-REJEITADAS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(13) VALUE SPACES.
      *
           05 WS-LINHA-EVENTOS-CCS.
               10 FILLER            PIC X(27) VALUE
                   'EVENTOS REGISTRADOS P/ CCS:'.
               10 TOT-EVENTOS-CCS   PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(95) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
           OPEN INPUT  TITMNTRN.
           OPEN OUTPUT TITMNRPT.
           OPEN I-O    CTATIT.
           OPEN INPUT  CTACADM.
           OPEN EXTEND CCSLOG.
           OPEN EXTEND CCALTLOG.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           WRITE REG-TITMNRPT FROM WS-CABECALHO-1.
           WRITE REG-TITMNRPT FROM WS-CABECALHO-2.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-INCLUIR-TITULAR-EXIT
           END-WRITE.
      *
           MOVE 'I'    TO WS-ALT-OPERACAO.
           MOVE SPACES TO WS-ALT-IMAGEM-ANTES.
           PERFORM 2700-REGISTRA-ALTERACAO
               THRU 2700-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE WS-PROXIMA-SEQUENCIA TO DET-SEQUENCIA.
           MOVE 'TITULAR INCLUIDO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
      ** CO-TITULAR INCLUIDO EM CONTA JA ABERTA INICIA O
      ** RELACIONAMENTO AGORA; NA CONTA AINDA NAO ABERTA O INICIO E
      ** REGISTRADO PELO CCLANCTO NO LANCAMENTO DE ABERTURA
      *
           PERFORM 2600-VERIFICA-CONTA-ABERTA
               THRU 2600-VERIFICA-CONTA-ABERTA-EXIT.
      *
           IF WS-CONTA-ABERTA
               MOVE 'I'                  TO WS-EVT-TIPO
               MOVE WS-PROXIMA-SEQUENCIA TO WS-EVT-SEQUENCIA
               MOVE TRN-CPF-CNPJ         TO WS-EVT-CPF-CNPJ
               MOVE TRN-NOME             TO WS-EVT-NOME
               PERFORM 2650-REGISTRA-EVENTO-CCS
                   THRU 2650-REGISTRA-EVENTO-CCS-EXIT
           END-IF.
      *
       2200-INCLUIR-TITULAR-EXIT.
           EXIT.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-ALTERAR-TITULAR-EXIT
           END-READ.
      *
           MOVE TIT-CPF-CNPJ   TO WS-TAN-CPF-CNPJ.
           MOVE TIT-NOME       TO WS-TAN-NOME.
           MOVE REG-CTATIT     TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE TRN-NOME       TO TIT-NOME.
           MOVE TRN-CPF-CNPJ   TO TIT-CPF-CNPJ.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-ALTERAR-TITULAR-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2700-REGISTRA-ALTERACAO
               THRU 2700-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'TITULAR ALTERADO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
      ** TROCA DO CPF/CNPJ DO TITULAR DE CONTA ABERTA: PARA O CCS O
      ** DOCUMENTO ANTIGO ENCERRA E O NOVO INICIA O RELACIONAMENTO
      *
           IF WS-TAN-CPF-CNPJ = TRN-CPF-CNPJ
               GO TO 2300-ALTERAR-TITULAR-EXIT
           END-IF.
      *
           PERFORM 2600-VERIFICA-CONTA-ABERTA
               THRU 2600-VERIFICA-CONTA-ABERTA-EXIT.
      *
           IF WS-CONTA-ABERTA
               MOVE 'F'                  TO WS-EVT-TIPO
               MOVE TRN-SEQUENCIA        TO WS-EVT-SEQUENCIA
               MOVE WS-TAN-CPF-CNPJ      TO WS-EVT-CPF-CNPJ
               MOVE WS-TAN-NOME          TO WS-EVT-NOME
               PERFORM 2650-REGISTRA-EVENTO-CCS
                   THRU 2650-REGISTRA-EVENTO-CCS-EXIT
               MOVE 'I'                  TO WS-EVT-TIPO
               MOVE TRN-CPF-CNPJ         TO WS-EVT-CPF-CNPJ
               MOVE TRN-NOME             TO WS-EVT-NOME
               PERFORM 2650-REGISTRA-EVENTO-CCS
                   THRU 2650-REGISTRA-EVENTO-CCS-EXIT
           END-IF.
      *
       2300-ALTERAR-TITULAR-EXIT.
           EXIT.
                       GO TO 2400-EXCLUIR-TITULAR-EXIT
               END-READ
           END-IF.
      *
           MOVE TIT-CPF-CNPJ TO WS-TAN-CPF-CNPJ.
           MOVE TIT-NOME     TO WS-TAN-NOME.
           MOVE REG-CTATIT   TO WS-ALT-IMAGEM-ANTES.
      *
           DELETE CTATIT
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-EXCLUIR-TITULAR-EXIT
           END-DELETE.
      *
           MOVE 'E' TO WS-ALT-OPERACAO.
           PERFORM 2700-REGISTRA-ALTERACAO
               THRU 2700-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'TITULAR EXCLUIDO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
      ** TITULAR EXCLUIDO DE CONTA ABERTA ENCERRA O RELACIONAMENTO;
      ** NA CONTA JA ENCERRADA O FIM FOI REGISTRADO NO ENCERRAMENTO
      *
           PERFORM 2600-VERIFICA-CONTA-ABERTA
               THRU 2600-VERIFICA-CONTA-ABERTA-EXIT.
      *
           IF WS-CONTA-ABERTA
               MOVE 'F'                  TO WS-EVT-TIPO
               MOVE TRN-SEQUENCIA        TO WS-EVT-SEQUENCIA
               MOVE WS-TAN-CPF-CNPJ      TO WS-EVT-CPF-CNPJ
               MOVE WS-TAN-NOME          TO WS-EVT-NOME
               PERFORM 2650-REGISTRA-EVENTO-CCS
                   THRU 2650-REGISTRA-EVENTO-CCS-EXIT
           END-IF.
      *
       2400-EXCLUIR-TITULAR-EXIT.
           EXIT.
       2500-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** A CONTA DA TRANSACAO ESTA ABERTA QUANDO JA EXISTE NO CTACADM
      ** E NAO FOI ENCERRADA (QUALQUER STATUS MENOS INATIVA)
      *
       2600-VERIFICA-CONTA-ABERTA.
      *
           MOVE 'N' TO WS-SW-CONTA-ABERTA.
      *
           MOVE TRN-AGENCIA TO CTA-AGENCIA.
           MOVE TRN-CONTA   TO CTA-NUMERO.
      *
           READ CTACADM
               INVALID KEY
                   GO TO 2600-VERIFICA-CONTA-ABERTA-EXIT
           END-READ.
      *
           IF NOT CTA-STATUS-INATIVA
               MOVE 'S' TO WS-SW-CONTA-ABERTA
           END-IF.
      *
       2600-VERIFICA-CONTA-ABERTA-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UM EVENTO DE RELACIONAMENTO NO CCSLOG, A PARTIR
      ** DE WS-EVENTO-CCS
      *
       2650-REGISTRA-EVENTO-CCS.
      *
           MOVE SPACES                TO REG-CCSLOG.
           MOVE WS-DATA-PROCESSAMENTO TO CCL-DATA-REGISTRO.
           ACCEPT CCL-HORA-REGISTRO FROM TIME.
           MOVE WS-EVT-TIPO           TO CCL-EVENTO.
           MOVE WS-DATA-PROCESSAMENTO TO CCL-DATA-EVENTO.
           MOVE TRN-AGENCIA           TO CCL-AGENCIA.
           MOVE TRN-CONTA             TO CCL-CONTA.
           MOVE WS-EVT-SEQUENCIA      TO CCL-SEQUENCIA.
           MOVE WS-EVT-CPF-CNPJ       TO CCL-CPF-CNPJ.
           MOVE WS-EVT-NOME           TO CCL-NOME.
           MOVE 'CCTITMNT'            TO CCL-PROGRAMA.
      *
           WRITE REG-CCSLOG.
           ADD 1 TO WS-QTD-EVENTOS-CCS.
      *
       2650-REGISTRA-EVENTO-CCS-EXIT.
           EXIT.
      *
      ** REGISTRO DA ALTERACAO EFETIVADA NO LOG DE ALTERACOES, COM A
      ** IMAGEM DO TITULAR ANTES E DEPOIS E A POSICAO DA TRANSACAO NO
      ** ARQUIVO DE TRANSACOES. NA EXCLUSAO A IMAGEM DEPOIS FICA EM
      ** BRANCO
      *
       2700-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTATIT'            TO ALT-ARQUIVO.
           MOVE TIT-CHAVE           TO ALT-CHAVE.
           MOVE WS-ALT-OPERACAO     TO ALT-OPERACAO.
           MOVE TRN-FUNCAO          TO ALT-FUNCAO.
           MOVE 'CCTITMNT'          TO ALT-PROGRAMA.
           MOVE 'TITMNTRN'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDAS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
      *
           IF NOT WS-ALT-EXCLUSAO
               MOVE REG-CTATIT      TO ALT-IMAGEM-DEPOIS
           END-IF.
      *
           WRITE REG-CCALTLOG.
      *
       2700-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
           MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS.
      *
           WRITE REG-TITMNRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-EVENTOS-CCS TO TOT-EVENTOS-CCS.
           WRITE REG-TITMNRPT FROM WS-LINHA-EVENTOS-CCS.
      *
           CLOSE TITMNTRN.
           CLOSE TITMNRPT.
           CLOSE CTATIT.
           CLOSE CTACADM.
           CLOSE CCSLOG.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
