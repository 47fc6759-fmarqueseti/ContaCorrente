      ****************************************************************
      * PROGRAM: CCEXEREL                                            *
      *                                                              *
      * DESCRIPTION: RELATORIO DIARIO DA SITUACAO DA CADEIA NOTURNA  *
      *              DO BANCO FUTURE SCHOOL. LISTA, PARA A DATA DE   *
      *              NEGOCIO DO PARAMETRO, CADA PASSO REGISTRADO NO  *
      *              CONTROLE DE EXECUCAO (CTAEXE, GRAVADO PELO      *
      *              CCEXECTL) COM A SITUACAO, O INICIO E O FIM, AS  *
      *              CONTAGENS, A QUANTIDADE DE EXECUCOES E SE A     *
      *              ULTIMA FOI REEXECUCAO AUTORIZADA; EM SEGUIDA    *
      *              OS PASSOS DA CADEIA QUE NAO RODARAM NA DATA     *
      *              (OS DE FIM DE MES IDENTIFICADOS COMO TAL) E OS  *
      *              TOTAIS                                          *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCEXRPRM   PARAMETRO COM A DATA DE NEGOCIO (ZERO = DATA DO *
      *               SISTEMA)                                       *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE)                                     *
      *                                                              *
      * OUTPUT                                                       *
      *   CCEXERPT   RELATORIO DA SITUACAO DA CADEIA NA DATA         *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCEXEREL.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. SITUACAO DIARIA DA CADEIA NOTURNA.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCEXRPRM ASSIGN TO CCEXRPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAEXE ASSIGN TO CTAEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-CTAEXE-STATUS.
      *
           SELECT CCEXERPT ASSIGN TO CCEXERPT
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCEXRPRM
           RECORDING MODE IS F.
       01 REG-CCEXRPRM.
           05 PRM-DATA-NEGOCIO      PIC 9(08).
           05 FILLER                PIC X(72).
      *
       FD  CTAEXE
           RECORDING MODE IS F.
       COPY CTAEXE.
      *
       FD  CCEXERPT
           RECORDING MODE IS F.
       01 REG-CCEXERPT              PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTAEXE      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAEXE                VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAEXE-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAEXE-OK                    VALUE '00'.
      *
       01 WS-CONTADORES.
           05 WS-QTD-REGISTRADOS    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-CONCLUIDOS     PIC 9(05) VALUE ZEROS.
           05 WS-QTD-NAO-CONCLUIDOS PIC 9(05) VALUE ZEROS.
           05 WS-QTD-NAO-EXECUTADOS PIC 9(05) VALUE ZEROS.
      *
      ** DATA DE NEGOCIO SALVA EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCEXRPRM: A AREA DO REGISTRO DO FD FICA NO BUFFER E NAO E
      ** MAIS ENDERECAVEL DEPOIS DO CLOSE
      *
       01 WS-DATA-NEGOCIO           PIC 9(08) VALUE ZEROS.
      *
      ** HORA GRAVADA PELO CCEXECTL (HHMMSSCC), SEPARADA PARA A
      ** EDICAO HH:MM:SS
      *
       01 WS-HORA.
           05 WS-HORA-HH            PIC 9(02).
           05 WS-HORA-MM            PIC 9(02).
           05 WS-HORA-SS            PIC 9(02).
           05 WS-HORA-CC            PIC 9(02).
       01 WS-HORA-NUM REDEFINES WS-HORA
                                    PIC 9(08).
      *
      ** PASSOS DA CADEIA, NA ORDEM DE EXECUCAO, COM A PERIODICIDADE
      ** ('D' DIARIO, 'M' FIM DE MES); O INDICADOR DE EXECUCAO E
      ** LIGADO QUANDO O PASSO TEM REGISTRO NA DATA
      *
       01 WS-TABELA-PASSOS-DADOS.
           05 FILLER                PIC X(10) VALUE 'CCDEBAUTDN'.
           05 FILLER                PIC X(10) VALUE 'CCTEDRECDN'.
           05 FILLER                PIC X(10) VALUE 'CCLANCTODN'.
           05 FILLER                PIC X(10) VALUE 'CCRECSLDDN'.
           05 FILLER                PIC X(10) VALUE 'CCCTBGERDN'.
           05 FILLER                PIC X(10) VALUE 'CCCOAFRLDN'.
           05 FILLER                PIC X(10) VALUE 'CCJURTARMN'.
           05 FILLER                PIC X(10) VALUE 'CCMOVARCMN'.
      *
       01 WS-TABELA-PASSOS REDEFINES WS-TABELA-PASSOS-DADOS.
           05 WS-PASSO-ENT OCCURS 8 TIMES
                           INDEXED BY WS-IDX-PAS.
               10 WS-PAS-NOME       PIC X(08).
               10 WS-PAS-PERIODO    PIC X(01).
                   88 WS-PAS-FIM-DE-MES        VALUE 'M'.
               10 WS-PAS-EXECUTADO  PIC X(01).
                   88 WS-PAS-TEM-REGISTRO      VALUE 'S'.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'SITUACAO DA CADEIA NOTURNA'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(17) VALUE
                   'DATA DE NEGOCIO: '.
               10 PAR-DATA-NEGOCIO  PIC 9(08).
               10 FILLER            PIC X(108) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(10) VALUE 'PASSO'.
               10 FILLER            PIC X(12) VALUE 'LOTE'.
               10 FILLER            PIC X(15) VALUE 'SITUACAO'.
               10 FILLER            PIC X(19) VALUE 'INICIO'.
               10 FILLER            PIC X(19) VALUE 'FIM'.
               10 FILLER            PIC X(13) VALUE '      LIDOS'.
               10 FILLER            PIC X(13) VALUE 'PROCESSADOS'.
               10 FILLER            PIC X(13) VALUE 'OCORRENCIAS'.
               10 FILLER            PIC X(05) VALUE 'EXEC'.
               10 FILLER            PIC X(06) VALUE 'REEXEC'.
               10 FILLER            PIC X(08) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-PASSO         PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-LOTE-ID       PIC X(10).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SITUACAO      PIC X(13).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DATA-INICIO   PIC 9(08).
               10 FILLER            PIC X(01) VALUE SPACES.
               10 DET-HORA-INICIO.
                   15 DET-HI-HH     PIC 9(02).
                   15 FILLER        PIC X(01) VALUE ':'.
                   15 DET-HI-MM     PIC 9(02).
                   15 FILLER        PIC X(01) VALUE ':'.
                   15 DET-HI-SS     PIC 9(02).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DATA-FIM      PIC 9(08).
               10 FILLER            PIC X(01) VALUE SPACES.
               10 DET-HORA-FIM.
                   15 DET-HF-HH     PIC 9(02).
                   15 FILLER        PIC X(01) VALUE ':'.
                   15 DET-HF-MM     PIC 9(02).
                   15 FILLER        PIC X(01) VALUE ':'.
                   15 DET-HF-SS     PIC 9(02).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-QTD-LIDOS     PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-QTD-PROCESSADOS PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-QTD-OCORRENCIAS PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-QTD-EXECUCOES PIC ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-REEXECUCAO    PIC X(01).
               10 FILLER            PIC X(11) VALUE SPACES.
      *
           05 WS-TITULO-NAO-EXECUTADOS.
               10 FILLER            PIC X(40) VALUE
                   'PASSOS SEM REGISTRO NA DATA'.
               10 FILLER            PIC X(93) VALUE SPACES.
      *
           05 WS-LINHA-NAO-EXECUTADO.
               10 NEX-PASSO         PIC X(08).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 NEX-SITUACAO      PIC X(40).
               10 FILLER            PIC X(81) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(13) VALUE
                   'REGISTRADOS: '.
               10 TOT-REGISTRADOS   PIC ZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE
                   'CONCLUIDOS: '.
               10 TOT-CONCLUIDOS    PIC ZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE
                   'NAO CONCLUIDOS: '.
               10 TOT-NAO-CONCLUIDOS PIC ZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(30) VALUE
                   'PASSOS DIARIOS NAO EXECUTADOS:'.
               10 TOT-NAO-EXECUTADOS PIC ZZ,ZZ9.
               10 FILLER            PIC X(26) VALUE SPACES.
      *
           05 WS-LINHA-ALERTA.
               10 FILLER            PIC X(60) VALUE
                   '*** CADEIA INCOMPLETA NA DATA - VERIFICAR ***'.
               10 FILLER            PIC X(73) VALUE SPACES.
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
           PERFORM 2000-PROCESSA-EXECUCAO
               THRU 2000-PROCESSA-EXECUCAO-EXIT
               UNTIL WS-FIM-CTAEXE.
      *
           PERFORM 3000-LISTA-NAO-EXECUTADOS
               THRU 3000-LISTA-NAO-EXECUTADOS-EXIT.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: POSICIONA O CTAEXE NO PRIMEIRO REGISTRO DA
      ** DATA DE NEGOCIO
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCEXRPRM.
      *
           READ CCEXRPRM
               AT END
                   MOVE ZEROS TO PRM-DATA-NEGOCIO
           END-READ.
      *
           MOVE PRM-DATA-NEGOCIO TO WS-DATA-NEGOCIO.
      *
           CLOSE CCEXRPRM.
      *
           IF WS-DATA-NEGOCIO = ZERO
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
      *
           OPEN INPUT  CTAEXE.
           OPEN OUTPUT CCEXERPT.
      *
           MOVE WS-DATA-NEGOCIO TO PAR-DATA-NEGOCIO.
      *
           WRITE REG-CCEXERPT FROM WS-CABECALHO-1.
           WRITE REG-CCEXERPT FROM WS-LINHA-PARAMETROS.
           WRITE REG-CCEXERPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCEXERPT FROM WS-CABECALHO-2.
      *
           MOVE WS-DATA-NEGOCIO TO EXE-DATA-NEGOCIO.
           MOVE LOW-VALUES      TO EXE-PASSO.
           MOVE LOW-VALUES      TO EXE-LOTE-ID.
      *
           START CTAEXE KEY NOT < EXE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-CTAEXE
                   GO TO 1000-INICIALIZACAO-EXIT
           END-START.
      *
           PERFORM 2100-LER-CTAEXE
               THRU 2100-LER-CTAEXE-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** UM PASSO REGISTRADO NA DATA
      *
       2000-PROCESSA-EXECUCAO.
      *
           ADD 1 TO WS-QTD-REGISTRADOS.
      *
           IF EXE-CONCLUIDO
               ADD 1 TO WS-QTD-CONCLUIDOS
           ELSE
               ADD 1 TO WS-QTD-NAO-CONCLUIDOS
           END-IF.
      *
           PERFORM 2200-MARCA-PASSO
               THRU 2200-MARCA-PASSO-EXIT
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS > 8.
      *
           PERFORM 2300-IMPRIME-EXECUCAO
               THRU 2300-IMPRIME-EXECUCAO-EXIT.
      *
           PERFORM 2100-LER-CTAEXE
               THRU 2100-LER-CTAEXE-EXIT.
      *
       2000-PROCESSA-EXECUCAO-EXIT.
           EXIT.
      *
      ** LEITURA SEQUENCIAL DO CTAEXE ATE O FIM DA DATA DE NEGOCIO
      *
       2100-LER-CTAEXE.
      *
           READ CTAEXE NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-CTAEXE
                   GO TO 2100-LER-CTAEXE-EXIT
           END-READ.
      *
           IF EXE-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
               MOVE 'S' TO WS-SW-FIM-CTAEXE
           END-IF.
      *
       2100-LER-CTAEXE-EXIT.
           EXIT.
      *
       2200-MARCA-PASSO.
      *
           IF WS-PAS-NOME(WS-IDX-PAS) = EXE-PASSO
               MOVE 'S' TO WS-PAS-EXECUTADO(WS-IDX-PAS)
           END-IF.
      *
       2200-MARCA-PASSO-EXIT.
           EXIT.
      *
      ** LINHA DO PASSO: PASSO AINDA EM 'E' NAO CHEGOU AO FIM (EM
      ** EXECUCAO OU INTERROMPIDO) E NAO TEM FIM NEM CONTAGENS
      *
       2300-IMPRIME-EXECUCAO.
      *
           MOVE EXE-PASSO           TO DET-PASSO.
           MOVE EXE-LOTE-ID         TO DET-LOTE-ID.
           MOVE EXE-DATA-INICIO     TO DET-DATA-INICIO.
           MOVE EXE-DATA-FIM        TO DET-DATA-FIM.
           MOVE EXE-QTD-LIDOS       TO DET-QTD-LIDOS.
           MOVE EXE-QTD-PROCESSADOS TO DET-QTD-PROCESSADOS.
           MOVE EXE-QTD-OCORRENCIAS TO DET-QTD-OCORRENCIAS.
           MOVE EXE-QTD-EXECUCOES   TO DET-QTD-EXECUCOES.
      *
           IF EXE-CONCLUIDO
               MOVE 'CONCLUIDO'     TO DET-SITUACAO
           ELSE
               MOVE 'NAO CONCLUIDO' TO DET-SITUACAO
           END-IF.
      *
           IF EXE-REEXECUCAO
               MOVE 'S' TO DET-REEXECUCAO
           ELSE
               MOVE 'N' TO DET-REEXECUCAO
           END-IF.
      *
           MOVE EXE-HORA-INICIO TO WS-HORA-NUM.
           MOVE WS-HORA-HH      TO DET-HI-HH.
           MOVE WS-HORA-MM      TO DET-HI-MM.
           MOVE WS-HORA-SS      TO DET-HI-SS.
      *
           MOVE EXE-HORA-FIM    TO WS-HORA-NUM.
           MOVE WS-HORA-HH      TO DET-HF-HH.
           MOVE WS-HORA-MM      TO DET-HF-MM.
           MOVE WS-HORA-SS      TO DET-HF-SS.
      *
           WRITE REG-CCEXERPT FROM WS-LINHA-DETALHE.
      *
       2300-IMPRIME-EXECUCAO-EXIT.
           EXIT.
      *
      ** PASSOS DA CADEIA SEM REGISTRO NA DATA. SO OS DIARIOS CONTAM
      ** COMO CADEIA INCOMPLETA; OS DE FIM DE MES SAEM INDICADOS
      *
       3000-LISTA-NAO-EXECUTADOS.
      *
           WRITE REG-CCEXERPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCEXERPT FROM WS-TITULO-NAO-EXECUTADOS.
      *
           PERFORM 3100-VERIFICA-PASSO
               THRU 3100-VERIFICA-PASSO-EXIT
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS > 8.
      *
       3000-LISTA-NAO-EXECUTADOS-EXIT.
           EXIT.
      *
       3100-VERIFICA-PASSO.
      *
           IF WS-PAS-TEM-REGISTRO(WS-IDX-PAS)
               GO TO 3100-VERIFICA-PASSO-EXIT
           END-IF.
      *
           MOVE WS-PAS-NOME(WS-IDX-PAS) TO NEX-PASSO.
      *
           IF WS-PAS-FIM-DE-MES(WS-IDX-PAS)
               MOVE 'NAO EXECUTADO (PASSO DE FIM DE MES)'
                   TO NEX-SITUACAO
           ELSE
               MOVE 'NAO EXECUTADO'
                   TO NEX-SITUACAO
               ADD 1 TO WS-QTD-NAO-EXECUTADOS
           END-IF.
      *
           WRITE REG-CCEXERPT FROM WS-LINHA-NAO-EXECUTADO.
      *
       3100-VERIFICA-PASSO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS, COM ALERTA QUANDO HA
      ** PASSO NAO CONCLUIDO OU PASSO DIARIO QUE NAO RODOU
      *
       9000-FINALIZACAO.
      *
           MOVE WS-QTD-REGISTRADOS    TO TOT-REGISTRADOS.
           MOVE WS-QTD-CONCLUIDOS     TO TOT-CONCLUIDOS.
           MOVE WS-QTD-NAO-CONCLUIDOS TO TOT-NAO-CONCLUIDOS.
           MOVE WS-QTD-NAO-EXECUTADOS TO TOT-NAO-EXECUTADOS.
      *
           WRITE REG-CCEXERPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCEXERPT FROM WS-LINHA-TOTAIS.
      *
           IF WS-QTD-NAO-CONCLUIDOS > ZERO
               OR WS-QTD-NAO-EXECUTADOS > ZERO
               WRITE REG-CCEXERPT FROM WS-LINHA-ALERTA
           END-IF.
      *
           CLOSE CTAEXE.
           CLOSE CCEXERPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCEXEREL.
