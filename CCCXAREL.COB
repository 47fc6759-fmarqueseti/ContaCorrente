      ****************************************************************
      * PROGRAM: CCCXAREL                                            *
      *                                                              *
      * DESCRIPTION: FECHAMENTO NOTURNO DAS GAVETAS DE CAIXA DO      *
      *              GUICHE DO BANCO FUTURE SCHOOL. LE NO CTACXA AS  *
      *              GAVETAS DA DATA DO PARAMETRO (ABERTAS E         *
      *              FECHADAS PELA TRANSACAO CCXA E MOVIMENTADAS     *
      *              PELA CLAN) E LISTA, POR AGENCIA E CAIXA, O      *
      *              TROCO INICIAL, AS ENTRADAS (DEPOSITOS), AS      *
      *              SAIDAS (SAQUES), O SALDO ESPERADO, O DINHEIRO   *
      *              DECLARADO NO FECHAMENTO E A DIFERENCA. CAIXA    *
      *              COM SOBRA OU FALTA, OU COM A GAVETA NAO         *
      *              FECHADA, SAI MARCADO NA OCORRENCIA PARA O       *
      *              GERENTE DA AGENCIA, E OS TOTAIS DA AGENCIA      *
      *              CONTAM OS CAIXAS EM CADA SITUACAO               *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCCXRPRM   PARAMETRO COM A DATA DO MOVIMENTO (ZERADA VALE  *
      *               A DATA DO SISTEMA)                             *
      *   CTACXA     GAVETAS DE CAIXA DO GUICHE (INDEXADO POR        *
      *               CXA-CHAVE = DATA + OPERADOR)                   *
      *                                                              *
      * OUTPUT                                                       *
      *   CCCXRRPT   RELATORIO DE FECHAMENTO DE CAIXA POR AGENCIA E  *
      *               CAIXA, COM SOBRAS E FALTAS                     *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCXAREL.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. FECHAMENTO DAS GAVETAS DE CAIXA POR AGENCIA.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCCXRPRM ASSIGN TO CCCXRPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCCXRRPT ASSIGN TO CCCXRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTACXA ASSIGN TO CTACXA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS WS-CTACXA-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCCXRPRM
           RECORDING MODE IS F.
       01 REG-CCCXRPRM.
           05 PRM-DATA-MOVIMENTO    PIC 9(08).
           05 FILLER                PIC X(72).
      *
       FD  CCCXRRPT
           RECORDING MODE IS F.
       01 REG-CCCXRRPT              PIC X(133).
      *
       FD  CTACXA
           RECORDING MODE IS F.
       COPY CTACXA.
      *
       SD  SORTWK01.
       01 REG-SORT-CXA.
           05 SRT-AGENCIA            PIC 9(04).
           05 SRT-OPERADOR           PIC X(08).
           05 SRT-TERMINAL           PIC X(04).
           05 SRT-SITUACAO           PIC X(01).
           05 SRT-ABERTURA           PIC 9(13)V99.
           05 SRT-ENTRADAS           PIC 9(15)V99.
           05 SRT-SAIDAS             PIC 9(15)V99.
           05 SRT-DECLARADO          PIC 9(13)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTACXA      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTACXA                 VALUE 'S'.
           05 WS-SW-FIM-SORT        PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT                   VALUE 'S'.
           05 WS-SW-PRIMEIRO        PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRO                 VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACXA-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTACXA-OK                    VALUE '00'.
               88 WS-CTACXA-NAO-ENCONTRADO         VALUE '23'.
      *
      ** DATA DO MOVIMENTO SALVA EM WORKING-STORAGE ANTES DO CLOSE
      ** DO CCCXRPRM
      *
       01 WS-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
      *
      ** SALDO ESPERADO E DIFERENCA DA GAVETA CORRENTE: ESPERADO =
      ** TROCO + ENTRADAS - SAIDAS; DIFERENCA = DECLARADO - ESPERADO
      ** (POSITIVA E SOBRA, NEGATIVA E FALTA)
      *
       01 WS-SALDO-ESPERADO         PIC S9(15)V99 VALUE ZEROS.
       01 WS-DIFERENCA              PIC S9(15)V99 VALUE ZEROS.
      *
       01 WS-AGENCIA-ANTERIOR       PIC 9(04) VALUE ZEROS.
      *
      ** TOTAIS POR AGENCIA E GERAL; OS TRES GRUPOS TEM O MESMO
      ** FORMATO E O DE IMPRESSAO RECEBE O NIVEL QUE ESTA SENDO
      ** FECHADO
      *
       01 WS-TOTAIS-AGENCIA.
           05 WS-TAG-QTD-CAIXAS     PIC 9(07).
           05 WS-TAG-QTD-SOBRA      PIC 9(07).
           05 WS-TAG-QTD-FALTA      PIC 9(07).
           05 WS-TAG-QTD-ABERTOS    PIC 9(07).
           05 WS-TAG-ABERTURA       PIC 9(15)V99.
           05 WS-TAG-ENTRADAS       PIC 9(15)V99.
           05 WS-TAG-SAIDAS         PIC 9(15)V99.
           05 WS-TAG-ESPERADO       PIC S9(15)V99.
           05 WS-TAG-DECLARADO      PIC 9(15)V99.
           05 WS-TAG-DIFERENCA      PIC S9(15)V99.
      *
       01 WS-TOTAIS-GERAL.
           05 WS-TGE-QTD-CAIXAS     PIC 9(07).
           05 WS-TGE-QTD-SOBRA      PIC 9(07).
           05 WS-TGE-QTD-FALTA      PIC 9(07).
           05 WS-TGE-QTD-ABERTOS    PIC 9(07).
           05 WS-TGE-ABERTURA       PIC 9(15)V99.
           05 WS-TGE-ENTRADAS       PIC 9(15)V99.
           05 WS-TGE-SAIDAS         PIC 9(15)V99.
           05 WS-TGE-ESPERADO       PIC S9(15)V99.
           05 WS-TGE-DECLARADO      PIC 9(15)V99.
           05 WS-TGE-DIFERENCA      PIC S9(15)V99.
      *
       01 WS-TOTAIS-IMPRESSAO.
           05 WS-TIM-QTD-CAIXAS     PIC 9(07).
           05 WS-TIM-QTD-SOBRA      PIC 9(07).
           05 WS-TIM-QTD-FALTA      PIC 9(07).
           05 WS-TIM-QTD-ABERTOS    PIC 9(07).
           05 WS-TIM-ABERTURA       PIC 9(15)V99.
           05 WS-TIM-ENTRADAS       PIC 9(15)V99.
           05 WS-TIM-SAIDAS         PIC 9(15)V99.
           05 WS-TIM-ESPERADO       PIC S9(15)V99.
           05 WS-TIM-DECLARADO      PIC 9(15)V99.
           05 WS-TIM-DIFERENCA      PIC S9(15)V99.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'FECHAMENTO DE CAIXA DO GUICHE'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(20) VALUE
                   'DATA DO MOVIMENTO: '.
               10 PAR-DATA          PIC 9999/99/99.
               10 FILLER            PIC X(103) VALUE SPACES.
      *
           05 WS-LINHA-AGENCIA.
               10 FILLER            PIC X(09) VALUE 'AGENCIA: '.
               10 AGE-NUMERO        PIC 9(04).
               10 FILLER            PIC X(120) VALUE SPACES.
      *
           05 WS-CABECALHO-DETALHE.
               10 FILLER            PIC X(50) VALUE
                   '  OPERADOR  TERM   TROCO INICIAL        ENTRADAS'.
               10 FILLER            PIC X(50) VALUE
                   '        SAIDAS         ESPERADO       DECLARADO'.
               10 FILLER            PIC X(33) VALUE
                   '     DIFERENCA  OCORRENCIA'.
      *
           05 WS-LINHA-DETALHE.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-OPERADOR      PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-TERMINAL      PIC X(04).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ABERTURA      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ENTRADAS      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SAIDAS        PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ESPERADO      PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DECLARADO     PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DIFERENCA     PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-OCORRENCIA    PIC X(12).
               10 FILLER            PIC X(05) VALUE SPACES.
      *
           05 WS-LINHA-RESUMO.
               10 RES-ROTULO        PIC X(16).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-ABERTURA      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-ENTRADAS      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-SAIDAS        PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-ESPERADO      PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-DECLARADO     PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-DIFERENCA     PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(19) VALUE SPACES.
      *
           05 WS-LINHA-CONTAGEM.
               10 FILLER            PIC X(18) VALUE SPACES.
               10 FILLER            PIC X(08) VALUE 'CAIXAS: '.
               10 CNT-CAIXAS        PIC ZZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'COM SOBRA: '.
               10 CNT-SOBRA         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'COM FALTA: '.
               10 CNT-FALTA         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE 'NAO FECHADOS: '.
               10 CNT-ABERTOS       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(31) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(24) VALUE
                   'GAVETAS EXAMINADAS: '.
               10 TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(98) VALUE SPACES.
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
               ON ASCENDING KEY SRT-AGENCIA SRT-OPERADOR
               INPUT PROCEDURE IS 2000-SELECIONA-GAVETA
               OUTPUT PROCEDURE IS 3000-IMPRIME-FECHAMENTO.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: DATA DO MOVIMENTO DO PARAMETRO (ZERADA OU
      ** AUSENTE VALE A DATA DO SISTEMA)
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCCXRPRM.
      *
           READ CCCXRPRM
               AT END
                   MOVE ZEROS TO PRM-DATA-MOVIMENTO
           END-READ.
      *
           IF PRM-DATA-MOVIMENTO NUMERIC
               MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
           END-IF.
      *
           CLOSE CCCXRPRM.
      *
           IF WS-DATA-MOVIMENTO = ZEROS
               ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF.
      *
           MOVE ZEROS TO WS-TOTAIS-AGENCIA.
           MOVE ZEROS TO WS-TOTAIS-GERAL.
      *
           OPEN OUTPUT CCCXRRPT.
      *
           MOVE WS-DATA-MOVIMENTO TO PAR-DATA.
      *
           WRITE REG-CCCXRRPT FROM WS-CABECALHO-1.
           WRITE REG-CCCXRRPT FROM WS-LINHA-PARAMETROS.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DO SORT: POSICIONA NO CTACXA NA PRIMEIRA
      ** GAVETA DA DATA DO MOVIMENTO E LIBERA TODAS AS GAVETAS DA
      ** DATA PARA O SORT POR AGENCIA E OPERADOR
      *
       2000-SELECIONA-GAVETA.
      *
           OPEN INPUT CTACXA.
      *
           MOVE WS-DATA-MOVIMENTO TO CXA-DATA.
           MOVE LOW-VALUES        TO CXA-OPERADOR.
      *
           START CTACXA KEY NOT < CXA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-CTACXA
           END-START.
      *
           IF NOT WS-FIM-CTACXA
               PERFORM 2100-LER-CTACXA
                   THRU 2100-LER-CTACXA-EXIT
           END-IF.
      *
           PERFORM 2200-LIBERA-GAVETA
               THRU 2200-LIBERA-GAVETA-EXIT
               UNTIL WS-FIM-CTACXA.
      *
           CLOSE CTACXA.
      *
       2000-SELECIONA-GAVETA-EXIT.
           EXIT.
      *
      ** LEITURA SEQUENCIAL DO CTACXA; A LEITURA PARA NA PRIMEIRA
      ** GAVETA DE OUTRA DATA
      *
       2100-LER-CTACXA.
      *
           READ CTACXA NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-CTACXA
                   GO TO 2100-LER-CTACXA-EXIT
           END-READ.
      *
           IF CXA-DATA NOT = WS-DATA-MOVIMENTO
               MOVE 'S' TO WS-SW-FIM-CTACXA
           END-IF.
      *
       2100-LER-CTACXA-EXIT.
           EXIT.
      *
       2200-LIBERA-GAVETA.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           MOVE CXA-AGENCIA          TO SRT-AGENCIA.
           MOVE CXA-OPERADOR         TO SRT-OPERADOR.
           MOVE CXA-TERMINAL         TO SRT-TERMINAL.
           MOVE CXA-SITUACAO         TO SRT-SITUACAO.
           MOVE CXA-VALOR-ABERTURA   TO SRT-ABERTURA.
           MOVE CXA-SOMA-ENTRADAS    TO SRT-ENTRADAS.
           MOVE CXA-SOMA-SAIDAS      TO SRT-SAIDAS.
           MOVE CXA-VALOR-DECLARADO  TO SRT-DECLARADO.
           RELEASE REG-SORT-CXA.
      *
           PERFORM 2100-LER-CTACXA
               THRU 2100-LER-CTACXA-EXIT.
      *
       2200-LIBERA-GAVETA-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DO SORT: LISTA AS GAVETAS COM QUEBRA DE
      ** CONTROLE POR AGENCIA
      *
       3000-IMPRIME-FECHAMENTO.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
           PERFORM 3200-PROCESSA-GAVETA
               THRU 3200-PROCESSA-GAVETA-EXIT
               UNTIL WS-FIM-SORT.
      *
           IF NOT WS-E-PRIMEIRO
               PERFORM 3450-FECHA-AGENCIA
                   THRU 3450-FECHA-AGENCIA-EXIT
           END-IF.
      *
       3000-IMPRIME-FECHAMENTO-EXIT.
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
      ** CADA GAVETA: QUEBRA DE AGENCIA, CALCULO DO ESPERADO E DA
      ** DIFERENCA, CLASSIFICACAO DA OCORRENCIA E ACUMULO DOS
      ** TOTAIS. GAVETA NAO FECHADA NAO TEM DECLARADO NEM DIFERENCA
      *
       3200-PROCESSA-GAVETA.
      *
           EVALUATE TRUE
               WHEN WS-E-PRIMEIRO
                   PERFORM 3300-ABRE-AGENCIA
                       THRU 3300-ABRE-AGENCIA-EXIT
               WHEN SRT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
                   PERFORM 3450-FECHA-AGENCIA
                       THRU 3450-FECHA-AGENCIA-EXIT
                   PERFORM 3300-ABRE-AGENCIA
                       THRU 3300-ABRE-AGENCIA-EXIT
           END-EVALUATE.
      *
           COMPUTE WS-SALDO-ESPERADO =
               SRT-ABERTURA + SRT-ENTRADAS - SRT-SAIDAS.
      *
           MOVE ZEROS  TO WS-DIFERENCA.
           MOVE SPACES TO DET-OCORRENCIA.
      *
           IF SRT-SITUACAO = 'F'
               COMPUTE WS-DIFERENCA =
                   SRT-DECLARADO - WS-SALDO-ESPERADO
               EVALUATE TRUE
                   WHEN WS-DIFERENCA > ZERO
                       MOVE '*** SOBRA'   TO DET-OCORRENCIA
                       ADD 1 TO WS-TAG-QTD-SOBRA
                                WS-TGE-QTD-SOBRA
                   WHEN WS-DIFERENCA < ZERO
                       MOVE '*** FALTA'   TO DET-OCORRENCIA
                       ADD 1 TO WS-TAG-QTD-FALTA
                                WS-TGE-QTD-FALTA
               END-EVALUATE
           ELSE
               MOVE '*** ABERTO' TO DET-OCORRENCIA
               ADD 1 TO WS-TAG-QTD-ABERTOS
                        WS-TGE-QTD-ABERTOS
           END-IF.
      *
           ADD 1 TO WS-TAG-QTD-CAIXAS
                    WS-TGE-QTD-CAIXAS.
           ADD SRT-ABERTURA      TO WS-TAG-ABERTURA
                                    WS-TGE-ABERTURA.
           ADD SRT-ENTRADAS      TO WS-TAG-ENTRADAS
                                    WS-TGE-ENTRADAS.
           ADD SRT-SAIDAS        TO WS-TAG-SAIDAS
                                    WS-TGE-SAIDAS.
           ADD WS-SALDO-ESPERADO TO WS-TAG-ESPERADO
                                    WS-TGE-ESPERADO.
           ADD WS-DIFERENCA      TO WS-TAG-DIFERENCA
                                    WS-TGE-DIFERENCA.
      *
           IF SRT-SITUACAO = 'F'
               ADD SRT-DECLARADO TO WS-TAG-DECLARADO
                                    WS-TGE-DECLARADO
           END-IF.
      *
           PERFORM 3500-IMPRIME-DETALHE
               THRU 3500-IMPRIME-DETALHE-EXIT.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
       3200-PROCESSA-GAVETA-EXIT.
           EXIT.
      *
      ** INICIO DE UMA NOVA AGENCIA NA LISTAGEM
      *
       3300-ABRE-AGENCIA.
      *
           MOVE 'N' TO WS-SW-PRIMEIRO.
           MOVE SRT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE ZEROS       TO WS-TOTAIS-AGENCIA.
      *
           MOVE SRT-AGENCIA TO AGE-NUMERO.
           WRITE REG-CCCXRRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCCXRRPT FROM WS-LINHA-AGENCIA.
           WRITE REG-CCCXRRPT FROM WS-CABECALHO-DETALHE.
      *
       3300-ABRE-AGENCIA-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA AGENCIA: TOTAIS E CONTAGEM DOS CAIXAS COM
      ** SOBRA, FALTA E GAVETA NAO FECHADA
      *
       3450-FECHA-AGENCIA.
      *
           MOVE WS-TOTAIS-AGENCIA TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL AGENCIA' TO RES-ROTULO.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-BRANCO.
           PERFORM 3600-IMPRIME-RESUMO
               THRU 3600-IMPRIME-RESUMO-EXIT.
      *
       3450-FECHA-AGENCIA-EXIT.
           EXIT.
      *
      ** LISTAGEM DE UMA GAVETA (OCORRENCIA JA PREENCHIDA)
      *
       3500-IMPRIME-DETALHE.
      *
           MOVE SRT-OPERADOR      TO DET-OPERADOR.
           MOVE SRT-TERMINAL      TO DET-TERMINAL.
           MOVE SRT-ABERTURA      TO DET-ABERTURA.
           MOVE SRT-ENTRADAS      TO DET-ENTRADAS.
           MOVE SRT-SAIDAS        TO DET-SAIDAS.
           MOVE WS-SALDO-ESPERADO TO DET-ESPERADO.
           MOVE WS-DIFERENCA      TO DET-DIFERENCA.
      *
           IF SRT-SITUACAO = 'F'
               MOVE SRT-DECLARADO TO DET-DECLARADO
           ELSE
               MOVE ZEROS         TO DET-DECLARADO
           END-IF.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-DETALHE.
      *
       3500-IMPRIME-DETALHE-EXIT.
           EXIT.
      *
      ** IMPRESSAO DA LINHA DE TOTAIS E DA LINHA DE CONTAGEM A PARTIR
      ** DE WS-TOTAIS-IMPRESSAO (RES-ROTULO JA PREENCHIDO)
      *
       3600-IMPRIME-RESUMO.
      *
           MOVE WS-TIM-ABERTURA    TO RES-ABERTURA.
           MOVE WS-TIM-ENTRADAS    TO RES-ENTRADAS.
           MOVE WS-TIM-SAIDAS      TO RES-SAIDAS.
           MOVE WS-TIM-ESPERADO    TO RES-ESPERADO.
           MOVE WS-TIM-DECLARADO   TO RES-DECLARADO.
           MOVE WS-TIM-DIFERENCA   TO RES-DIFERENCA.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-RESUMO.
      *
           MOVE WS-TIM-QTD-CAIXAS  TO CNT-CAIXAS.
           MOVE WS-TIM-QTD-SOBRA   TO CNT-SOBRA.
           MOVE WS-TIM-QTD-FALTA   TO CNT-FALTA.
           MOVE WS-TIM-QTD-ABERTOS TO CNT-ABERTOS.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-CONTAGEM.
      *
       3600-IMPRIME-RESUMO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: TOTAIS GERAIS
      *
       9000-FINALIZACAO.
      *
           MOVE WS-TOTAIS-GERAL TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL GERAL' TO RES-ROTULO.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-BRANCO.
           PERFORM 3600-IMPRIME-RESUMO
               THRU 3600-IMPRIME-RESUMO-EXIT.
      *
           MOVE WS-QTD-LIDOS TO TOT-LIDOS.
      *
           WRITE REG-CCCXRRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCCXRRPT FROM WS-LINHA-TOTAIS.
      *
           CLOSE CCCXRRPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCXAREL.
