      *              FUTURE SCHOOL. PERCORRE O CADASTRO DE CONTAS    *
      *              (CTACADM), CREDITA JUROS SOBRE O SALDO POSITIVO *
      *              DAS CONTAS ATIVAS E DEBITA A TARIFA MENSAL DE   *
      *              MANUTENCAO (CONTA DORMENTE RECEBE JUROS MAS NAO *
      *              PAGA TARIFA), PELO MESMO CAMINHO DO CCLANCTO:   *
      *              ATUALIZACAO DO SALDO NO CADASTRO MAIS UM        *
      *              REGISTRO DE MOVIMENTO NO CTAMOV (HISTORICOS     *
      *              'JUROS' E 'TARIFA MANUTENCAO'), PARA QUE TUDO   *
      *               JUROS MENSAL (PCT), O VALOR DA TARIFA E A TAXA *
      *               DE JUROS DO CHEQUE ESPECIAL (PCT)              *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   CTACADM    CADASTRO DE CONTAS COM SALDO ATUALIZADO         *
      *   CTAMOV     HISTORICO DE MOVIMENTO (UM REGISTRO POR JURO    *
      *               CREDITADO E POR TARIFA DEBITADA)               *
      *   CCJURRPT   RESUMO POR AGENCIA E EXCECOES DE TARIFA         *
      *   CTAMVX     INDICE DE MOVIMENTOS (NUMERACAO DO MOVIMENTO)   *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *                               SALDO FICAR EM MENOS O LIMITE  *
      *                               CONTRATADO (MESMA REGRA DO     *
      *                               DEBITO NO CCLANCTO)            *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: CADA   *
      *                               MOVIMENTO DE JUROS E TARIFA    *
      *                               GRAVADO EM CTAMOV RECEBE O     *
      *                               NUMERO UNICO DE MOVIMENTO      *
      *                               (MOV-NUMERO) E E REGISTRADO NO *
      *                               INDICE DE MOVIMENTOS (CTAMVX), *
      *                               PELA MESMA NUMERACAO DO        *
      *                               CCLANCTO, PARA PODER SER       *
      *                               ESTORNADO PELO LANCAMENTO 'R'  *
      *   2026-10-15  FABIO MARQUES   CONTA DORMENTE (CTA-STATUS     *
      *                               'D', MARCADA PELO CCDORCTA)    *
      *                               CONTINUA RECEBENDO JUROS E     *
      *                               PAGANDO JUROS DE CHEQUE        *
      *                               ESPECIAL, MAS DEIXA DE PAGAR A *
      *                               TARIFA DE MANUTENCAO; A        *
      *                               QUANTIDADE DE CONTAS ISENTAS   *
      *                               SAI NOS TOTAIS DO RELATORIO    *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): PASSO RECUSADO SEM *
      *                               O PRE-REQUISITO CONCLUIDO OU   *
      *                               JA CONCLUIDO NA DATA; FIM      *
      *                               REGISTRADO COM AS CONTAGENS    *
      *   2026-10-15  FABIO MARQUES   FALHA DE ACESSO AO CTAMVX NA   *
      *                               NUMERACAO OU NO REGISTRO DO    *
      *                               MOVIMENTO APONTADA COMO        *
      *                               EXCECAO NO CCJURRPT            *
      *                               (2530-FALHA-INDICE) E NO       *
      *                               RETURN-CODE 8 DO PASSO; O      *
      *                               MOVIMENTO SEM INDICE SAI SEM   *
      *                               NUMERO. CONTAS LIDAS           *
      *                               INFORMADAS AO CCEXECTL         *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CTAMVX ASSIGN TO CTAMVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVX-NUMERO
               FILE STATUS IS WS-CTAMVX-STATUS.
      *
      ************************* DATA DIVISION ************************
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-FIM                  VALUE '10'.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
               88 WS-CTAMVX-NAO-ENCONTRADO         VALUE '23'.
      *
       01 WS-AGENCIA-ANTERIOR       PIC 9(04) VALUE ZEROS.
      *
      ** NUMERO ATRIBUIDO AO ULTIMO MOVIMENTO GRAVADO EM CTAMOV
      ** (CONTROLE DO CTAMVX)
      *
       01 WS-NUMERO-MOV             PIC 9(09) VALUE ZEROS.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCJURPRM: A AREA DO REGISTRO DO FD FICA NO BUFFER E NAO E
      ** MAIS ENDERECAVEL DEPOIS DO CLOSE
           05 WS-VALOR-TARIFAS-TOTAL PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-JUROS-LIM      PIC 9(07) VALUE ZEROS.
           05 WS-VALOR-JRLIM-TOTAL  PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-DORMENTES      PIC 9(07) VALUE ZEROS.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FALHAS-INDICE  PIC 9(07) VALUE ZEROS.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCJURTAR'.
           05 WS-CTL-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
           05 WS-CTL-LOTE-ID        PIC X(10) VALUE SPACES.
           05 WS-CTL-QTD-LIDOS      PIC 9(09) VALUE ZEROS.
           05 WS-CTL-QTD-PROCESSADOS PIC 9(09) VALUE ZEROS.
           05 WS-CTL-QTD-OCORRENCIAS PIC 9(09) VALUE ZEROS.
      *
       01 WS-RC-CONTROLE            PIC S9(04) COMP VALUE ZERO.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
                   ' TOTAL JR.CH.ESP: '.
               10 TOT-VALOR-JRLIM   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(01) VALUE SPACES.
      *
           05 WS-LINHA-DORMENTES.
               10 FILLER            PIC X(36) VALUE
                   'CONTAS DORMENTES ISENTAS DA TARIFA: '.
               10 TOT-DORMENTES     PIC ZZZ,ZZ9.
               10 FILLER            PIC X(90) VALUE SPACES.
      *
           05 WS-LINHA-FALHAS-INDICE.
               10 FILLER            PIC X(36) VALUE
                   'FALHAS NO INDICE DE MOVIMENTOS:     '.
               10 TOT-FALHAS-INDICE PIC ZZZ,ZZ9.
               10 FILLER            PIC X(90) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
           MOVE PRM-TAXA-JUROS-LIMITE TO WS-TAXA-JUROS-LIMITE.
      *
           CLOSE CCJURPRM.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           OPEN I-O    CTACADM.
           OPEN EXTEND CTAMOV.
           OPEN OUTPUT CCJURRPT.
           OPEN I-O    CTAMVX.
      *
           MOVE WS-DATA-LANCAMENTO   TO PAR-DATA.
           MOVE WS-TAXA-JUROS        TO PAR-TAXA.
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INICIO DO PASSO NO CONTROLE DA CADEIA: O CCEXECTL RECUSA O
      ** PASSO (RETURN-CODE DIFERENTE DE ZERO, COM O MOTIVO NO LOG DO
      ** JOB) QUANDO UM PASSO PRE-REQUISITO NAO ESTA CONCLUIDO NA
      ** DATA DE NEGOCIO OU QUANDO ESTE JA RODOU NELA SEM REEXECUCAO
      ** AUTORIZADA NO CCEXEPRM; RECUSADO, O PASSO TERMINA ALI, SEM
      ** ABRIR NENHUM ARQUIVO, DEVOLVENDO O RETURN-CODE DO CONTROLE
      *
       1050-INICIA-EXECUCAO.
      *
           MOVE 'I'                TO WS-CTL-FUNCAO.
           MOVE WS-DATA-LANCAMENTO TO WS-CTL-DATA-NEGOCIO.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
           IF WS-RC-CONTROLE NOT = ZERO
               STOP RUN
           END-IF.
      *
       1050-INICIA-EXECUCAO-EXIT.
           EXIT.
      *
      ** PROCESSAMENTO DE CADA CONTA DO CADASTRO, COM QUEBRA DE
      ** CONTROLE POR AGENCIA (O CADASTRO E LIDO EM ORDEM DE CHAVE)
      *
       2000-PROCESSA-CONTA.
      *
      ** CONTA DORMENTE CONTINUA RECEBENDO JUROS (E PAGANDO OS JUROS
      ** DO CHEQUE ESPECIAL); SO A TARIFA DEIXA DE SER COBRADA
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               PERFORM 2100-LER-CTACADM
                   THRU 2100-LER-CTACADM-EXIT
               GO TO 2000-PROCESSA-CONTA-EXIT
           PERFORM 2250-DEBITA-JUROS-LIMITE
               THRU 2250-DEBITA-JUROS-LIMITE-EXIT.
      *
           IF CTA-STATUS-DORMENTE
               ADD 1 TO WS-QTD-DORMENTES
           ELSE
               PERFORM 2300-DEBITA-TARIFA
                   THRU 2300-DEBITA-TARIFA-EXIT
           END-IF.
      *
           PERFORM 2100-LER-CTACADM
               THRU 2100-LER-CTACADM-EXIT.
                   MOVE 'S' TO WS-SW-FIM-CADASTRO
                   GO TO 2100-LER-CTACADM-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LER-CTACADM-EXIT.
           EXIT.
           EXIT.
      *
      ** GRAVACAO DO HISTORICO DE MOVIMENTO, DO MESMO JEITO QUE O
      ** 2500-GRAVA-MOVIMENTO DO CCLANCTO: O SALDO JA FOI REGRAVADO,
      ** ENTAO O CTAMOV E SEMPRE GRAVADO; SE A NUMERACAO OU O
      ** REGISTRO NO INDICE FALHAR, O MOVIMENTO SAI SEM NUMERO E A
      ** FALHA E APONTADA (2530)
      *
       2500-GRAVA-MOVIMENTO.
      *
           MOVE WS-MOV-VALOR         TO MOV-VALOR.
           MOVE WS-MOV-HISTORICO     TO MOV-HISTORICO.
           MOVE CTA-SALDO            TO MOV-SALDO-APOS.
           MOVE ZEROS                TO MOV-NUMERO-ORIGEM.
           MOVE 'N'                  TO MOV-IND-ESTORNO.
      *
           PERFORM 2520-NUMERA-MOVIMENTO
               THRU 2520-NUMERA-MOVIMENTO-EXIT.
      *
           MOVE WS-NUMERO-MOV        TO MOV-NUMERO.
      *
           IF WS-NUMERO-MOV = ZEROS
               WRITE REG-CTAMOV
               GO TO 2500-GRAVA-MOVIMENTO-EXIT
           END-IF.
      *
           MOVE SPACES               TO MVX-DADOS.
           MOVE MOV-NUMERO           TO MVX-NUMERO.
           MOVE MOV-AGENCIA          TO MVX-AGENCIA.
           MOVE MOV-CONTA            TO MVX-CONTA.
           MOVE MOV-DATA             TO MVX-DATA.
           MOVE MOV-TIPO             TO MVX-TIPO.
           MOVE MOV-VALOR            TO MVX-VALOR.
           MOVE MOV-HISTORICO        TO MVX-HISTORICO.
           MOVE 'N'                  TO MVX-SITUACAO.
           MOVE ZEROS                TO MVX-NUMERO-REFERENCIA.
           MOVE ZEROS                TO MVX-DATA-ESTORNO.
      *
           WRITE REG-CTAMVX
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               MOVE ZEROS TO MOV-NUMERO
           END-IF.
      *
           WRITE REG-CTAMOV.
      *
       2500-GRAVA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** NUMERACAO DO MOVIMENTO PELO REGISTRO DE CONTROLE DO CTAMVX
      ** (CHAVE ZERO), DO MESMO JEITO QUE O 2520-NUMERA-MOVIMENTO DO
      ** CCLANCTO. FALHA DE ACESSO AO REGISTRO DE CONTROLE DEVOLVE O
      ** NUMERO ZERO
      *
       2520-NUMERA-MOVIMENTO.
      *
           MOVE ZEROS TO WS-NUMERO-MOV.
           MOVE ZEROS TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTAMVX-NAO-ENCONTRADO
               MOVE SPACES TO MVX-DADOS-CONTROLE
               MOVE ZEROS  TO MVX-CTL-ULTIMO-NUMERO
               WRITE REG-CTAMVX
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               GO TO 2520-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           ADD 1 TO MVX-CTL-ULTIMO-NUMERO.
      *
           REWRITE REG-CTAMVX
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               GO TO 2520-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           MOVE MVX-CTL-ULTIMO-NUMERO TO WS-NUMERO-MOV.
      *
       2520-NUMERA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** FALHA DE ACESSO AO INDICE DE MOVIMENTOS: LINHA DE EXCECAO
      ** COM A CONTA DO MOVIMENTO. O PASSO TERMINA COM RETURN-CODE 8
      ** PARA O INDICE SER ACERTADO ANTES DO PROXIMO ESTORNO POR
      ** REFERENCIA
      *
       2530-FALHA-INDICE.
      *
           MOVE CTA-AGENCIA TO EXC-AGENCIA.
           MOVE CTA-NUMERO  TO EXC-CONTA.
           MOVE 'FALHA NO INDICE DE MOVIMENTOS - STATUS'
               TO EXC-MOTIVO.
           MOVE WS-CTAMVX-STATUS TO EXC-MOTIVO(40:2).
      *
           WRITE REG-CCJURRPT FROM WS-LINHA-EXCECAO.
      *
           ADD 1 TO WS-QTD-FALHAS-INDICE.
      *
       2530-FALHA-INDICE-EXIT.
           EXIT.
      *
      ** RESUMO DA AGENCIA AO MUDAR DE AGENCIA (E NO FIM)
      *
       2600-TOTALIZA-AGENCIA.
           MOVE WS-VALOR-JRLIM-TOTAL   TO TOT-VALOR-JRLIM.
      *
           WRITE REG-CCJURRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-DORMENTES       TO TOT-DORMENTES.
           WRITE REG-CCJURRPT FROM WS-LINHA-DORMENTES.
      *
           MOVE WS-QTD-FALHAS-INDICE   TO TOT-FALHAS-INDICE.
           WRITE REG-CCJURRPT FROM WS-LINHA-FALHAS-INDICE.
      *
           CLOSE CTACADM.
           CLOSE CTAMOV.
           CLOSE CCJURRPT.
           CLOSE CTAMVX.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
           IF WS-QTD-FALHAS-INDICE > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO: LIDOS SAO AS CONTAS DO CADASTRO, PROCESSADOS OS
      ** LANCAMENTOS DE JUROS E TARIFA GERADOS, OCORRENCIAS AS
      ** CONTAS DORMENTES ISENTAS
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'          TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS TO WS-CTL-QTD-LIDOS.
      *
           ADD WS-QTD-JUROS WS-QTD-TARIFAS WS-QTD-JUROS-LIM
               GIVING WS-CTL-QTD-PROCESSADOS.
      *
           MOVE WS-QTD-DORMENTES TO WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCJURTAR.
