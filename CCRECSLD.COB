      * INPUT                                                       *
      *   CTAMOV     HISTORICO DE MOVIMENTO GRAVADO PELO CCLANCTO    *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   CCRECRPT   RELATORIO DE DIVERGENCIAS DE SALDO, COM TOTAIS  *
      *               DE CONTAS CONFERIDAS E DIVERGENTES POR AGENCIA *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-20  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): PASSO RECUSADO SEM *
      *                               O PRE-REQUISITO CONCLUIDO OU   *
      *                               JA CONCLUIDO NA DATA; FIM      *
      *                               REGISTRADO COM AS CONTAGENS    *
      *   2026-10-15  FABIO MARQUES   MOVIMENTOS LIDOS DO CTAMOV     *
      *                               CONTADOS NA LEITURA E          *
      *                               INFORMADOS AO CCEXECTL NO FIM  *
      *                               DO PASSO                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
           05 WS-AG-QTD-DIVERGENTES PIC 9(07) VALUE ZEROS.
      *
       01 WS-TOTAIS-GERAIS.
           05 WS-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CONFERIDAS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-DIVERGENTES    PIC 9(07) VALUE ZEROS.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCRECSLD'.
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
      ** INICIALIZACAO
      *
       1000-INICIALIZACAO.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           OPEN INPUT  CTACADM.
           OPEN OUTPUT CCRECRPT.
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
           MOVE 'I' TO WS-CTL-FUNCAO.
      *
      ** SEM PARAMETRO PROPRIO: A DATA DE NEGOCIO VEM DO CCEXEPRM OU,
      ** SEM ELA, DO SISTEMA (ASSUMIDA PELO CCEXECTL)
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
      ** INPUT PROCEDURE DO SORT: PASSA TODO O HISTORICO PARA O SORT
      *
       2000-SELECIONA-MOVIMENTO.
                   MOVE 'S' TO WS-SW-FIM-CTAMOV
                   GO TO 2100-LER-CTAMOV-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LER-CTAMOV-EXIT.
           EXIT.
      *
           CLOSE CCRECRPT.
           CLOSE CTACADM.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO: MOVIMENTOS LIDOS DO CTAMOV, CONTAS CONFERIDAS E
      ** DIVERGENTES
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'                TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS       TO WS-CTL-QTD-LIDOS.
           MOVE WS-QTD-CONFERIDAS  TO WS-CTL-QTD-PROCESSADOS.
           MOVE WS-QTD-DIVERGENTES TO WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCRECSLD.
