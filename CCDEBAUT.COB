      *               RETENTATIVA E A DATA DA ULTIMA GERACAO)        *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CTABLQ     BLOQUEIOS JUDICIAIS (INDEXADO POR BLQ-CHAVE)    *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   DEBLANC    LOTE DE DEBITOS NO FORMATO CTALANC (CABECALHO,  *
      *               DETALHES TIPO 'D' E RODAPE), PARA O CCLANCTO   *
      *   CCDEBRPT   RELATORIO DE ITENS GERADOS, EM RETENTATIVA E    *
      *               EXPIRADOS                                      *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-31  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): PASSO RECUSADO SEM *
      *                               O PRE-REQUISITO CONCLUIDO OU   *
      *                               JA CONCLUIDO NA DATA; FIM      *
      *                               REGISTRADO COM AS CONTAGENS    *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
      *
       01 WS-SALDO-DISPONIVEL       PIC S9(13)V99 VALUE ZEROS.
       01 WS-VALOR-BLOQUEADO        PIC 9(15)V99 VALUE ZEROS.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCDEBAUT'.
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
           MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO-NUM.
      *
           CLOSE CCDEBPRM.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           PERFORM 1100-CALCULA-ULTIMO-DIA
               THRU 1100-CALCULA-ULTIMO-DIA-EXIT.
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
           MOVE 'I'                   TO WS-CTL-FUNCAO.
           MOVE WS-DATA-MOVIMENTO-NUM TO WS-CTL-DATA-NEGOCIO.
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
      ** ULTIMO DIA DO MES DA DATA DO MOVIMENTO: FEVEREIRO CONSIDERA
      ** O ANO BISSEXTO (DIVISIVEL POR 4 E, NOS SECULOS, POR 400)
      *
           CLOSE CTABLQ.
           CLOSE DEBLANC.
           CLOSE CCDEBRPT.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO: OCORRENCIAS SAO OS ITENS NAO EMITIDOS
      ** (EM RETENTATIVA OU EXPIRADOS)
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'            TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS   TO WS-CTL-QTD-LIDOS.
           MOVE WS-QTD-GERADOS TO WS-CTL-QTD-PROCESSADOS.
      *
           ADD WS-QTD-RETENTATIVAS WS-QTD-EXPIRADOS
               GIVING WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCDEBAUT.
