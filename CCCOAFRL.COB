      *               LIMITE DE COMUNICACAO                          *
      *   CTAMOV     HISTORICO DE MOVIMENTO DE CONTA CORRENTE        *
      *   CTATIT     CADASTRO DE TITULARES (INDEXADO POR TIT-CHAVE)  *
      *   CTAMVX     INDICE DE MOVIMENTOS (SITUACAO DE ESTORNO)      *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   CCCOARPT   RELATORIO DE TITULARES E MOVIMENTOS SINALIZADOS *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *                               (MENOR SEQUENCIA), LOCALIZADO  *
      *                               POR VARREDURA DA FAIXA DE      *
      *                               CHAVE EM VEZ DA LEITURA EXATA  *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: O      *
      *                               MOVIMENTO DE ESTORNO E O       *
      *                               MOVIMENTO ORIGINAL QUE ELE     *
      *                               DESFEZ (SITUACAO CONSULTADA NO *
      *                               INDICE DE MOVIMENTOS CTAMVX)   *
      *                               SE ANULAM E FICAM FORA DO      *
      *                               ACUMULADO DO TITULAR, PARA UM  *
      *                               LANCAMENTO DESFEITO NAO SER    *
      *                               SINALIZADO COMO MOVIMENTACAO   *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-CTATIT-STATUS.
      *
           SELECT CTAMVX ASSIGN TO CTAMVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVX-NUMERO
               FILE STATUS IS WS-CTAMVX-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
       FD  CTATIT
           RECORDING MODE IS F.
       COPY CTATIT.
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       SD  SORTWK01.
       01 REG-SORT-COAF.
               88 WS-FIM-SORT                   VALUE 'S'.
           05 WS-SW-PRIMEIRO-TIT    PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRO-TIT             VALUE 'S'.
           05 WS-SW-MOV-ESTORNADO   PIC X(01) VALUE 'N'.
               88 WS-MOV-ESTORNADO              VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTATIT-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTATIT-OK                    VALUE '00'.
               88 WS-CTATIT-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
               88 WS-CTAMVX-NAO-ENCONTRADO         VALUE '23'.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCCOAPRM: A AREA DO REGISTRO DO FD FICA NO BUFFER E NAO E
       01 WS-SUB-DET                PIC 9(03) COMP VALUE ZEROS.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           05 WS-QTD-TITULARES      PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SINALIZADOS    PIC 9(07) VALUE ZEROS.
           05 WS-QTD-MOVS-ACIMA     PIC 9(07) VALUE ZEROS.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCCOAFRL'.
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
           MOVE PRM-VALOR-LIMITE   TO WS-VALOR-LIMITE.
      *
           CLOSE CCCOAPRM.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           OPEN OUTPUT CCCOARPT.
           OPEN INPUT  CTATIT.
           OPEN INPUT  CTAMVX.
      *
           MOVE WS-DATA-MOVIMENTO TO PAR-DATA.
           MOVE WS-VALOR-LIMITE   TO PAR-LIMITE.
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
           MOVE 'I'               TO WS-CTL-FUNCAO.
           MOVE WS-DATA-MOVIMENTO TO WS-CTL-DATA-NEGOCIO.
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
      ** INPUT PROCEDURE DO SORT: SELECIONA OS MOVIMENTOS DE VALOR
      ** DA DATA (DEBITO, CREDITO E ABERTURA) E JUNTA A CADA UM O
      ** CPF/CNPJ E O NOME DO TITULAR DA CONTA. CONTA SEM TITULAR
                   MOVE 'S' TO WS-SW-FIM-CTAMOV
                   GO TO 2100-LER-CTAMOV-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LER-CTAMOV-EXIT.
           EXIT.
                   THRU 2100-LER-CTAMOV-EXIT
               GO TO 2200-AVALIA-MOVIMENTO-EXIT
           END-IF.
      *
      ** ESTORNO E ORIGINAL ESTORNADO SE ANULAM: NENHUM DOS DOIS
      ** ENTRA NO ACUMULADO DO TITULAR
      *
           PERFORM 2250-VERIFICA-ESTORNO
               THRU 2250-VERIFICA-ESTORNO-EXIT.
      *
           IF WS-MOV-ESTORNADO
               PERFORM 2100-LER-CTAMOV
                   THRU 2100-LER-CTAMOV-EXIT
               GO TO 2200-AVALIA-MOVIMENTO-EXIT
           END-IF.
      *
           PERFORM 2300-BUSCA-TITULAR
               THRU 2300-BUSCA-TITULAR-EXIT.
       2200-AVALIA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** SITUACAO DE ESTORNO DO MOVIMENTO: O PROPRIO ESTORNO VEM
      ** MARCADO NO CTAMOV; O ORIGINAL DESFEITO E RECONHECIDO PELA
      ** SITUACAO NO CTAMVX. MOVIMENTO ANTERIOR A NUMERACAO (SEM
      ** NUMERO) NUNCA E ESTORNADO POR REFERENCIA
      *
       2250-VERIFICA-ESTORNO.
      *
           MOVE 'N' TO WS-SW-MOV-ESTORNADO.
      *
           IF MOV-ESTORNO
               MOVE 'S' TO WS-SW-MOV-ESTORNADO
               GO TO 2250-VERIFICA-ESTORNO-EXIT
           END-IF.
      *
           IF MOV-NUMERO NOT NUMERIC OR MOV-NUMERO = ZEROS
               GO TO 2250-VERIFICA-ESTORNO-EXIT
           END-IF.
      *
           MOVE MOV-NUMERO TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   GO TO 2250-VERIFICA-ESTORNO-EXIT
           END-READ.
      *
           IF MVX-ESTORNADO
               MOVE 'S' TO WS-SW-MOV-ESTORNADO
           END-IF.
      *
       2250-VERIFICA-ESTORNO-EXIT.
           EXIT.
      *
      ** BUSCA DO TITULAR PRINCIPAL DA CONTA NO CADASTRO DE
      ** TITULARES: NUMA CONTA CONJUNTA O MOVIMENTO E ATRIBUIDO AO
      ** TITULAR DE MENOR SEQUENCIA (O PRINCIPAL), LOCALIZADO POR
      *
           CLOSE CCCOARPT.
           CLOSE CTATIT.
           CLOSE CTAMVX.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO: MOVIMENTOS LIDOS DO CTAMOV, TITULARES APURADOS E
      ** SINALIZADOS
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'                TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS       TO WS-CTL-QTD-LIDOS.
           MOVE WS-QTD-TITULARES   TO WS-CTL-QTD-PROCESSADOS.
           MOVE WS-QTD-SINALIZADOS TO WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCOAFRL.
