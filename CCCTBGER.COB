      *              MOVIMENTOS COM MOV-DATA IGUAL A DATA DE         *
      *              PROCESSAMENTO, CLASSIFICA CADA UM NUMA CLASSE   *
      *              DE EVENTO CONTABIL (DEBITO, CREDITO, ABERTURA,  *
      *              JUROS, TARIFA, JUROS DE CHEQUE ESPECIAL,        *
      *              ESTORNO -- POR MOV-TIPO, MOV-HISTORICO E        *
      *              MOV-IND-ESTORNO; O ESTORNO HERDA, INVERTIDA, A  *
      *              CLASSE DO MOVIMENTO ORIGINAL, LIDO NO CTAMVX),  *
      *              AGREGA POR AGENCIA E                            *
      *              CLASSE E GRAVA, PARA CADA AGREGADO, UM PAR DE   *
      *              PARTIDAS DEBITO/CREDITO BALANCEADO NO ARQUIVO   *
      *              CTBSAIDA. O RELATORIO DE CONTROLE CONFRONTA OS  *
      *              TOTAIS DAS CLASSES ORIUNDAS DE LOTE (DEBITO,    *
      *              CREDITO, ABERTURA E ESTORNO) COM AS SOMAS DO    *
      *              CONTROLE DE LOTES (CTALOTCT) DA MESMA DATA DE   *
      *              MOVIMENTO E                                     *
      *              SINALIZA DIVERGENCIA EM DESTAQUE -- AS CLASSES  *
      *              DO FECHAMENTO MENSAL (JUROS, TARIFA E JUROS DE  *
      *              CHEQUE ESPECIAL, GRAVADAS PELO CCJURTAR SEM     *
      * INPUT                                                       *
      *   CCCTBPRM   PARAMETRO COM A DATA DE PROCESSAMENTO           *
      *   CTAMOV     HISTORICO DE MOVIMENTO DE CONTA CORRENTE        *
      *   CTAMVX     INDICE DE MOVIMENTOS (INDEXADO POR MVX-NUMERO), *
      *               PARA A CLASSE DO ORIGINAL DE CADA ESTORNO      *
      *   CTALOTCT   CONTROLE DE LOTES POSTADOS (INDEXADO POR        *
      *               LOT-ID), PARA O CONFRONTO DOS TOTAIS           *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   CTBSAIDA   INTERFACE CONTABIL: UM PAR DE PARTIDAS D/C POR  *
      *               AGENCIA E CLASSE DE EVENTO                     *
      *   CCCTBRPT   RELATORIO DE CONTROLE COM OS AGREGADOS E O      *
      *               CONFRONTO CONTRA O CTALOTCT                    *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-09-01  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: O      *
      *                               MOVIMENTO DE ESTORNO           *
      *                               (MOV-IND-ESTORNO) GANHA        *
      *                               CLASSES PROPRIAS -- 'ESTORNO   *
      *                               DEB' (CREDITO QUE DESFAZ UM    *
      *                               DEBITO) E 'ESTORNO CRED'       *
      *                               (DEBITO QUE DESFAZ UM CREDITO) *
      *                               -- COM AS PARTIDAS INVERTIDAS  *
      *                               DA CLASSE ORIGINAL, E NAO CAI  *
      *                               MAIS NAS CLASSES GENERICAS. OS *
      *                               ESTORNOS SAO CONFRONTADOS COM  *
      *                               O NOVO LOT-SOMA-ESTORNOS DO    *
      *                               CONTROLE DE LOTES NUMA         *
      *                               TERCEIRA LINHA DO CONFRONTO    *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): PASSO RECUSADO SEM *
      *                               O PRE-REQUISITO CONCLUIDO OU   *
      *                               JA CONCLUIDO NA DATA; FIM      *
      *                               REGISTRADO COM AS CONTAGENS    *
      *   2026-10-15  FABIO MARQUES   ESTORNO DE JUROS, TARIFA E     *
      *                               JUROS DE CHEQUE ESPECIAL GANHA *
      *                               CLASSE PROPRIA ('ESTORNO JUR', *
      *                               'ESTORNO TAR' E 'ESTORNO JCE') *
      *                               COM AS PARTIDAS INVERTIDAS DO  *
      *                               EVENTO ORIGINAL, LIDO NO       *
      *                               CTAMVX PELO MOV-NUMERO-ORIGEM  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-ID
               FILE STATUS IS WS-CTALOTCT-STATUS.
      *
           SELECT CTAMVX ASSIGN TO CTAMVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVX-NUMERO
               FILE STATUS IS WS-CTAMVX-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
       FD  CTALOTCT
           RECORDING MODE IS F.
       COPY CTALOTE.
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       SD  SORTWK01.
       01 REG-SORT-CTB.
           05 WS-CTALOTCT-STATUS    PIC X(02) VALUE '00'.
               88 WS-CTALOTCT-OK                  VALUE '00'.
               88 WS-CTALOTCT-FIM                 VALUE '10'.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
      *
      ** DATA DE PROCESSAMENTO SALVA EM WORKING-STORAGE ANTES DO
      ** CLOSE DO CCCTBPRM: A AREA DO REGISTRO DO FD FICA NO BUFFER
      ** E NAO E MAIS ENDERECAVEL DEPOIS DO CLOSE
      *
       01 WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           05 WS-QTD-SELECIONADOS   PIC 9(09) VALUE ZEROS.
           05 WS-QTD-DIVERGENCIAS   PIC 9(09) VALUE ZEROS.
      *
      ** CLASSE DE EVENTO CONTABIL DERIVADA DO MOVIMENTO (MOV-TIPO E
      ** MOV-HISTORICO) NA SELECAO
           05 WS-CONTA-CREDITADA    PIC 9(08) VALUE ZEROS.
      *
      ** TOTAIS PARA O CONFRONTO COM O CONTROLE DE LOTES: SO AS
      ** CLASSES ORIUNDAS DE LOTE ENTRAM (DEBITO, CREDITO, ABERTURA
      ** E TODAS AS DE ESTORNO)
      *
       01 WS-TOTAIS-CONFRONTO.
           05 WS-MOV-SOMA-DEB       PIC 9(15)V99 VALUE ZEROS.
           05 WS-MOV-SOMA-CRED      PIC 9(15)V99 VALUE ZEROS.
           05 WS-MOV-SOMA-EST       PIC 9(15)V99 VALUE ZEROS.
           05 WS-LOT-SOMA-DEB       PIC 9(15)V99 VALUE ZEROS.
           05 WS-LOT-SOMA-CRED      PIC 9(15)V99 VALUE ZEROS.
           05 WS-LOT-SOMA-EST       PIC 9(15)V99 VALUE ZEROS.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCCTBGER'.
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
           MOVE PRM-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO.
      *
           CLOSE CCCTBPRM.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           OPEN OUTPUT CTBSAIDA.
           OPEN OUTPUT CCCTBRPT.
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
           MOVE WS-DATA-PROCESSAMENTO TO WS-CTL-DATA-NEGOCIO.
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
      ** INPUT PROCEDURE DO SORT: SELECIONA OS MOVIMENTOS DA DATA DE
      ** PROCESSAMENTO, CLASSIFICANDO CADA UM NA SUA CLASSE DE
      ** EVENTO CONTABIL
       2000-SELECIONA-MOVIMENTO.
      *
           OPEN INPUT CTAMOV.
           OPEN INPUT CTAMVX.
      *
           PERFORM 2100-LER-CTAMOV
               THRU 2100-LER-CTAMOV-EXIT.
               UNTIL WS-FIM-CTAMOV.
      *
           CLOSE CTAMOV.
           CLOSE CTAMVX.
      *
       2000-SELECIONA-MOVIMENTO-EXIT.
           EXIT.
           EXIT.
      *
       2200-AVALIA-MOVIMENTO.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           IF MOV-DATA NOT = WS-DATA-PROCESSAMENTO
               PERFORM 2100-LER-CTAMOV
               MOVE WS-CLASSE-EVENTO TO SRT-CLASSE
               MOVE MOV-VALOR        TO SRT-VALOR
               RELEASE REG-SORT-CTB
               ADD 1 TO WS-QTD-SELECIONADOS
           END-IF.
      *
           PERFORM 2100-LER-CTAMOV
      ** EVENTOS DO FECHAMENTO MENSAL SAO RECONHECIDOS PELO
      ** HISTORICO FIXO QUE O CCJURTAR GRAVA; O RESTO DOS DEBITOS E
      ** CREDITOS (INCLUSIVE AS DUAS PERNAS DA TRANSFERENCIA) CAI
      ** NAS CLASSES GENERICAS. O ESTORNO E TESTADO ANTES DE TUDO
      ** E TEM CLASSE PROPRIA, DERIVADA DO MOVIMENTO ORIGINAL.
      ** MOVIMENTO DE STATUS OU DE LIMITE NAO E DINHEIRO E FICA FORA
      ** DA CONTABILIDADE
      *
       2300-CLASSIFICA-MOVIMENTO.
      *
           MOVE SPACES TO WS-CLASSE-EVENTO.
      *
           EVALUATE TRUE
               WHEN MOV-ESTORNO
                   PERFORM 2350-CLASSIFICA-ESTORNO
                       THRU 2350-CLASSIFICA-ESTORNO-EXIT
               WHEN MOV-ABERTURA
                   MOVE 'ABERTURA'     TO WS-CLASSE-EVENTO
               WHEN MOV-CREDITO AND MOV-HISTORICO = 'JUROS'
       2300-CLASSIFICA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** CLASSE DO ESTORNO: O MOVIMENTO ORIGINAL E LIDO NO CTAMVX
      ** PELO MOV-NUMERO-ORIGEM E O ESTORNO DE JUROS, DE TARIFA OU
      ** DE JUROS DE CHEQUE ESPECIAL GANHA CLASSE PROPRIA, COM AS
      ** PARTIDAS INVERTIDAS DA CLASSE ORIGINAL. O ESTORNO DE DEBITO
      ** OU CREDITO GENERICO -- E O DE ORIGINAL NAO LOCALIZADO NO
      ** INDICE -- FICA NAS CLASSES 'ESTORNO DEB' (CREDITO QUE
      ** DESFAZ DEBITO) E 'ESTORNO CRED' (DEBITO QUE DESFAZ CREDITO)
      *
       2350-CLASSIFICA-ESTORNO.
      *
           EVALUATE TRUE
               WHEN MOV-CREDITO
                   MOVE 'ESTORNO DEB'  TO WS-CLASSE-EVENTO
               WHEN MOV-DEBITO
                   MOVE 'ESTORNO CRED' TO WS-CLASSE-EVENTO
               WHEN OTHER
                   GO TO 2350-CLASSIFICA-ESTORNO-EXIT
           END-EVALUATE.
      *
           IF MOV-NUMERO-ORIGEM NOT NUMERIC
               OR MOV-NUMERO-ORIGEM = ZEROS
               GO TO 2350-CLASSIFICA-ESTORNO-EXIT
           END-IF.
      *
           MOVE MOV-NUMERO-ORIGEM TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   GO TO 2350-CLASSIFICA-ESTORNO-EXIT
           END-READ.
      *
           EVALUATE TRUE
               WHEN MVX-TIPO = 'C' AND MVX-HISTORICO = 'JUROS'
                   MOVE 'ESTORNO JUR'  TO WS-CLASSE-EVENTO
               WHEN MVX-TIPO = 'D'
                   AND MVX-HISTORICO = 'TARIFA MANUTENCAO'
                   MOVE 'ESTORNO TAR'  TO WS-CLASSE-EVENTO
               WHEN MVX-TIPO = 'D'
                   AND MVX-HISTORICO = 'JUROS CHEQUE ESPECIAL'
                   MOVE 'ESTORNO JCE'  TO WS-CLASSE-EVENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       2350-CLASSIFICA-ESTORNO-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DO SORT: AGREGA POR AGENCIA E CLASSE COM
      ** QUEBRA DE CONTROLE E GRAVA AS PARTIDAS DE CADA AGREGADO
      *
               WHEN 'JUROS CH.ESP'
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-REC-JRLIM   TO WS-CONTA-CREDITADA
               WHEN 'ESTORNO DEB'
                   MOVE WS-CTA-CAIXA       TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-CREDITADA
                   ADD WS-GRP-VALOR        TO WS-MOV-SOMA-EST
               WHEN 'ESTORNO CRED'
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-CAIXA       TO WS-CONTA-CREDITADA
                   ADD WS-GRP-VALOR        TO WS-MOV-SOMA-EST
               WHEN 'ESTORNO JUR'
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-DESP-JUROS  TO WS-CONTA-CREDITADA
                   ADD WS-GRP-VALOR        TO WS-MOV-SOMA-EST
               WHEN 'ESTORNO TAR'
                   MOVE WS-CTA-REC-TARIFAS TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-CREDITADA
                   ADD WS-GRP-VALOR        TO WS-MOV-SOMA-EST
               WHEN 'ESTORNO JCE'
                   MOVE WS-CTA-REC-JRLIM   TO WS-CONTA-DEBITADA
                   MOVE WS-CTA-DEPOSITOS   TO WS-CONTA-CREDITADA
                   ADD WS-GRP-VALOR        TO WS-MOV-SOMA-EST
           END-EVALUATE.
      *
           MOVE WS-DATA-PROCESSAMENTO TO CTB-DATA.
           IF LOT-DATA-MOVIMENTO = WS-DATA-PROCESSAMENTO
               ADD LOT-SOMA-DEBITOS  TO WS-LOT-SOMA-DEB
               ADD LOT-SOMA-CREDITOS TO WS-LOT-SOMA-CRED
               IF LOT-SOMA-ESTORNOS NUMERIC
                   ADD LOT-SOMA-ESTORNOS TO WS-LOT-SOMA-EST
               END-IF
           END-IF.
      *
           PERFORM 4100-LER-CTALOTCT
               MOVE 'CONFERE' TO CFR-FLAG
           ELSE
               MOVE '*** DIVERGENCIA - APURAR ***' TO CFR-FLAG
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF.
      *
           WRITE REG-CCCTBRPT FROM WS-LINHA-CONFRONTO.
               MOVE 'CONFERE' TO CFR-FLAG
           ELSE
               MOVE '*** DIVERGENCIA - APURAR ***' TO CFR-FLAG
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF.
      *
           WRITE REG-CCCTBRPT FROM WS-LINHA-CONFRONTO.
      *
      ** LOTE REGISTRADO ANTES DO ESTORNO POR REFERENCIA TRAZ
      ** BRANCOS EM LOT-SOMA-ESTORNOS E NAO ENTRA NA SOMA
      *
           MOVE 'ESTORNOS (CLASSES DE LOTE)'
               TO CFR-ROTULO.
           MOVE WS-MOV-SOMA-EST TO CFR-VALOR-MOV.
           MOVE WS-LOT-SOMA-EST TO CFR-VALOR-LOT.
      *
           IF WS-MOV-SOMA-EST = WS-LOT-SOMA-EST
               MOVE 'CONFERE' TO CFR-FLAG
           ELSE
               MOVE '*** DIVERGENCIA - APURAR ***' TO CFR-FLAG
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF.
      *
           WRITE REG-CCCTBRPT FROM WS-LINHA-CONFRONTO.
      *
           CLOSE CTBSAIDA.
           CLOSE CCCTBRPT.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO: OCORRENCIAS SAO AS DIVERGENCIAS DO
      ** CONFRONTO CONTRA O CTALOTCT
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'                 TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS        TO WS-CTL-QTD-LIDOS.
           MOVE WS-QTD-SELECIONADOS TO WS-CTL-QTD-PROCESSADOS.
           MOVE WS-QTD-DIVERGENCIAS TO WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCTBGER.
