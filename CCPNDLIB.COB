      ****************************************************************
      * PROGRAM: CCPNDLIB                                            *
      *                                                              *
      * DESCRIPTION: REAPRESENTACAO DAS PENDENCIAS LIBERADAS DO      *
      *              BANCO FUTURE SCHOOL. VARRE O ARQUIVO DE         *
      *              PENDENCIAS (CTAPND), SELECIONA OS ITENS         *
      *              LIBERADOS PELO BACK OFFICE NO CCPNDMNT E EMITE  *
      *              UM LOTE CTALANC NOVO, COM CABECALHO E RODAPE,   *
      *              PRONTO PARA O CCLANCTO, NOS MOLDES DO CCDEBAUT. *
      *              CADA ITEM EMITIDO FICA MARCADO COMO             *
      *              REAPRESENTADO, COM O ID DO LOTE NOVO. O ID DO   *
      *              LOTE VEM DO PARAMETRO E E CONFERIDO CONTRA O    *
      *              CONTROLE DE LOTES (CTALOTCT): ID EM BRANCO OU   *
      *              JA POSTADO NAO GERA LOTE, PARA QUE O CCLANCTO   *
      *              NAO RECUSE A REAPRESENTACAO INTEIRA             *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCPNLPRM   PARAMETRO COM O ID DO LOTE A GERAR E A DATA DO  *
      *               MOVIMENTO                                      *
      *   CTAPND     PENDENCIAS DOS LANCAMENTOS REJEITADOS           *
      *               (INDEXADO POR PND-CHAVE)                       *
      *   CTALOTCT   CONTROLE DE LOTES JA POSTADOS (INDEXADO POR     *
      *               LOT-ID)                                        *
      *                                                              *
      * OUTPUT                                                       *
      *   PNDLANC    LOTE DE REAPRESENTACAO NO FORMATO CTALANC       *
      *               (CABECALHO, DETALHES E RODAPE), PARA O         *
      *               CCLANCTO                                       *
      *   CTAPND     PENDENCIAS REAPRESENTADAS MARCADAS COM O LOTE   *
      *   CCPNLRPT   RELATORIO DOS ITENS REAPRESENTADOS              *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPNDLIB.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. REAPRESENTACAO DAS PENDENCIAS LIBERADAS EM LOTE NOVO.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCPNLPRM ASSIGN TO CCPNLPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PNDLANC ASSIGN TO PNDLANC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCPNLRPT ASSIGN TO CCPNLRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAPND ASSIGN TO CTAPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-CTAPND-STATUS.
      *
           SELECT CTALOTCT ASSIGN TO CTALOTCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-ID
               FILE STATUS IS WS-CTALOTCT-STATUS.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCPNLPRM
           RECORDING MODE IS F.
       01 REG-CCPNLPRM.
           05 PRM-LOTE-ID           PIC X(10).
           05 PRM-DATA-MOVIMENTO    PIC 9(08).
           05 FILLER                PIC X(62).
      *
      ** O LOTE DE REAPRESENTACAO TEM O MESMO LAYOUT DO CTALANC LIDO
      ** PELO CCLANCTO (VIDE O FD CTALANC DAQUELE PROGRAMA). O
      ** DETALHE E A IMAGEM DO LANCAMENTO GUARDADA NA PENDENCIA
      ** (PND-LANCAMENTO), GRAVADA COM A DATA DO MOVIMENTO DO LOTE
      ** NOVO NO LUGAR DA DATA ORIGINAL
      *
       FD  PNDLANC
           RECORDING MODE IS F.
       01 REG-PNDLANC               PIC X(100).
      *
       01 REG-PNDLANC-DET.
           05 FILLER                 PIC X(30).
           05 SAI-DET-DATA           PIC 9(08).
           05 FILLER                 PIC X(62).
      *
       01 REG-PNDLANC-CAB.
           05 FILLER                 PIC X(14).
           05 SAI-CAB-TIPO           PIC X(01).
           05 SAI-CAB-LOTE-ID        PIC X(10).
           05 SAI-CAB-SISTEMA-ORIGEM PIC X(08).
           05 SAI-CAB-DATA-MOVIMENTO PIC 9(08).
           05 FILLER                 PIC X(59).
      *
       01 REG-PNDLANC-ROD.
           05 FILLER                 PIC X(14).
           05 SAI-ROD-TIPO           PIC X(01).
           05 SAI-ROD-QTD            PIC 9(07).
           05 SAI-ROD-SOMA-DEBITOS   PIC 9(15)V99.
           05 SAI-ROD-SOMA-CREDITOS  PIC 9(15)V99.
           05 SAI-ROD-SOMA-ESTORNOS  PIC 9(15)V99.
           05 FILLER                 PIC X(27).
      *
       FD  CCPNLRPT
           RECORDING MODE IS F.
       01 REG-CCPNLRPT              PIC X(133).
      *
       FD  CTAPND
           RECORDING MODE IS F.
       COPY CTAPND.
      *
       FD  CTALOTCT
           RECORDING MODE IS F.
       COPY CTALOTE.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTAPND      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAPND                VALUE 'S'.
           05 WS-SW-LOTE-VALIDO     PIC X(01) VALUE 'N'.
               88 WS-LOTE-VALIDO               VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAPND-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAPND-OK                    VALUE '00'.
               88 WS-CTAPND-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTALOTCT-STATUS    PIC X(02) VALUE '00'.
               88 WS-CTALOTCT-OK                  VALUE '00'.
               88 WS-CTALOTCT-NAO-ENCONTRADO       VALUE '23'.
      *
      ** TOTAIS DO LOTE GERADO, PELAS MESMAS REGRAS DO RODAPE
      ** CONFERIDAS PELO CCLANCTO (1150-CONFERE-REGISTRO)
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-GERADOS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ERROS          PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEBITOS       PIC 9(15)V99 VALUE ZEROS.
           05 WS-SOMA-CREDITOS      PIC 9(15)V99 VALUE ZEROS.
           05 WS-SOMA-ESTORNOS      PIC 9(15)V99 VALUE ZEROS.
      *
      ** PARAMETROS DO LOTE SALVOS EM WORKING-STORAGE ANTES DO CLOSE
      ** DO CCPNLPRM
      *
       01 WS-LOTE-ID                PIC X(10) VALUE SPACES.
       01 WS-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
      *
      ** DATA DO PROCESSAMENTO, CARIMBADA EM PND-DATA-SITUACAO
      *
       01 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'REAPRESENTACAO DE PENDENCIAS LIBERADAS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-LOTE.
               10 FILLER            PIC X(06) VALUE 'LOTE: '.
               10 LTE-ID            PIC X(10).
               10 FILLER            PIC X(14) VALUE '  DATA MOVTO: '.
               10 LTE-DATA-MOV      PIC 9(08).
               10 FILLER            PIC X(95) VALUE SPACES.
      *
           05 WS-LINHA-REJ-LOTE.
               10 FILLER            PIC X(19) VALUE
                   'LOTE NAO GERADO - '.
               10 REJ-LOTE-MOTIVO   PIC X(50).
               10 FILLER            PIC X(64) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(50) VALUE
                   'LOTE ORIG   SEQ      AGENCIA  CONTA      TIPO'.
               10 FILLER            PIC X(40) VALUE
                   '           VALOR  SITUACAO'.
               10 FILLER            PIC X(43) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-LOTE-ID       PIC X(10).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SEQUENCIA     PIC 9(07).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-TIPO          PIC X(01).
               10 FILLER            PIC X(03) VALUE SPACES.
               10 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SITUACAO      PIC X(40).
               10 FILLER            PIC X(28) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(24) VALUE
                   'ITENS REAPRESENTADOS: '.
               10 TOT-GERADOS       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE 'DEBITOS: '.
               10 TOT-DEBITOS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'CREDITOS: '.
               10 TOT-CREDITOS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'ESTORNOS: '.
               10 TOT-ESTORNOS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
      *
           05 WS-LINHA-ERROS.
               10 FILLER            PIC X(40) VALUE
                   'FALHAS NA ATUALIZACAO DA PENDENCIA: '.
               10 TOT-ERROS         PIC ZZZ,ZZ9.
               10 FILLER            PIC X(86) VALUE SPACES.
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
           IF WS-LOTE-VALIDO
               PERFORM 2000-PROCESSA-PENDENCIA
                   THRU 2000-PROCESSA-PENDENCIA-EXIT
                   UNTIL WS-FIM-CTAPND
           END-IF.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: LE O PARAMETRO, EXIGE A DATA DO MOVIMENTO,
      ** CONFERE O ID DO LOTE CONTRA O CONTROLE DE LOTES E JA GRAVA
      ** O CABECALHO DO LOTE NO FORMATO EXIGIDO PELO CCLANCTO. LOTE
      ** RECUSADO AQUI DEIXA O PNDLANC VAZIO E AS PENDENCIAS
      ** LIBERADAS INTACTAS
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCPNLPRM.
      *
           READ CCPNLPRM
               AT END
                   MOVE SPACES TO PRM-LOTE-ID
                   MOVE ZEROS  TO PRM-DATA-MOVIMENTO
           END-READ.
      *
           MOVE PRM-LOTE-ID        TO WS-LOTE-ID.
      *
           IF PRM-DATA-MOVIMENTO NUMERIC
               MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
           ELSE
               MOVE ZEROS              TO WS-DATA-MOVIMENTO
           END-IF.
      *
           CLOSE CCPNLPRM.
      *
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *
           OPEN I-O    CTAPND.
           OPEN INPUT  CTALOTCT.
           OPEN OUTPUT PNDLANC.
           OPEN OUTPUT CCPNLRPT.
      *
           MOVE WS-LOTE-ID        TO LTE-ID.
           MOVE WS-DATA-MOVIMENTO TO LTE-DATA-MOV.
      *
           WRITE REG-CCPNLRPT FROM WS-CABECALHO-1.
           WRITE REG-CCPNLRPT FROM WS-LINHA-LOTE.
      *
           IF WS-LOTE-ID = SPACES
               MOVE 'ID DO LOTE NAO INFORMADO NO PARAMETRO'
                   TO REJ-LOTE-MOTIVO
               WRITE REG-CCPNLRPT FROM WS-LINHA-REJ-LOTE
               GO TO 1000-INICIALIZACAO-EXIT
           END-IF.
      *
           IF WS-DATA-MOVIMENTO = ZERO
               MOVE 'DATA DO MOVIMENTO INVALIDA NO PARAMETRO'
                   TO REJ-LOTE-MOTIVO
               WRITE REG-CCPNLRPT FROM WS-LINHA-REJ-LOTE
               GO TO 1000-INICIALIZACAO-EXIT
           END-IF.
      *
           MOVE WS-LOTE-ID TO LOT-ID.
      *
           READ CTALOTCT
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTALOTCT-OK
               MOVE 'ID DE LOTE JA POSTADO ANTERIORMENTE'
                   TO REJ-LOTE-MOTIVO
               WRITE REG-CCPNLRPT FROM WS-LINHA-REJ-LOTE
               GO TO 1000-INICIALIZACAO-EXIT
           END-IF.
      *
           MOVE 'S' TO WS-SW-LOTE-VALIDO.
      *
           WRITE REG-CCPNLRPT FROM WS-CABECALHO-2.
      *
           MOVE SPACES            TO REG-PNDLANC-CAB.
           MOVE 'H'               TO SAI-CAB-TIPO.
           MOVE WS-LOTE-ID        TO SAI-CAB-LOTE-ID.
           MOVE 'PENDENC'         TO SAI-CAB-SISTEMA-ORIGEM.
           MOVE WS-DATA-MOVIMENTO TO SAI-CAB-DATA-MOVIMENTO.
           WRITE REG-PNDLANC-CAB.
      *
           PERFORM 2100-LER-CTAPND
               THRU 2100-LER-CTAPND-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** PROCESSAMENTO DE CADA PENDENCIA: SO INTERESSA O ITEM
      ** LIBERADO; OS DEMAIS (PENDENTES, CORRIGIDOS AINDA NAO
      ** LIBERADOS, CANCELADOS E JA REAPRESENTADOS) SAO PULADOS
      *
       2000-PROCESSA-PENDENCIA.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           IF NOT PND-LIBERADO
               GO TO 2000-PROCESSA-PROXIMO
           END-IF.
      *
           PERFORM 2200-REAPRESENTA-ITEM
               THRU 2200-REAPRESENTA-ITEM-EXIT.
      *
       2000-PROCESSA-PROXIMO.
      *
           PERFORM 2100-LER-CTAPND
               THRU 2100-LER-CTAPND-EXIT.
      *
       2000-PROCESSA-PENDENCIA-EXIT.
           EXIT.
      *
      ** LEITURA SEQUENCIAL DO ARQUIVO DE PENDENCIAS
      *
       2100-LER-CTAPND.
      *
           READ CTAPND NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-CTAPND
                   GO TO 2100-LER-CTAPND-EXIT
           END-READ.
      *
       2100-LER-CTAPND-EXIT.
           EXIT.
      *
      ** EMISSAO DO ITEM NO LOTE NOVO: MARCA A PENDENCIA COMO
      ** REAPRESENTADA NO LOTE, GRAVA O DETALHE COM A DATA DO
      ** MOVIMENTO DO LOTE NOVO E SOMA NOS TOTAIS DO RODAPE CONFORME
      ** O TIPO. A PENDENCIA E MARCADA ANTES DA GRAVACAO DO DETALHE:
      ** SE A MARCACAO FALHAR, O ITEM NAO ENTRA NO LOTE E CONTINUA
      ** LIBERADO PARA A PROXIMA RODADA, SEM RISCO DE SER
      ** REAPRESENTADO DUAS VEZES. SE O ITEM FOR REJEITADO DE NOVO
      ** NA POSTAGEM, VOLTA A PENDENCIA SOB O ID DO LOTE NOVO
      *
       2200-REAPRESENTA-ITEM.
      *
           MOVE PND-LOTE-ID   TO DET-LOTE-ID.
           MOVE PND-SEQUENCIA TO DET-SEQUENCIA.
           MOVE PND-AGENCIA   TO DET-AGENCIA.
           MOVE PND-CONTA     TO DET-CONTA.
           MOVE PND-TIPO      TO DET-TIPO.
           MOVE PND-VALOR     TO DET-VALOR.
      *
           MOVE 'R'          TO PND-SITUACAO.
           MOVE WS-DATA-HOJE TO PND-DATA-SITUACAO.
           MOVE WS-LOTE-ID   TO PND-LOTE-REAPRESENTACAO.
      *
           REWRITE REG-CTAPND
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA PENDENCIA'
                       TO DET-SITUACAO
                   WRITE REG-CCPNLRPT FROM WS-LINHA-DETALHE
                   ADD 1 TO WS-QTD-ERROS
                   GO TO 2200-REAPRESENTA-ITEM-EXIT
           END-REWRITE.
      *
           MOVE PND-LANCAMENTO    TO REG-PNDLANC.
           MOVE WS-DATA-MOVIMENTO TO SAI-DET-DATA.
           WRITE REG-PNDLANC-DET.
      *
           ADD 1 TO WS-QTD-GERADOS.
      *
           EVALUATE PND-TIPO
               WHEN 'D'
                   ADD PND-VALOR TO WS-SOMA-DEBITOS
               WHEN 'C'
               WHEN 'A'
                   ADD PND-VALOR TO WS-SOMA-CREDITOS
               WHEN 'F'
                   ADD PND-VALOR TO WS-SOMA-DEBITOS
                   ADD PND-VALOR TO WS-SOMA-CREDITOS
               WHEN 'R'
                   ADD PND-VALOR TO WS-SOMA-ESTORNOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           MOVE 'REAPRESENTADO NO LOTE' TO DET-SITUACAO.
      *
           WRITE REG-CCPNLRPT FROM WS-LINHA-DETALHE.
      *
       2200-REAPRESENTA-ITEM-EXIT.
           EXIT.
      *
      ** FINALIZACAO: GRAVA O RODAPE DO LOTE E OS TOTAIS DO
      ** RELATORIO
      *
       9000-FINALIZACAO.
      *
           IF WS-LOTE-VALIDO
               MOVE SPACES           TO REG-PNDLANC-ROD
               MOVE 'T'              TO SAI-ROD-TIPO
               MOVE WS-QTD-GERADOS   TO SAI-ROD-QTD
               MOVE WS-SOMA-DEBITOS  TO SAI-ROD-SOMA-DEBITOS
               MOVE WS-SOMA-CREDITOS TO SAI-ROD-SOMA-CREDITOS
               MOVE WS-SOMA-ESTORNOS TO SAI-ROD-SOMA-ESTORNOS
               WRITE REG-PNDLANC-ROD
           END-IF.
      *
           MOVE WS-QTD-GERADOS   TO TOT-GERADOS.
           MOVE WS-SOMA-DEBITOS  TO TOT-DEBITOS.
           MOVE WS-SOMA-CREDITOS TO TOT-CREDITOS.
           MOVE WS-SOMA-ESTORNOS TO TOT-ESTORNOS.
      *
           WRITE REG-CCPNLRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-ERROS TO TOT-ERROS.
           WRITE REG-CCPNLRPT FROM WS-LINHA-ERROS.
      *
           CLOSE CTAPND.
           CLOSE CTALOTCT.
           CLOSE PNDLANC.
           CLOSE CCPNLRPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCPNDLIB.
