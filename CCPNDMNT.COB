      ****************************************************************
      * PROGRAM: CCPNDMNT                                            *
      *                                                              *
      * DESCRIPTION: MANUTENCAO DO ARQUIVO DE PENDENCIAS (CTAPND) DE *
      *              LANCAMENTOS REJEITADOS PELO CCLANCTO, NOS       *
      *              MESMOS MOLDES DO CCDEBMNT. LE UM ARQUIVO DE     *
      *              TRANSACOES DO BACK OFFICE PARA CORRIGIR O       *
      *              LANCAMENTO PENDENTE, CANCELA-LO (SAI DA         *
      *              PENDENCIA SEM POSTAR) OU LIBERA-LO PARA A       *
      *              REAPRESENTACAO, QUE E FEITA PELO JOB CCPNDLIB   *
      *              NUM LOTE CTALANC NOVO                           *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   PNDMNTRN   ARQUIVO SEQUENCIAL DE TRANSACOES DE MANUTENCAO  *
      *               DE PENDENCIA (CORRIGIR / CANCELAR / LIBERAR)   *
      *   CTAPND     PENDENCIAS DOS LANCAMENTOS REJEITADOS           *
      *               (INDEXADO POR PND-CHAVE)                       *
      *                                                              *
      * OUTPUT                                                       *
      *   CTAPND     PENDENCIAS ATUALIZADAS                          *
      *   PNDMNRPT   RELATORIO DE TRANSACOES PROCESSADAS/REJEITADAS  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPNDMNT.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. MANUTENCAO DAS PENDENCIAS DE LANCAMENTOS REJEITADOS.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNDMNTRN ASSIGN TO PNDMNTRN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PNDMNRPT ASSIGN TO PNDMNRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAPND ASSIGN TO CTAPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-CTAPND-STATUS.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PNDMNTRN
           RECORDING MODE IS F.
       01 REG-PNDMNTRN.
           05 TRN-FUNCAO             PIC X(01).
               88 TRN-CORRIGIR                 VALUE 'A'.
               88 TRN-CANCELAR                 VALUE 'C'.
               88 TRN-LIBERAR                  VALUE 'L'.
           05 TRN-LOTE-ID            PIC X(10).
           05 TRN-SEQUENCIA          PIC 9(07).
      *
      ** LANCAMENTO CORRIGIDO, NO LAYOUT DO DETALHE CTALANC:
      ** INFORMADO SO NA CORRECAO, SUBSTITUI POR INTEIRO O
      ** LANCAMENTO GUARDADO NA PENDENCIA
      *
           05 TRN-LANCAMENTO.
               10 TRN-AGENCIA        PIC 9(04).
               10 TRN-CONTA          PIC 9(09).
               10 TRN-CONTA-DV       PIC X(01).
               10 TRN-TIPO           PIC X(01).
                   88 TRN-TIPO-VALIDO  VALUE 'D' 'C' 'A' 'B' 'L'
                                             'E' 'X' 'F' 'R'.
                   88 TRN-TIPO-ABERTURA            VALUE 'A'.
               10 TRN-VALOR          PIC 9(13)V99.
               10 TRN-DATA           PIC 9(08).
               10 TRN-HISTORICO      PIC X(40).
               10 TRN-DESTINO        PIC X(14).
               10 FILLER             PIC X(08).
           05 FILLER                 PIC X(12).
      *
       FD  PNDMNRPT
           RECORDING MODE IS F.
       01 REG-PNDMNRPT                PIC X(133).
      *
       FD  CTAPND
           RECORDING MODE IS F.
       COPY CTAPND.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO               VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAPND-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAPND-OK                    VALUE '00'.
               88 WS-CTAPND-NAO-ENCONTRADO         VALUE '23'.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDAS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ACEITAS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADAS     PIC 9(07) VALUE ZEROS.
      *
      ** DATA DA MANUTENCAO, CARIMBADA EM PND-DATA-SITUACAO
      *
       01 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           05 WS-PARM-CONTA-GROUP.
               10 WS-PARM-CONTA-NUMERO PIC 9(09).
           05 WS-PARM-CONTA-DV      PIC X(01).
           05 WS-PARM-CONTA-CHAMADOR PIC X(09) VALUE 'CCPNDMNT'.
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
                   'MANUTENCAO DE PENDENCIAS DE LANCAMENTOS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(50) VALUE
                   'FUNCAO    LOTE        SEQ      AGENCIA  CONTA'.
               10 FILLER            PIC X(50) VALUE
                   '     TIPO           VALOR  SITUACAO'.
               10 FILLER            PIC X(33) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-FUNCAO        PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-LOTE-ID       PIC X(10).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SEQUENCIA     PIC 9(07).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(03) VALUE SPACES.
               10 DET-TIPO          PIC X(01).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SITUACAO      PIC X(40).
               10 FILLER            PIC X(19) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(27) VALUE
                   'TOTAL DE TRANSACOES LIDAS: '.
               10 TOT-LIDAS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'TOTAL ACEITAS: '.
               10 TOT-ACEITAS       PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(20) VALUE
                   'TOTAL REJEITADAS: '.
               10 TOT-REJEITADAS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(13) VALUE SPACES.
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
           OPEN INPUT  PNDMNTRN.
           OPEN OUTPUT PNDMNRPT.
           OPEN I-O    CTAPND.
      *
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *
           WRITE REG-PNDMNRPT FROM WS-CABECALHO-1.
           WRITE REG-PNDMNRPT FROM WS-CABECALHO-2.
      *
           PERFORM 2100-LER-PNDMNTRN
               THRU 2100-LER-PNDMNTRN-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** PROCESSAMENTO DE CADA TRANSACAO
      *
       2000-PROCESSA-TRANSACAO.
      *
           ADD 1 TO WS-QTD-LIDAS.
      *
           MOVE TRN-LOTE-ID   TO DET-LOTE-ID.
           MOVE TRN-SEQUENCIA TO DET-SEQUENCIA.
           MOVE ZEROS         TO DET-AGENCIA.
           MOVE ZEROS         TO DET-CONTA.
           MOVE SPACES        TO DET-TIPO.
           MOVE ZEROS         TO DET-VALOR.
      *
           EVALUATE TRUE
               WHEN TRN-CORRIGIR
                   PERFORM 2200-CORRIGIR-PENDENCIA
                       THRU 2200-CORRIGIR-PENDENCIA-EXIT
               WHEN TRN-CANCELAR
                   PERFORM 2300-CANCELAR-PENDENCIA
                       THRU 2300-CANCELAR-PENDENCIA-EXIT
               WHEN TRN-LIBERAR
                   PERFORM 2400-LIBERAR-PENDENCIA
                       THRU 2400-LIBERAR-PENDENCIA-EXIT
               WHEN OTHER
                   MOVE 'FUNCAO'  TO DET-FUNCAO
                   MOVE 'FUNCAO DE TRANSACAO INVALIDA'
                       TO DET-SITUACAO
                   PERFORM 2500-GRAVA-LINHA
                       THRU 2500-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
           END-EVALUATE.
      *
           PERFORM 2100-LER-PNDMNTRN
               THRU 2100-LER-PNDMNTRN-EXIT.
      *
       2000-PROCESSA-TRANSACAO-EXIT.
           EXIT.
      *
      ** LEITURA DO ARQUIVO DE TRANSACOES
      *
       2100-LER-PNDMNTRN.
      *
           READ PNDMNTRN
               AT END
                   MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-LER-PNDMNTRN-EXIT
           END-READ.
      *
       2100-LER-PNDMNTRN-EXIT.
           EXIT.
      *
      ** LEITURA DA PENDENCIA DA TRANSACAO, COMUM AS TRES FUNCOES
      *
       2150-LER-PENDENCIA.
      *
           MOVE TRN-LOTE-ID   TO PND-LOTE-ID.
           MOVE TRN-SEQUENCIA TO PND-SEQUENCIA.
      *
           READ CTAPND
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTAPND-OK
               MOVE PND-AGENCIA TO DET-AGENCIA
               MOVE PND-CONTA   TO DET-CONTA
               MOVE PND-TIPO    TO DET-TIPO
               MOVE PND-VALOR   TO DET-VALOR
           END-IF.
      *
       2150-LER-PENDENCIA-EXIT.
           EXIT.
      *
      ** CORRECAO DE UMA PENDENCIA AINDA NAO LIBERADA: O LANCAMENTO
      ** INFORMADO SUBSTITUI O GUARDADO. O TIPO PRECISA SER UM DOS
      ** ACEITOS PELO CCLANCTO E O NUMERO DA CONTA E CONFERIDO VIA
      ** CCDIGITO (NA ABERTURA O DIGITO E CALCULADO NA POSTAGEM E
      ** NAO E CONFERIDO AQUI)
      *
       2200-CORRIGIR-PENDENCIA.
      *
           MOVE 'CORRIGIR' TO DET-FUNCAO.
      *
           PERFORM 2150-LER-PENDENCIA
               THRU 2150-LER-PENDENCIA-EXIT.
      *
           IF NOT WS-CTAPND-OK
               MOVE 'PENDENCIA NAO ENCONTRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           IF NOT PND-PENDENTE AND NOT PND-CORRIGIDO
               MOVE 'PENDENCIA JA LIBERADA OU ENCERRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           MOVE TRN-AGENCIA TO DET-AGENCIA.
           MOVE TRN-CONTA   TO DET-CONTA.
           MOVE TRN-TIPO    TO DET-TIPO.
      *
           IF NOT TRN-TIPO-VALIDO
               MOVE 'TIPO DE LANCAMENTO INVALIDO'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           IF TRN-VALOR NOT NUMERIC
               OR TRN-AGENCIA NOT NUMERIC
               OR TRN-CONTA NOT NUMERIC
               OR TRN-DATA NOT NUMERIC
               MOVE 'DADOS DO LANCAMENTO INVALIDOS'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           MOVE TRN-VALOR TO DET-VALOR.
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
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           IF NOT TRN-TIPO-ABERTURA
               AND WS-PARM-CONTA-DV NOT = TRN-CONTA-DV
               MOVE 'DIGITO DA CONTA NAO CONFERE'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-IF.
      *
           MOVE TRN-LANCAMENTO TO PND-LANCAMENTO.
           MOVE 'C'            TO PND-SITUACAO.
           MOVE WS-DATA-HOJE   TO PND-DATA-SITUACAO.
      *
           REWRITE REG-CTAPND
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DA PENDENCIA'
                       TO DET-SITUACAO
                   PERFORM 2500-GRAVA-LINHA
                       THRU 2500-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-CORRIGIR-PENDENCIA-EXIT
           END-REWRITE.
      *
           MOVE 'PENDENCIA CORRIGIDA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
       2200-CORRIGIR-PENDENCIA-EXIT.
           EXIT.
      *
      ** CANCELAMENTO DE UMA PENDENCIA AINDA NAO REAPRESENTADA: O
      ** ITEM SAI DA PENDENCIA SEM SER POSTADO. O REGISTRO FICA NO
      ** ARQUIVO PARA HISTORICO, COM SITUACAO 'X'
      *
       2300-CANCELAR-PENDENCIA.
      *
           MOVE 'CANCELAR' TO DET-FUNCAO.
      *
           PERFORM 2150-LER-PENDENCIA
               THRU 2150-LER-PENDENCIA-EXIT.
      *
           IF NOT WS-CTAPND-OK
               MOVE 'PENDENCIA NAO ENCONTRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-CANCELAR-PENDENCIA-EXIT
           END-IF.
      *
           IF PND-CANCELADO OR PND-REAPRESENTADO
               MOVE 'PENDENCIA JA ENCERRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-CANCELAR-PENDENCIA-EXIT
           END-IF.
      *
           MOVE 'X'          TO PND-SITUACAO.
           MOVE WS-DATA-HOJE TO PND-DATA-SITUACAO.
      *
           REWRITE REG-CTAPND
               INVALID KEY
                   MOVE 'FALHA NO CANCELAMENTO DA PENDENCIA'
                       TO DET-SITUACAO
                   PERFORM 2500-GRAVA-LINHA
                       THRU 2500-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-CANCELAR-PENDENCIA-EXIT
           END-REWRITE.
      *
           MOVE 'PENDENCIA CANCELADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
       2300-CANCELAR-PENDENCIA-EXIT.
           EXIT.
      *
      ** LIBERACAO DE UMA PENDENCIA (CORRIGIDA OU NAO -- UM DEBITO
      ** REJEITADO POR SALDO PODE SER LIBERADO COMO ESTA) PARA A
      ** REAPRESENTACAO NO PROXIMO LOTE DO CCPNDLIB
      *
       2400-LIBERAR-PENDENCIA.
      *
           MOVE 'LIBERAR' TO DET-FUNCAO.
      *
           PERFORM 2150-LER-PENDENCIA
               THRU 2150-LER-PENDENCIA-EXIT.
      *
           IF NOT WS-CTAPND-OK
               MOVE 'PENDENCIA NAO ENCONTRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-LIBERAR-PENDENCIA-EXIT
           END-IF.
      *
           IF NOT PND-PENDENTE AND NOT PND-CORRIGIDO
               MOVE 'PENDENCIA JA LIBERADA OU ENCERRADA'
                   TO DET-SITUACAO
               PERFORM 2500-GRAVA-LINHA
                   THRU 2500-GRAVA-LINHA-EXIT
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-LIBERAR-PENDENCIA-EXIT
           END-IF.
      *
           MOVE 'L'          TO PND-SITUACAO.
           MOVE WS-DATA-HOJE TO PND-DATA-SITUACAO.
      *
           REWRITE REG-CTAPND
               INVALID KEY
                   MOVE 'FALHA NA LIBERACAO DA PENDENCIA'
                       TO DET-SITUACAO
                   PERFORM 2500-GRAVA-LINHA
                       THRU 2500-GRAVA-LINHA-EXIT
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-LIBERAR-PENDENCIA-EXIT
           END-REWRITE.
      *
           MOVE 'PENDENCIA LIBERADA PARA REAPRESENTACAO'
               TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               THRU 2500-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITAS.
      *
       2400-LIBERAR-PENDENCIA-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UMA LINHA NO RELATORIO
      *
       2500-GRAVA-LINHA.
      *
           WRITE REG-PNDMNRPT FROM WS-LINHA-DETALHE.
      *
       2500-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
      *
           MOVE WS-QTD-LIDAS      TO TOT-LIDAS.
           MOVE WS-QTD-ACEITAS    TO TOT-ACEITAS.
           MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS.
      *
           WRITE REG-PNDMNRPT FROM WS-LINHA-TOTAIS.
      *
           CLOSE PNDMNTRN.
           CLOSE PNDMNRPT.
           CLOSE CTAPND.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCPNDMNT.
