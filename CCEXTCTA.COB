      * INPUT                                                       *
      *   CCEXTPRM   PARAMETRO COM A FAIXA DE AGENCIA/CONTA A EMITIR *
      *   CTAMOV     HISTORICO DE MOVIMENTO DE CONTA CORRENTE        *
      *   CTAMVX     INDICE DE MOVIMENTOS (SITUACAO DE ESTORNO)      *
      *                                                              *
      * OUTPUT                                                       *
      *   CCEXTRPT   EXTRATO IMPRESSO POR CONTA                      *
      *                               COM O ENDERECO DE              *
      *                               CORRESPONDENCIA DO TITULAR     *
      *                               PRINCIPAL (SEQUENCIA 01)       *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: O      *
      *                               LANCAMENTO PASSA A TRAZER O    *
      *                               NUMERO DO MOVIMENTO E UMA      *
      *                               MARCA DE ESTORNO -- 'ESTORNO'  *
      *                               NO MOVIMENTO QUE DESFAZ OUTRO  *
      *                               (O HISTORICO JA TRAZ O NUMERO  *
      *                               DO ORIGINAL) E 'ESTORNADO POR' *
      *                               COM O NUMERO DO ESTORNO NO     *
      *                               MOVIMENTO ORIGINAL, CONSULTADO *
      *                               NO INDICE DE MOVIMENTOS        *
      *                               (CTAMVX). O LAYOUT DO CTAMOVH  *
      *                               ACOMPANHA O NOVO CTAMOV.       *
      *                               MOVIMENTO ANTERIOR A NUMERACAO *
      *                               SAI SEM NUMERO                 *
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
           05 HST-VALOR              PIC 9(13)V99.
           05 HST-HISTORICO          PIC X(40).
           05 HST-SALDO-APOS         PIC S9(13)V99.
           05 HST-NUMERO             PIC 9(09).
           05 HST-NUMERO-ORIGEM      PIC 9(09).
           05 HST-IND-ESTORNO        PIC X(01).
           05 FILLER                 PIC X(01).
      *
       FD  CCEXTRPT
           RECORDING MODE IS F.
       FD  CTATIT
           RECORDING MODE IS F.
       COPY CTATIT.
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       SD  SORTWK01.
       01 REG-SORT-CTAMOV.
           05 SRT-HISTORICO          PIC X(40).
           05 SRT-SALDO-APOS         PIC S9(13)V99.
      *
      ** NUMERO DO MOVIMENTO (ZEROS NO MOVIMENTO ANTERIOR A
      ** NUMERACAO) E INDICADOR DE ESTORNO
      *
           05 SRT-NUMERO             PIC 9(09).
           05 SRT-IND-ESTORNO        PIC X(01).
               88 SRT-ESTORNO                  VALUE 'S'.
      *
      ** NUMERO DE SEQUENCIA DE ENTRADA, ULTIMA CHAVE DO SORT: OS
      ** MOVIMENTOS DE UM MESMO DIA FICAM NOS ARQUIVOS NA ORDEM EM
      ** QUE FORAM EFETIVADOS (A HISTORIA E LIDA ANTES DO PERIODO
           05 WS-CTATIT-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTATIT-OK                    VALUE '00'.
               88 WS-CTATIT-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
               88 WS-CTAMVX-NAO-ENCONTRADO         VALUE '23'.
      *
       01 WS-FAIXA.
           05 WS-CHAVE-DE           PIC 9(13) VALUE ZEROS.
           05 WS-EP-CIDADE          PIC X(30) VALUE SPACES.
           05 WS-EP-UF              PIC X(02) VALUE SPACES.
           05 WS-EP-CEP             PIC 9(08) VALUE ZEROS.
      *
      ** MARCA DO MOVIMENTO ORIGINAL JA ESTORNADO, COM O NUMERO DO
      ** MOVIMENTO DE ESTORNO
      *
       01 WS-MARCA-ESTORNADO.
           05 FILLER                PIC X(14) VALUE
               'ESTORNADO POR '.
           05 WS-ME-NUMERO          PIC 9(09) VALUE ZEROS.
      *
       01 WS-DATA-GERACAO.
           05 WS-ANO-GERACAO        PIC 9(04).
                   'DATA       HISTORICO                  TIPO'.
               10 FILLER            PIC X(25) VALUE
                   'VALOR          SALDO'.
               10 FILLER            PIC X(15) VALUE SPACES.
               10 FILLER            PIC X(43) VALUE
                   ' NR MOVTO  ESTORNO'.
      *
           05 WS-LINHA-ABERTURA.
               10 FILLER            PIC X(20) VALUE
               10 LL-VALOR          PIC ---,---,---,--9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 LL-SALDO          PIC ---,---,---,--9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 LL-NUMERO         PIC Z(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 LL-MARCA          PIC X(23).
               10 FILLER            PIC X(09) VALUE SPACES.
      *
           05 WS-LINHA-FECHAMENTO.
               10 FILLER            PIC X(21) VALUE
           OPEN INPUT  CCEXTPRM.
           OPEN OUTPUT CCEXTRPT.
           OPEN INPUT  CTATIT.
           OPEN INPUT  CTAMVX.
      *
           READ CCEXTPRM
               AT END
               MOVE HST-VALOR      TO SRT-VALOR
               MOVE HST-HISTORICO  TO SRT-HISTORICO
               MOVE HST-SALDO-APOS TO SRT-SALDO-APOS
               MOVE HST-NUMERO     TO SRT-NUMERO
               MOVE HST-IND-ESTORNO TO SRT-IND-ESTORNO
               IF HST-NUMERO NOT NUMERIC
                   MOVE ZEROS TO SRT-NUMERO
               END-IF
               MOVE WS-SEQ-ENTRADA TO SRT-SEQUENCIA
               RELEASE REG-SORT-CTAMOV
           END-IF.
               MOVE MOV-VALOR      TO SRT-VALOR
               MOVE MOV-HISTORICO  TO SRT-HISTORICO
               MOVE MOV-SALDO-APOS TO SRT-SALDO-APOS
               MOVE MOV-NUMERO     TO SRT-NUMERO
               MOVE MOV-IND-ESTORNO TO SRT-IND-ESTORNO
               IF MOV-NUMERO NOT NUMERIC
                   MOVE ZEROS TO SRT-NUMERO
               END-IF
               MOVE WS-SEQ-ENTRADA TO SRT-SEQUENCIA
               RELEASE REG-SORT-CTAMOV
           END-IF.
           MOVE SRT-TIPO      TO LL-TIPO.
           MOVE SRT-VALOR     TO LL-VALOR.
           MOVE WS-SALDO-ATUAL TO LL-SALDO.
           MOVE SRT-NUMERO    TO LL-NUMERO.
      *
           PERFORM 3550-MARCA-ESTORNO
               THRU 3550-MARCA-ESTORNO-EXIT.
      *
           WRITE REG-CCEXTRPT FROM WS-LINHA-LANCAMENTO.
      *
       3500-IMPRIME-LANCAMENTO-EXIT.
           EXIT.
      *
      ** MARCA DE ESTORNO DO LANCAMENTO: O MOVIMENTO DE ESTORNO SAI
      ** MARCADO COMO TAL; O MOVIMENTO ORIGINAL JA ESTORNADO SAI COM
      ** O NUMERO DO ESTORNO QUE O DESFEZ, LIDO DO CTAMVX
      *
       3550-MARCA-ESTORNO.
      *
           MOVE SPACES TO LL-MARCA.
      *
           IF SRT-ESTORNO
               MOVE 'ESTORNO' TO LL-MARCA
               GO TO 3550-MARCA-ESTORNO-EXIT
           END-IF.
      *
           IF SRT-NUMERO = ZEROS
               GO TO 3550-MARCA-ESTORNO-EXIT
           END-IF.
      *
           MOVE SRT-NUMERO TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   GO TO 3550-MARCA-ESTORNO-EXIT
           END-READ.
      *
           IF MVX-ESTORNADO
               MOVE MVX-NUMERO-REFERENCIA TO WS-ME-NUMERO
               MOVE WS-MARCA-ESTORNADO    TO LL-MARCA
           END-IF.
      *
       3550-MARCA-ESTORNO-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA CONTA CORRENTE NO EXTRATO (ULTIMO MOVIMENTO)
      *
       3400-FECHA-CONTA.
      *
           CLOSE CCEXTRPT.
           CLOSE CTATIT.
           CLOSE CTAMVX.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
