      *   CTABLQ     ARQUIVO DE BLOQUEIOS ATUALIZADO                 *
      *   BLQMNRPT   RELATORIO DIARIO DE BLOQUEIOS COLOCADOS E       *
      *               BAIXADOS                                       *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-27  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   LOG DE ALTERACOES: A INCLUSAO  *
      *                               E A BAIXA DE BLOQUEIO          *
      *                               EFETIVADAS GRAVAM NO CCALTLOG  *
      *                               A IMAGEM DO BLOQUEIO ANTES E   *
      *                               DEPOIS, A FUNCAO, A POSICAO DA *
      *                               TRANSACAO NO BLQMNTRN E A      *
      *                               DATA/HORA                      *
      *                               (2600-REGISTRA-ALTERACAO)      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-CTABLQ-STATUS.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       FD  CTABLQ
           RECORDING MODE IS F.
       COPY CTABLQ.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
      ** PROXIMA SEQUENCIA LIVRE DA CONTA NA INCLUSAO
      *
       01 WS-PROXIMA-SEQUENCIA      PIC 9(03) VALUE ZEROS.
      *
      ** OPERACAO E IMAGEM DO BLOQUEIO ANTES DA ALTERACAO, PARA O LOG
      ** DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALTERACAO.
           05 WS-ALT-OPERACAO       PIC X(01) VALUE SPACES.
           05 WS-ALT-IMAGEM-ANTES   PIC X(200) VALUE SPACES.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           OPEN OUTPUT BLQMNRPT.
           OPEN INPUT  CTACADM.
           OPEN I-O    CTABLQ.
           OPEN EXTEND CCALTLOG.
      *
           WRITE REG-BLQMNRPT FROM WS-CABECALHO-1.
           WRITE REG-BLQMNRPT FROM WS-CABECALHO-2.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-INCLUIR-BLOQUEIO-EXIT
           END-WRITE.
      *
           MOVE 'I'    TO WS-ALT-OPERACAO.
           MOVE SPACES TO WS-ALT-IMAGEM-ANTES.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE WS-PROXIMA-SEQUENCIA TO DET-SEQUENCIA.
           MOVE 'BLOQUEIO COLOCADO COM SUCESSO' TO DET-SITUACAO.
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-BAIXAR-BLOQUEIO-EXIT
           END-IF.
      *
           MOVE REG-CTABLQ TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'B'      TO BLQ-STATUS.
           MOVE TRN-DATA TO BLQ-DATA-BAIXA.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-BAIXAR-BLOQUEIO-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE BLQ-VALOR        TO DET-VALOR.
           MOVE BLQ-REF-JUDICIAL TO DET-REF-JUDICIAL.
       2500-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** REGISTRO DA ALTERACAO EFETIVADA NO LOG DE ALTERACOES, COM A
      ** IMAGEM DO BLOQUEIO ANTES E DEPOIS E A POSICAO DA TRANSACAO
      ** NO ARQUIVO DE TRANSACOES
      *
       2600-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTABLQ'            TO ALT-ARQUIVO.
           MOVE BLQ-CHAVE           TO ALT-CHAVE.
           MOVE WS-ALT-OPERACAO     TO ALT-OPERACAO.
           MOVE TRN-FUNCAO          TO ALT-FUNCAO.
           MOVE 'CCBLQMNT'          TO ALT-PROGRAMA.
           MOVE 'BLQMNTRN'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDAS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTABLQ          TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       2600-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
           CLOSE BLQMNRPT.
           CLOSE CTACADM.
           CLOSE CTABLQ.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
