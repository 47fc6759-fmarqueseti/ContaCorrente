      * OUTPUT                                                       *
      *   CTADEB     CADASTRO DE AGENDAMENTOS ATUALIZADO             *
      *   DEBMNRPT   RELATORIO DE TRANSACOES PROCESSADAS/REJEITADAS  *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-31  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   LOG DE ALTERACOES: A INCLUSAO, *
      *                               A ALTERACAO E O CANCELAMENTO   *
      *                               DE AGENDAMENTO EFETIVADOS      *
      *                               GRAVAM NO CCALTLOG A IMAGEM DO *
      *                               AGENDAMENTO ANTES E DEPOIS, A  *
      *                               FUNCAO, A POSICAO DA TRANSACAO *
      *                               NO DEBMNTRN E A DATA/HORA      *
      *                               (2600-REGISTRA-ALTERACAO)      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEB-CHAVE
               FILE STATUS IS WS-CTADEB-STATUS.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       FD  CTADEB
           RECORDING MODE IS F.
       COPY CTADEB.
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
      ** OPERACAO E IMAGEM DO AGENDAMENTO ANTES DA ALTERACAO, PARA O
      ** LOG DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALTERACAO.
           05 WS-ALT-OPERACAO       PIC X(01) VALUE SPACES.
           05 WS-ALT-IMAGEM-ANTES   PIC X(200) VALUE SPACES.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           OPEN OUTPUT DEBMNRPT.
           OPEN INPUT  CTACADM.
           OPEN I-O    CTADEB.
           OPEN EXTEND CCALTLOG.
      *
           WRITE REG-DEBMNRPT FROM WS-CABECALHO-1.
           WRITE REG-DEBMNRPT FROM WS-CABECALHO-2.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-INCLUIR-AGENDAMENTO-EXIT
           END-WRITE.
      *
           MOVE 'I'    TO WS-ALT-OPERACAO.
           MOVE SPACES TO WS-ALT-IMAGEM-ANTES.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE WS-PROXIMA-SEQUENCIA TO DET-SEQUENCIA.
           MOVE 'AGENDAMENTO INCLUIDO COM SUCESSO' TO DET-SITUACAO.
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-ALTERAR-AGENDAMENTO-EXIT
           END-IF.
      *
           MOVE REG-CTADEB TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE TRN-VALOR          TO DEB-VALOR.
           MOVE TRN-DIA-VENCIMENTO TO DEB-DIA-VENCIMENTO.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-ALTERAR-AGENDAMENTO-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'AGENDAMENTO ALTERADO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-CANCELAR-AGENDAMENTO-EXIT
           END-IF.
      *
           MOVE REG-CTADEB TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'C' TO DEB-STATUS.
      *
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-CANCELAR-AGENDAMENTO-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'AGENDAMENTO CANCELADO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
       2500-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** REGISTRO DA ALTERACAO EFETIVADA NO LOG DE ALTERACOES, COM A
      ** IMAGEM DO AGENDAMENTO ANTES E DEPOIS E A POSICAO DA
      ** TRANSACAO NO ARQUIVO DE TRANSACOES
      *
       2600-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTADEB'            TO ALT-ARQUIVO.
           MOVE DEB-CHAVE           TO ALT-CHAVE.
           MOVE WS-ALT-OPERACAO     TO ALT-OPERACAO.
           MOVE TRN-FUNCAO          TO ALT-FUNCAO.
           MOVE 'CCDEBMNT'          TO ALT-PROGRAMA.
           MOVE 'DEBMNTRN'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDAS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTADEB          TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       2600-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
           CLOSE DEBMNRPT.
           CLOSE CTACADM.
           CLOSE CTADEB.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
