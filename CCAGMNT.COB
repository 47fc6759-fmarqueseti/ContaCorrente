      * OUTPUT                                                       *
      *   AGCADM     CADASTRO DE AGENCIAS ATUALIZADO                 *
      *   AGMNTRPT   RELATORIO DE TRANSACOES PROCESSADAS/REJEITADAS  *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *                               BLOQUEADAS) NO CTACADM,        *
      *                               VARRENDO O CADASTRO DE CONTAS  *
      *                               PELA FAIXA DE CHAVE DA AGENCIA *
      *   2026-10-15  FABIO MARQUES   LOG DE ALTERACOES: A INCLUSAO, *
      *                               A ALTERACAO E O ENCERRAMENTO   *
      *                               DE AGENCIA EFETIVADOS GRAVAM   *
      *                               NO CCALTLOG A IMAGEM DA        *
      *                               AGENCIA ANTES E DEPOIS, A      *
      *                               FUNCAO, A POSICAO DA TRANSACAO *
      *                               NO AGMNTTRN E A DATA/HORA      *
      *                               (2600-REGISTRA-ALTERACAO)      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-PARM-AGENCIA-AMBIENTE PIC X(01) VALUE SPACES.
      *
       01 WS-RC-AGENCIA             PIC S9(04) COMP VALUE ZERO.
      *
      ** OPERACAO E IMAGEM DA AGENCIA ANTES DA ALTERACAO, PARA O LOG
      ** DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALTERACAO.
           05 WS-ALT-OPERACAO       PIC X(01) VALUE SPACES.
           05 WS-ALT-IMAGEM-ANTES   PIC X(200) VALUE SPACES.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
           OPEN OUTPUT AGMNTRPT.
           OPEN I-O    AGCADM.
           OPEN INPUT  CTACADM.
           OPEN EXTEND CCALTLOG.
      *
           WRITE REG-AGMNTRPT FROM WS-CABECALHO-1.
           WRITE REG-AGMNTRPT FROM WS-CABECALHO-2.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2200-INCLUIR-AGENCIA-EXIT
           END-WRITE.
      *
           MOVE 'I'    TO WS-ALT-OPERACAO.
           MOVE SPACES TO WS-ALT-IMAGEM-ANTES.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'AGENCIA INCLUIDA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2300-ALTERAR-AGENCIA-EXIT
           END-IF.
      *
           MOVE REG-AGCADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE TRN-NOME           TO AG-NOME.
           MOVE TRN-LOGRADOURO     TO AG-LOGRADOURO.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2300-ALTERAR-AGENCIA-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'AGENCIA ALTERADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO 2400-ENCERRAR-AGENCIA-EXIT
           END-IF.
      *
           MOVE REG-AGCADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'I'                   TO AG-STATUS.
           MOVE TRN-DATA-ENCERRAMENTO TO AG-DATA-ENCERRAMENTO.
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO 2400-ENCERRAR-AGENCIA-EXIT
           END-REWRITE.
      *
           MOVE 'A' TO WS-ALT-OPERACAO.
           PERFORM 2600-REGISTRA-ALTERACAO
               THRU 2600-REGISTRA-ALTERACAO-EXIT.
      *
           MOVE 'AGENCIA ENCERRADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2500-GRAVA-LINHA
       2500-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** REGISTRO DA ALTERACAO EFETIVADA NO LOG DE ALTERACOES, COM A
      ** IMAGEM DA AGENCIA ANTES E DEPOIS E A POSICAO DA TRANSACAO NO
      ** ARQUIVO DE TRANSACOES
      *
       2600-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'AGCADM'            TO ALT-ARQUIVO.
           MOVE AG-NUMERO           TO ALT-CHAVE.
           MOVE WS-ALT-OPERACAO     TO ALT-OPERACAO.
           MOVE TRN-FUNCAO          TO ALT-FUNCAO.
           MOVE 'CCAGMNT'           TO ALT-PROGRAMA.
           MOVE 'AGMNTTRN'          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDAS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-AGCADM          TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       2600-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
           CLOSE AGMNTRPT.
           CLOSE AGCADM.
           CLOSE CTACADM.
           CLOSE CCALTLOG.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
