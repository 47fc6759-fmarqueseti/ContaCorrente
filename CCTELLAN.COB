      *              CTALOTCT (LOT-ID 'GU' + DATA, ORIGEM 'GUICHE'), *
      *              ENTAO A CONCILIACAO NOTURNA (CCRECSLD) E O      *
      *              CONFRONTO CONTABIL (CCCTBGER) CONTINUAM         *
      *              FECHANDO O DIA. O LANCAMENTO SO E ACEITO COM A  *
      *              GAVETA DO OPERADOR ABERTA NO DIA (TRANSACAO     *
      *              CCXA, CCTELCXA); CADA LANCAMENTO EFETIVADO E    *
      *              SOMADO NAS ENTRADAS OU SAIDAS DA GAVETA NO      *
      *              CTACXA E LEVA O OPERADOR E O TERMINAL NO        *
      *              REGISTRO DO INDICE DE MOVIMENTOS (CTAMVX)       *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-09-02  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: CADA   *
      *                               LANCAMENTO DO GUICHE GRAVADO   *
      *                               EM CTAMOV RECEBE O NUMERO      *
      *                               UNICO DE MOVIMENTO             *
      *                               (MOV-NUMERO), TIRADO DO        *
      *                               REGISTRO DE CONTROLE DO INDICE *
      *                               DE MOVIMENTOS (CTAMVX, KSDS)   *
      *                               LIDO PARA ATUALIZACAO, E E     *
      *                               REGISTRADO NO INDICE PARA      *
      *                               PODER SER ESTORNADO PELO       *
      *                               LANCAMENTO 'R' DO CCLANCTO     *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE GAVETA: O          *
      *                               LANCAMENTO EXIGE A GAVETA DO   *
      *                               OPERADOR ABERTA NO DIA         *
      *                               (CTACXA, TRANSACAO CCXA), E    *
      *                               SOMADO NAS ENTRADAS/SAIDAS DA  *
      *                               GAVETA E GRAVA OPERADOR E      *
      *                               TERMINAL NO CTAMVX             *
      *   2026-10-15  FABIO MARQUES   CONTA DORMENTE (CTA-STATUS     *
      *                               'D', MARCADA PELO CCDORCTA)    *
      *                               PASSA A ACEITAR DEPOSITO E     *
      *                               SAQUE NO GUICHE E E REATIVADA  *
      *                               NA MESMA REGRAVACAO DO SALDO,  *
      *                               COM AVISO NA MENSAGEM DA TELA  *
      *   2026-10-15  FABIO MARQUES   FALHA NA NUMERACAO OU NO       *
      *                               REGISTRO DO MOVIMENTO NO       *
      *                               CTAMVX DESFAZ O LANCAMENTO     *
      *                               (SYNCPOINT ROLLBACK) COM AVISO *
      *                               NA TELA; A REATIVACAO DE CONTA *
      *                               DORMENTE E GRAVADA NO LOG DE   *
      *                               ALTERACOES (CCALTLOG)          *
      *   2026-10-15  FABIO MARQUES   FALHA NA LEITURA OU REGRAVACAO *
      *                               DA GAVETA NO CTACXA, OU GAVETA *
      *                               FECHADA POR OUTRA TAREFA,      *
      *                               DESFAZ O LANCAMENTO (SYNCPOINT *
      *                               ROLLBACK) COM AVISO NA TELA    *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               88 WS-ENTRADA-VALIDA           VALUE 'S'.
           05 WS-SW-FIM-BLOQUEIOS   PIC X(01) VALUE 'N'.
               88 WS-FIM-BLOQUEIOS            VALUE 'S'.
           05 WS-SW-CONTA-REATIVADA PIC X(01) VALUE 'N'.
               88 WS-CONTA-REATIVADA          VALUE 'S'.
           05 WS-SW-FALHA-MOVIMENTO PIC X(01) VALUE 'N'.
               88 WS-FALHA-MOVIMENTO          VALUE 'S'.
           05 WS-SW-FALHA-CAIXA     PIC X(01) VALUE 'N'.
               88 WS-FALHA-CAIXA              VALUE 'S'.
               88 WS-CAIXA-FECHADO            VALUE 'F'.
      *
      ** OS CAMPOS DE TELA SAO DIGITADOS ALINHADOS A ESQUERDA PELO
      ** CAIXA; CADA UM E DESEDITADO E JUSTIFICADO A DIREITA COM
               88 WS-LANC-DEPOSITO            VALUE 'C'.
           05 WS-VALOR-LANC         PIC 9(13)V99 VALUE ZEROS.
           05 WS-HISTORICO-LANC     PIC X(40) VALUE SPACES.
      *
      ** OPERADOR (USERID DO SIGNON CICS) E TERMINAL DA TRANSACAO,
      ** GRAVADOS NO CTAMVX E USADOS PARA ACHAR A GAVETA NO CTACXA
      *
       01 WS-IDENTIFICACAO-CAIXA.
           05 WS-OPERADOR           PIC X(08) VALUE SPACES.
           05 WS-TERMINAL           PIC X(04) VALUE SPACES.
      *
       01 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
      *
      ** NUMERO ATRIBUIDO AO MOVIMENTO PELO REGISTRO DE CONTROLE DO
      ** CTAMVX (CHAVE ZERO)
      *
       01 WS-NUMERO-MOV             PIC 9(09) VALUE ZEROS.
      *
      ** SALDO DISPONIVEL PARA O SAQUE, PELA MESMA REGRA DO
      ** CCLANCTO: SALDO MAIS LIMITE DE CHEQUE ESPECIAL MENOS
      ** BLOQUEIOS JUDICIAIS ATIVOS
      *
       01 WS-RESP                   PIC S9(08) COMP VALUE ZERO.
      *
      ** CCAUDITA, CTAMOV E CCALTLOG SAO ESDS (GRAVACAO SEQUENCIAL
      ** POR INSERCAO) NA DEFINICAO CICS; O RIDFLD DE UM WRITE NUM
      ** ESDS SO RECEBE DE VOLTA O RBA ATRIBUIDO AO REGISTRO
      *
       01 WS-AUD-RBA                PIC X(04) VALUE LOW-VALUES.
       01 WS-MOV-RBA                PIC X(04) VALUE LOW-VALUES.
       01 WS-ALT-RBA                PIC X(04) VALUE LOW-VALUES.
      *
      ** IMAGEM DO CTACADM ANTES DA REATIVACAO DA CONTA DORMENTE,
      ** PARA O LOG DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALT-IMAGEM-ANTES       PIC X(200) VALUE SPACES.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM        PIC S9(04) COMP VALUE 9.
           COPY AGCADM.
      *
           COPY CTAMOV.
      *
           COPY CTAMVX.
      *
           COPY CTABLQ.
      *
           COPY CTALOTE.
      *
           COPY CTACXA.
      *
           COPY CCAUDIT.
      *
           COPY CCALTLOG.
      *
           COPY DFHAID.
      *
      *
           MOVE SPACES TO MENSAGEMO.
           MOVE SPACES TO SALDOAPO.
      *
           EXEC CICS ASSIGN USERID(WS-OPERADOR)
           END-EXEC.
      *
           MOVE EIBTRMID TO WS-TERMINAL.
      *
           PERFORM 2100-VALIDA-ENTRADA
               THRU 2100-VALIDA-ENTRADA-EXIT.
       2200-VALIDA-CONTA-EXIT.
           EXIT.
      *
      ** EFETIVACAO DO LANCAMENTO: GAVETA DO OPERADOR ABERTA NO DIA,
      ** AGENCIA ATIVA, CONTA ATIVA LIDA PARA ATUALIZACAO E, NO
      ** SAQUE, SALDO DISPONIVEL SUFICIENTE. O SALDO E ATUALIZADO E O
      ** MOVIMENTO GRAVADO NA HORA; O LOTE DO GUICHE DO DIA NO
      ** CTALOTCT E A GAVETA DO OPERADOR NO CTACXA SAO SOMADOS EM
      ** SEGUIDA
      *
       2300-EFETIVA-LANCAMENTO.
      *
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-HOJE TO CXA-DATA.
           MOVE WS-OPERADOR  TO CXA-OPERADOR.
      *
           EXEC CICS READ FILE('CTACXA')
               INTO(REG-CTACXA)
               RIDFLD(CXA-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CAIXA NAO ABERTO HOJE - ABRA PELA TRANSACAO CCXA'
                   TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           IF CXA-FECHADO
               MOVE 'CAIXA JA FECHADO HOJE - NAO MOVIMENTAR'
                   TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           MOVE WS-AGENCIA-LANC TO AG-NUMERO.
      *
               MOVE 'CONTA NAO CADASTRADA' TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
      ** CONTA DORMENTE E MOVIMENTADA NORMALMENTE E REATIVADA NA
      ** MESMA REGRAVACAO DO SALDO
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA NAO ESTA ATIVA - NAO MOVIMENTAR'
                   TO MENSAGEMO
               EXEC CICS UNLOCK FILE('CTACADM')
               END-EXEC
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
      ** REGISTRO ANTERIOR A CRIACAO DO LIMITE AINDA TRAZ BRANCOS
      ** NO ESPACO DO EX-FILLER; O CAMPO E SANEADO PARA ZERO ANTES
           ELSE
               ADD WS-VALOR-LANC TO CTA-SALDO
           END-IF.
      *
           MOVE 'N' TO WS-SW-CONTA-REATIVADA.
      *
           IF CTA-STATUS-DORMENTE
               MOVE 'A'   TO CTA-STATUS
               MOVE ZEROS TO CTA-DATA-DORMENCIA
               MOVE 'S'   TO WS-SW-CONTA-REATIVADA
           END-IF.
      *
           EXEC CICS REWRITE FILE('CTACADM')
               FROM(REG-CTACADM)
      *
           PERFORM 2400-GRAVA-MOVIMENTO
               THRU 2400-GRAVA-MOVIMENTO-EXIT.
      *
      ** SEM NUMERO OU SEM REGISTRO NO INDICE O MOVIMENTO NAO PODERIA
      ** SER ESTORNADO POR REFERENCIA: O SALDO JA REGRAVADO E O QUE
      ** MAIS TIVER SIDO GRAVADO NA TAREFA SAO DESFEITOS
      *
           IF WS-FALHA-MOVIMENTO
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'FALHA NO INDICE DO MOVIMENTO - NADA EFETIVADO'
                   TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           PERFORM 2450-SOMA-LOTE-GUICHE
               THRU 2450-SOMA-LOTE-GUICHE-EXIT.
      *
           IF WS-CONTA-REATIVADA
               PERFORM 2470-REGISTRA-ALTERACAO
                   THRU 2470-REGISTRA-ALTERACAO-EXIT
           END-IF.
      *
           PERFORM 2460-SOMA-CAIXA
               THRU 2460-SOMA-CAIXA-EXIT.
      *
      ** SEM A SOMA NA GAVETA O CAIXA NAO FECHARIA NO CCCXAREL: O
      ** LANCAMENTO INTEIRO E DESFEITO, COMO NA FALHA DO INDICE
      *
           IF WS-CAIXA-FECHADO
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'CAIXA FECHADO EM OUTRA TAREFA - NADA EFETIVADO'
                   TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           IF WS-FALHA-CAIXA
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'FALHA NA ATUALIZACAO DO CAIXA - NADA EFETIVADO'
                   TO MENSAGEMO
               GO TO 2300-EFETIVA-LANCAMENTO-EXIT
           END-IF.
      *
           MOVE CTA-SALDO TO WS-SALDO-EDITADO.
           MOVE WS-SALDO-EDITADO TO SALDOAPO.
           MOVE 'LANCAMENTO EFETIVADO COM SUCESSO' TO MENSAGEMO.
      *
           IF WS-CONTA-REATIVADA
               MOVE 'LANCAMENTO EFETIVADO - CONTA DORMENTE REATIVADA'
                   TO MENSAGEMO
           END-IF.
      *
       2300-EFETIVA-LANCAMENTO-EXIT.
           EXIT.
      *
       2400-GRAVA-MOVIMENTO.
      *
           MOVE 'N' TO WS-SW-FALHA-MOVIMENTO.
      *
           MOVE WS-AGENCIA-LANC   TO MOV-AGENCIA.
           MOVE WS-CONTA-LANC     TO MOV-CONTA.
           MOVE WS-VALOR-LANC     TO MOV-VALOR.
           MOVE WS-HISTORICO-LANC TO MOV-HISTORICO.
           MOVE CTA-SALDO         TO MOV-SALDO-APOS.
      *
           PERFORM 2420-NUMERA-MOVIMENTO
               THRU 2420-NUMERA-MOVIMENTO-EXIT.
      *
           IF WS-FALHA-MOVIMENTO
               GO TO 2400-GRAVA-MOVIMENTO-EXIT
           END-IF.
      *
           MOVE WS-NUMERO-MOV     TO MOV-NUMERO.
           MOVE ZEROS             TO MOV-NUMERO-ORIGEM.
           MOVE 'N'               TO MOV-IND-ESTORNO.
      *
           MOVE LOW-VALUES TO WS-MOV-RBA.
      *
               RIDFLD(WS-MOV-RBA)
               RBA
           END-EXEC.
      *
      ** REGISTRO DO MOVIMENTO NO INDICE DE MOVIMENTOS, PARA O
      ** ESTORNO POR REFERENCIA, COM O OPERADOR E O TERMINAL
      *
           MOVE SPACES            TO MVX-DADOS.
           MOVE MOV-NUMERO        TO MVX-NUMERO.
           MOVE MOV-AGENCIA       TO MVX-AGENCIA.
           MOVE MOV-CONTA         TO MVX-CONTA.
           MOVE MOV-DATA          TO MVX-DATA.
           MOVE MOV-TIPO          TO MVX-TIPO.
           MOVE MOV-VALOR         TO MVX-VALOR.
           MOVE MOV-HISTORICO     TO MVX-HISTORICO.
           MOVE 'N'               TO MVX-SITUACAO.
           MOVE ZEROS             TO MVX-NUMERO-REFERENCIA.
           MOVE ZEROS             TO MVX-DATA-ESTORNO.
           MOVE WS-OPERADOR       TO MVX-OPERADOR.
           MOVE WS-TERMINAL       TO MVX-TERMINAL.
      *
           EXEC CICS WRITE FILE('CTAMVX')
               FROM(REG-CTAMVX)
               RIDFLD(MVX-NUMERO)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-FALHA-MOVIMENTO
           END-IF.
      *
       2400-GRAVA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** NUMERACAO DO MOVIMENTO: O REGISTRO DE CONTROLE DO CTAMVX
      ** (CHAVE ZERO) E LIDO PARA ATUALIZACAO -- O CICS SERIALIZA OS
      ** CAIXAS NO REGISTRO -- E REGRAVADO COM O NUMERO SEGUINTE. O
      ** PRIMEIRO MOVIMENTO CRIA O REGISTRO DE CONTROLE. QUALQUER
      ** FALHA NO REGISTRO DE CONTROLE E DEVOLVIDA NA CHAVE DE FALHA
      ** DO MOVIMENTO
      *
       2420-NUMERA-MOVIMENTO.
      *
           MOVE ZEROS TO WS-NUMERO-MOV.
           MOVE ZEROS TO MVX-NUMERO.
      *
           EXEC CICS READ FILE('CTAMVX')
               INTO(REG-CTAMVX)
               RIDFLD(MVX-NUMERO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE ZEROS  TO MVX-NUMERO
               MOVE SPACES TO MVX-DADOS-CONTROLE
               MOVE 1      TO MVX-CTL-ULTIMO-NUMERO
               MOVE 1      TO WS-NUMERO-MOV
               EXEC CICS WRITE FILE('CTAMVX')
                   FROM(REG-CTAMVX)
                   RIDFLD(MVX-NUMERO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'S' TO WS-SW-FALHA-MOVIMENTO
               END-IF
               GO TO 2420-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-FALHA-MOVIMENTO
               GO TO 2420-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           ADD 1 TO MVX-CTL-ULTIMO-NUMERO.
           MOVE MVX-CTL-ULTIMO-NUMERO TO WS-NUMERO-MOV.
      *
           EXEC CICS REWRITE FILE('CTAMVX')
               FROM(REG-CTAMVX)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-FALHA-MOVIMENTO
           END-IF.
      *
       2420-NUMERA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** SOMA DO LANCAMENTO NO REGISTRO DE LOTE DO GUICHE DO DIA NO
      ** CTALOTCT: O PRIMEIRO LANCAMENTO DO DIA CRIA O REGISTRO
      ** ('GU' + DATA, ORIGEM 'GUICHE') E OS DEMAIS SOMAM NELE, PARA
               MOVE 1              TO LOT-QTD-LANCAMENTOS
               MOVE ZEROS          TO LOT-SOMA-DEBITOS
               MOVE ZEROS          TO LOT-SOMA-CREDITOS
               MOVE ZEROS          TO LOT-SOMA-ESTORNOS
               IF WS-LANC-SAQUE
                   MOVE WS-VALOR-LANC TO LOT-SOMA-DEBITOS
               ELSE
       2450-SOMA-LOTE-GUICHE-EXIT.
           EXIT.
      *
      ** REGISTRO DA REATIVACAO DA CONTA DORMENTE NO LOG DE
      ** ALTERACOES (CCALTLOG, ESDS), COM AS IMAGENS DO CTACADM ANTES
      ** E DEPOIS. A ORIGEM E O LOTE DO GUICHE DO DIA, COM A POSICAO
      ** DO LANCAMENTO NO LOTE QUANDO A SOMA NO CTALOTCT FOI FEITA
      ** (E PERFORMADO LOGO APOS O 2450)
      *
       2470-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTACADM'           TO ALT-ARQUIVO.
           MOVE CTA-CHAVE           TO ALT-CHAVE.
           MOVE 'A'                 TO ALT-OPERACAO.
           MOVE WS-TIPO-LANC        TO ALT-FUNCAO.
           MOVE 'CCTELLAN'          TO ALT-PROGRAMA.
           MOVE 'GUICHE'            TO ALT-SISTEMA-ORIGEM.
           MOVE WS-LOTE-GUICHE      TO ALT-ORIGEM-ID.
           MOVE ZEROS               TO ALT-ORIGEM-SEQ.
      *
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE LOT-QTD-LANCAMENTOS TO ALT-ORIGEM-SEQ
           END-IF.
      *
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTACADM         TO ALT-IMAGEM-DEPOIS.
      *
           MOVE LOW-VALUES TO WS-ALT-RBA.
      *
           EXEC CICS WRITE FILE('CCALTLOG')
               FROM(REG-CCALTLOG)
               RIDFLD(WS-ALT-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
      *
       2470-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** SOMA DO LANCAMENTO NA GAVETA DO OPERADOR NO CTACXA: O
      ** DEPOSITO E ENTRADA DE DINHEIRO E O SAQUE E SAIDA. A GAVETA
      ** FOI CONFERIDA ABERTA NO INICIO DA EFETIVACAO E E CONFERIDA
      ** DE NOVO SOB O BLOQUEIO DA LEITURA PARA ATUALIZACAO, POIS
      ** PODE TER SIDO FECHADA POR OUTRA TAREFA NESSE INTERVALO.
      ** FALHA OU GAVETA FECHADA SAO DEVOLVIDAS NA CHAVE DE FALHA
      ** DO CAIXA
      *
       2460-SOMA-CAIXA.
      *
           MOVE 'N' TO WS-SW-FALHA-CAIXA.
      *
           MOVE WS-DATA-HOJE TO CXA-DATA.
           MOVE WS-OPERADOR  TO CXA-OPERADOR.
      *
           EXEC CICS READ FILE('CTACXA')
               INTO(REG-CTACXA)
               RIDFLD(CXA-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-FALHA-CAIXA
               GO TO 2460-SOMA-CAIXA-EXIT
           END-IF.
      *
           IF CXA-FECHADO
               MOVE 'F' TO WS-SW-FALHA-CAIXA
               GO TO 2460-SOMA-CAIXA-EXIT
           END-IF.
      *
           IF WS-LANC-SAQUE
               ADD 1             TO CXA-QTD-SAIDAS
               ADD WS-VALOR-LANC TO CXA-SOMA-SAIDAS
           ELSE
               ADD 1             TO CXA-QTD-ENTRADAS
               ADD WS-VALOR-LANC TO CXA-SOMA-ENTRADAS
           END-IF.
      *
           EXEC CICS REWRITE FILE('CTACXA')
               FROM(REG-CTACXA)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-FALHA-CAIXA
           END-IF.
      *
       2460-SOMA-CAIXA-EXIT.
           EXIT.
      *
      ** GRAVACAO DO REGISTRO DE AUDITORIA DA CHAMADA AO CCDIGITO,
      ** VIA CONTROLE DE ARQUIVO DO PROPRIO CICS (O ARQUIVO CCAUDITA
      ** E PARTILHADO COM OS PROGRAMAS DE LOTE, QUE NAO RODAM SOB
