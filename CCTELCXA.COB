      ****************************************************************
      * PROGRAM: CCTELCXA                                            *
      *                                                              *
      * DESCRIPTION: TRANSACAO CICS CCXA -- ABERTURA E FECHAMENTO DA *
      *              GAVETA DO CAIXA NO GUICHE DO BANCO FUTURE       *
      *              SCHOOL, NOS MOLDES DO CCTELLAN. NA ABERTURA     *
      *              (FUNCAO A) O CAIXA INFORMA A AGENCIA E O TROCO  *
      *              INICIAL EM CENTAVOS; O PROGRAMA CONFERE A       *
      *              AGENCIA ATIVA NO AGCADM E CRIA A GAVETA DO DIA  *
      *              DO OPERADOR (USERID DO SIGNON) NO CTACXA. A     *
      *              PARTIR DAI A TRANSACAO CLAN SOMA CADA DEPOSITO  *
      *              E SAQUE NA GAVETA. NO FECHAMENTO (FUNCAO F) O   *
      *              CAIXA INFORMA O DINHEIRO CONTADO; A GAVETA E    *
      *              FECHADA (A CLAN NAO LANCA MAIS NELA NO DIA) E A *
      *              TELA MOSTRA O TROCO, AS ENTRADAS, AS SAIDAS, O  *
      *              SALDO ESPERADO, O DECLARADO E A DIFERENCA. O    *
      *              FECHAMENTO NOTURNO POR AGENCIA E CAIXA SAI NO   *
      *              CCCXAREL                                        *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS / CICS TS                     *
      *                                                              *
      * SCREENS                                                      *
      *   CCTELX/CCTEX1  TELA DE GAVETA DO CAIXA (VIDE CCTELX.BMS E  *
      *                  O MAPA SIMBOLICO CCTELX.CPY)                *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCTELCXA.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS / CICS TS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. ABERTURA E FECHAMENTO DA GAVETA DO CAIXA.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01 WS-CONSTANTES.
           05 WS-MAPSET             PIC X(08) VALUE 'CCTELX'.
           05 WS-MAPA               PIC X(08) VALUE 'CCTEX1'.
           05 WS-TRANSID            PIC X(04) VALUE 'CCXA'.
      *
       01 WS-SWITCHES.
           05 WS-SW-ENTRADA-VALIDA  PIC X(01) VALUE 'N'.
               88 WS-ENTRADA-VALIDA           VALUE 'S'.
      *
      ** OS CAMPOS DE TELA SAO DIGITADOS ALINHADOS A ESQUERDA PELO
      ** CAIXA; CADA UM E DESEDITADO E JUSTIFICADO A DIREITA COM
      ** ZEROS A ESQUERDA ANTES DO TESTE NUMERIC E DO USO (MESMA
      ** TECNICA DO CCTELLAN). O VALOR E DIGITADO EM CENTAVOS, SEM
      ** VIRGULA, E TEM A PROPRIA AREA DE 15 POSICOES
      *
       01 WS-AREA-DEEDICAO.
           05 WS-CAMPO-ENTRADA      PIC X(09) VALUE SPACES.
           05 WS-NUMERO-TAM         PIC 9(02) VALUE ZEROS.
           05 WS-NUMERO-INICIO      PIC 9(02) VALUE ZEROS.
           05 WS-NUMERO-TOKEN       PIC X(09) VALUE SPACES.
           05 WS-NUMERO-EDITADO     PIC 9(09) VALUE ZEROS.
      *
       01 WS-AREA-DEEDICAO-VALOR.
           05 WS-VALOR-ENTRADA      PIC X(15) VALUE SPACES.
           05 WS-VALOR-TAM          PIC 9(02) VALUE ZEROS.
           05 WS-VALOR-INICIO       PIC 9(02) VALUE ZEROS.
           05 WS-VALOR-TOKEN        PIC X(15) VALUE SPACES.
           05 WS-VALOR-CENTAVOS     PIC 9(15) VALUE ZEROS.
      *
       01 WS-DADOS-GAVETA.
           05 WS-FUNCAO             PIC X(01) VALUE SPACES.
               88 WS-FUNCAO-ABRIR             VALUE 'A'.
               88 WS-FUNCAO-FECHAR            VALUE 'F'.
           05 WS-AGENCIA-CAIXA      PIC 9(04) VALUE ZEROS.
           05 WS-VALOR-INFORMADO    PIC 9(13)V99 VALUE ZEROS.
      *
      ** OPERADOR (USERID DO SIGNON CICS) E TERMINAL DA TRANSACAO:
      ** A GAVETA E DO OPERADOR, NAO DO TERMINAL
      *
       01 WS-IDENTIFICACAO-CAIXA.
           05 WS-OPERADOR           PIC X(08) VALUE SPACES.
           05 WS-TERMINAL           PIC X(04) VALUE SPACES.
      *
       01 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
      *
      ** RESUMO DA GAVETA: SALDO ESPERADO = TROCO + ENTRADAS -
      ** SAIDAS; DIFERENCA = DECLARADO - ESPERADO (POSITIVA E SOBRA,
      ** NEGATIVA E FALTA)
      *
       01 WS-SALDO-ESPERADO         PIC S9(15)V99 VALUE ZEROS.
       01 WS-DIFERENCA              PIC S9(15)V99 VALUE ZEROS.
      *
       01 WS-VALOR-EDITADO          PIC ---,---,---,--9.99.
      *
      ** RESPOSTA DAS CHAMADAS DE ARQUIVO DO CICS (READ/WRITE/
      ** REWRITE COM RESP), PARA NAO DEPENDER DE HANDLE CONDITION
      ** DENTRO DE PARAGRAFOS PERFORMADOS
      *
       01 WS-RESP                   PIC S9(08) COMP VALUE ZERO.
      *
           COPY AGCADM.
      *
           COPY CTACXA.
      *
           COPY DFHAID.
      *
           COPY DFHBMSCA.
      *
           COPY CCTELX.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(01).
      *
      ********************** PROCEDURE DIVISION *********************
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           EXEC CICS HANDLE CONDITION
               MAPFAIL  (1000-TELA-INICIAL)
               PGMIDERR (9900-ERRO-PROGRAMA)
           END-EXEC.
      *
           IF EIBCALEN = 0
               GO TO 1000-TELA-INICIAL
           END-IF.
      *
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               GO TO 8000-ENCERRA-TRANSACAO
           END-IF.
      *
           PERFORM 2000-PROCESSA-TELA
               THRU 2000-PROCESSA-TELA-EXIT.
      *
           GO TO 9000-RETORNA-TRANSACAO.
      *
      ** APRESENTA A TELA EM BRANCO NA PRIMEIRA CHAMADA DA TRANSACAO
      ** (E TAMBEM QUANDO O OPERADOR DA ENTER SEM DIGITAR NADA)
      **
      ** NOTA: ESTE PARAGRAFO E O ALVO DA CONDICAO MAPFAIL ACIMA, OU
      ** SEJA, PODE SER ALCANCADO POR UM GO TO IMPLICITO DO CICS, NAO
      ** SO PELO FLUXO NORMAL -- POR ISSO TERMINA COM GO TO PARA O
      ** RETORNO DA TRANSACAO EM VEZ DE DEIXAR O CONTROLE CAIR PARA O
      ** PARAGRAFO SEGUINTE
      *
       1000-TELA-INICIAL.
      *
           MOVE LOW-VALUES TO CCTEX1O.
      *
           MOVE 'BANCO FUTURE SCHOOL - GAVETA DO CAIXA'
               TO TITULOO.
           MOVE 'FUNCAO (A=ABRIR F=FECHAR) . .:' TO LFUNCO.
           MOVE 'AGENCIA DA GAVETA . . . . . .:' TO LAGENO.
           MOVE 'VALOR EM CENTAVOS . . . . . .:' TO LVALORO.
           MOVE 'OPERADOR / TERMINAL . . . . .:' TO LOPERO.
           MOVE 'SITUACAO DA GAVETA. . . . . .:' TO LSITUO.
           MOVE 'TROCO INICIAL . . . . . . . .:' TO LABERTO.
           MOVE 'ENTRADAS (DEPOSITOS). . . . .:' TO LENTRO.
           MOVE 'SAIDAS (SAQUES) . . . . . . .:' TO LSAIDO.
           MOVE 'SALDO ESPERADO. . . . . . . .:' TO LESPERO.
           MOVE 'DINHEIRO DECLARADO. . . . . .:' TO LDECLO.
           MOVE 'DIFERENCA . . . . . . . . . .:' TO LDIFERO.
           MOVE 'PF3=ENCERRAR   ENTER=CONFIRMAR' TO AJUDAO.
           MOVE SPACES TO MENSAGEMO.
      *
           EXEC CICS SEND MAP(WS-MAPA)
               MAPSET(WS-MAPSET)
               FROM(CCTEX1O)
               ERASE
               CURSOR
           END-EXEC.
      *
           GO TO 9000-RETORNA-TRANSACAO.
      *
      ** TRATA O QUE O CAIXA DIGITOU: VALIDA OS CAMPOS E ABRE OU
      ** FECHA A GAVETA DO DIA DO OPERADOR
      *
       2000-PROCESSA-TELA.
      *
           EXEC CICS RECEIVE MAP(WS-MAPA)
               MAPSET(WS-MAPSET)
               INTO(CCTEX1I)
           END-EXEC.
      *
           MOVE SPACES TO MENSAGEMO.
           MOVE SPACES TO SITUO.
           MOVE SPACES TO ABERTO.
           MOVE SPACES TO ENTRO.
           MOVE SPACES TO SAIDO.
           MOVE SPACES TO ESPERO.
           MOVE SPACES TO DECLO.
           MOVE SPACES TO DIFERO.
      *
           EXEC CICS ASSIGN USERID(WS-OPERADOR)
           END-EXEC.
      *
           MOVE EIBTRMID    TO WS-TERMINAL.
           MOVE WS-OPERADOR TO OPERO.
           MOVE WS-TERMINAL TO TERMO.
      *
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *
           PERFORM 2100-VALIDA-ENTRADA
               THRU 2100-VALIDA-ENTRADA-EXIT.
      *
           IF WS-ENTRADA-VALIDA AND WS-FUNCAO-ABRIR
               PERFORM 2300-ABRE-GAVETA
                   THRU 2300-ABRE-GAVETA-EXIT
           END-IF.
      *
           IF WS-ENTRADA-VALIDA AND WS-FUNCAO-FECHAR
               PERFORM 2400-FECHA-GAVETA
                   THRU 2400-FECHA-GAVETA-EXIT
           END-IF.
      *
           EXEC CICS SEND MAP(WS-MAPA)
               MAPSET(WS-MAPSET)
               FROM(CCTEX1O)
               DATAONLY
               CURSOR
           END-EXEC.
      *
       2000-PROCESSA-TELA-EXIT.
           EXIT.
      *
      ** VALIDACAO DOS CAMPOS DIGITADOS: A FUNCAO PRECISA SER A OU
      ** F; NA ABERTURA A AGENCIA E OBRIGATORIA; O VALOR (TROCO OU
      ** DINHEIRO CONTADO) E OBRIGATORIO E NUMERICO, PODENDO SER ZERO
      *
       2100-VALIDA-ENTRADA.
      *
           MOVE 'N' TO WS-SW-ENTRADA-VALIDA.
      *
           IF FUNCAOI NOT = 'A' AND FUNCAOI NOT = 'F'
               MOVE 'INFORME A=ABRIR OU F=FECHAR NO CAMPO FUNCAO'
                   TO MENSAGEMO
               GO TO 2100-VALIDA-ENTRADA-EXIT
           END-IF.
      *
           MOVE FUNCAOI TO WS-FUNCAO.
      *
           IF WS-FUNCAO-ABRIR
               MOVE SPACES TO WS-CAMPO-ENTRADA
               MOVE AGENI  TO WS-CAMPO-ENTRADA
               PERFORM 2150-DEEDITA-CAMPO
                   THRU 2150-DEEDITA-CAMPO-EXIT
               IF WS-NUMERO-TAM = ZERO
                   MOVE 'INFORME A AGENCIA -- DIGITE SOMENTE NUMEROS'
                       TO MENSAGEMO
                   GO TO 2100-VALIDA-ENTRADA-EXIT
               END-IF
               MOVE WS-NUMERO-EDITADO(6:4) TO WS-AGENCIA-CAIXA
           END-IF.
      *
           MOVE SPACES TO WS-VALOR-ENTRADA.
           MOVE VALORI TO WS-VALOR-ENTRADA.
           PERFORM 2160-DEEDITA-VALOR
               THRU 2160-DEEDITA-VALOR-EXIT.
      *
           IF WS-VALOR-TAM = ZERO
               MOVE 'INFORME O VALOR EM CENTAVOS, SOMENTE NUMEROS'
                   TO MENSAGEMO
               GO TO 2100-VALIDA-ENTRADA-EXIT
           END-IF.
      *
           COMPUTE WS-VALOR-INFORMADO = WS-VALOR-CENTAVOS / 100.
      *
           MOVE 'S' TO WS-SW-ENTRADA-VALIDA.
      *
       2100-VALIDA-ENTRADA-EXIT.
           EXIT.
      *
      ** ISOLA O NUMERO DIGITADO EM WS-CAMPO-ENTRADA (DESCARTANDO OS
      ** BRANCOS A DIREITA DEIXADOS PELO TERMINAL) E O JUSTIFICA A
      ** DIREITA, COMPLETADO COM ZEROS A ESQUERDA, EM
      ** WS-NUMERO-EDITADO. WS-NUMERO-TAM VOLTA ZERO QUANDO O CAMPO
      ** ESTA VAZIO OU CONTEM ALGO NAO NUMERICO
      *
       2150-DEEDITA-CAMPO.
      *
           MOVE ZEROS  TO WS-NUMERO-TAM.
           MOVE SPACES TO WS-NUMERO-TOKEN.
      *
           UNSTRING WS-CAMPO-ENTRADA DELIMITED BY SPACE
               INTO WS-NUMERO-TOKEN
               COUNT IN WS-NUMERO-TAM
           END-UNSTRING.
      *
           MOVE ZEROS TO WS-NUMERO-EDITADO.
      *
           IF WS-NUMERO-TAM > ZERO
               IF WS-NUMERO-TOKEN(1:WS-NUMERO-TAM) NOT NUMERIC
                   MOVE ZEROS TO WS-NUMERO-TAM
               ELSE
                   COMPUTE WS-NUMERO-INICIO = 10 - WS-NUMERO-TAM
                   MOVE WS-NUMERO-TOKEN(1:WS-NUMERO-TAM) TO
                       WS-NUMERO-EDITADO
                           (WS-NUMERO-INICIO:WS-NUMERO-TAM)
               END-IF
           END-IF.
      *
       2150-DEEDITA-CAMPO-EXIT.
           EXIT.
      *
      ** MESMA DESEDICAO PARA O VALOR, QUE TEM 15 POSICOES E E
      ** DIGITADO EM CENTAVOS, SEM VIRGULA
      *
       2160-DEEDITA-VALOR.
      *
           MOVE ZEROS  TO WS-VALOR-TAM.
           MOVE SPACES TO WS-VALOR-TOKEN.
      *
           UNSTRING WS-VALOR-ENTRADA DELIMITED BY SPACE
               INTO WS-VALOR-TOKEN
               COUNT IN WS-VALOR-TAM
           END-UNSTRING.
      *
           MOVE ZEROS TO WS-VALOR-CENTAVOS.
      *
           IF WS-VALOR-TAM > ZERO
               IF WS-VALOR-TOKEN(1:WS-VALOR-TAM) NOT NUMERIC
                   MOVE ZEROS TO WS-VALOR-TAM
               ELSE
                   COMPUTE WS-VALOR-INICIO = 16 - WS-VALOR-TAM
                   MOVE WS-VALOR-TOKEN(1:WS-VALOR-TAM) TO
                       WS-VALOR-CENTAVOS
                           (WS-VALOR-INICIO:WS-VALOR-TAM)
               END-IF
           END-IF.
      *
       2160-DEEDITA-VALOR-EXIT.
           EXIT.
      *
      ** ABERTURA DA GAVETA: AGENCIA CADASTRADA E ATIVA NO AGCADM E
      ** NENHUMA GAVETA DO OPERADOR NO DIA (UMA GAVETA FECHADA NAO E
      ** REABERTA NO MESMO DIA). NA CORRIDA ENTRE DOIS TERMINAIS DO
      ** MESMO OPERADOR O SEGUNDO WRITE VOLTA DUPREC E SAI COMO FALHA
      *
       2300-ABRE-GAVETA.
      *
           MOVE WS-AGENCIA-CAIXA TO AG-NUMERO.
      *
           EXEC CICS READ FILE('AGCADM')
               INTO(REG-AGCADM)
               RIDFLD(AG-NUMERO)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AGENCIA NAO CADASTRADA' TO MENSAGEMO
               GO TO 2300-ABRE-GAVETA-EXIT
           END-IF.
      *
           IF NOT AG-STATUS-ATIVA
               MOVE 'AGENCIA NAO ESTA ATIVA' TO MENSAGEMO
               GO TO 2300-ABRE-GAVETA-EXIT
           END-IF.
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
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-MOSTRA-GAVETA
                   THRU 2500-MOSTRA-GAVETA-EXIT
               IF CXA-FECHADO
                   MOVE 'GAVETA JA FECHADA HOJE - NAO PODE SER REABERTA'
                       TO MENSAGEMO
               ELSE
                   MOVE 'GAVETA JA ESTA ABERTA HOJE' TO MENSAGEMO
               END-IF
               GO TO 2300-ABRE-GAVETA-EXIT
           END-IF.
      *
           MOVE SPACES              TO REG-CTACXA.
           MOVE WS-DATA-HOJE        TO CXA-DATA.
           MOVE WS-OPERADOR         TO CXA-OPERADOR.
           MOVE WS-AGENCIA-CAIXA    TO CXA-AGENCIA.
           MOVE WS-TERMINAL         TO CXA-TERMINAL.
           MOVE 'A'                 TO CXA-SITUACAO.
           ACCEPT CXA-HORA-ABERTURA FROM TIME.
           MOVE WS-VALOR-INFORMADO  TO CXA-VALOR-ABERTURA.
           MOVE ZEROS               TO CXA-QTD-ENTRADAS.
           MOVE ZEROS               TO CXA-SOMA-ENTRADAS.
           MOVE ZEROS               TO CXA-QTD-SAIDAS.
           MOVE ZEROS               TO CXA-SOMA-SAIDAS.
           MOVE ZEROS               TO CXA-HORA-FECHAMENTO.
           MOVE ZEROS               TO CXA-VALOR-DECLARADO.
      *
           EXEC CICS WRITE FILE('CTACXA')
               FROM(REG-CTACXA)
               RIDFLD(CXA-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FALHA NA ABERTURA DA GAVETA' TO MENSAGEMO
               GO TO 2300-ABRE-GAVETA-EXIT
           END-IF.
      *
           PERFORM 2500-MOSTRA-GAVETA
               THRU 2500-MOSTRA-GAVETA-EXIT.
      *
           MOVE 'GAVETA ABERTA COM SUCESSO' TO MENSAGEMO.
      *
       2300-ABRE-GAVETA-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA GAVETA: A GAVETA DO OPERADOR NO DIA PRECISA
      ** ESTAR ABERTA; E LIDA PARA ATUALIZACAO, RECEBE O DINHEIRO
      ** DECLARADO, A HORA E O TERMINAL DO FECHAMENTO E PASSA A
      ** FECHADA. A TELA MOSTRA O RESUMO COM A DIFERENCA
      *
       2400-FECHA-GAVETA.
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
               MOVE 'GAVETA NAO FOI ABERTA HOJE' TO MENSAGEMO
               GO TO 2400-FECHA-GAVETA-EXIT
           END-IF.
      *
           IF CXA-FECHADO
               EXEC CICS UNLOCK FILE('CTACXA')
               END-EXEC
               PERFORM 2500-MOSTRA-GAVETA
                   THRU 2500-MOSTRA-GAVETA-EXIT
               MOVE 'GAVETA JA FECHADA HOJE' TO MENSAGEMO
               GO TO 2400-FECHA-GAVETA-EXIT
           END-IF.
      *
           MOVE 'F'                   TO CXA-SITUACAO.
           ACCEPT CXA-HORA-FECHAMENTO FROM TIME.
           MOVE WS-TERMINAL           TO CXA-TERMINAL-FECHAMENTO.
           MOVE WS-VALOR-INFORMADO    TO CXA-VALOR-DECLARADO.
      *
           EXEC CICS REWRITE FILE('CTACXA')
               FROM(REG-CTACXA)
               RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FALHA NO FECHAMENTO DA GAVETA' TO MENSAGEMO
               GO TO 2400-FECHA-GAVETA-EXIT
           END-IF.
      *
           PERFORM 2500-MOSTRA-GAVETA
               THRU 2500-MOSTRA-GAVETA-EXIT.
      *
           EVALUATE TRUE
               WHEN WS-DIFERENCA > ZERO
                   MOVE 'GAVETA FECHADA COM SOBRA DE CAIXA'
                       TO MENSAGEMO
               WHEN WS-DIFERENCA < ZERO
                   MOVE 'GAVETA FECHADA COM FALTA DE CAIXA'
                       TO MENSAGEMO
               WHEN OTHER
                   MOVE 'GAVETA FECHADA SEM DIFERENCA'
                       TO MENSAGEMO
           END-EVALUATE.
      *
       2400-FECHA-GAVETA-EXIT.
           EXIT.
      *
      ** MOSTRA NA TELA O RESUMO DA GAVETA LIDA EM REG-CTACXA. O
      ** DECLARADO E A DIFERENCA SO APARECEM COM A GAVETA FECHADA
      *
       2500-MOSTRA-GAVETA.
      *
           COMPUTE WS-SALDO-ESPERADO =
               CXA-VALOR-ABERTURA + CXA-SOMA-ENTRADAS
               - CXA-SOMA-SAIDAS.
      *
           MOVE ZEROS TO WS-DIFERENCA.
      *
           IF CXA-FECHADO
               MOVE 'FECHADA'  TO SITUO
               COMPUTE WS-DIFERENCA =
                   CXA-VALOR-DECLARADO - WS-SALDO-ESPERADO
           ELSE
               MOVE 'ABERTA'   TO SITUO
           END-IF.
      *
           MOVE CXA-VALOR-ABERTURA TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO   TO ABERTO.
           MOVE CXA-SOMA-ENTRADAS  TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO   TO ENTRO.
           MOVE CXA-SOMA-SAIDAS    TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO   TO SAIDO.
           MOVE WS-SALDO-ESPERADO  TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO   TO ESPERO.
      *
           IF CXA-FECHADO
               MOVE CXA-VALOR-DECLARADO TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO    TO DECLO
               MOVE WS-DIFERENCA        TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO    TO DIFERO
           END-IF.
      *
       2500-MOSTRA-GAVETA-EXIT.
           EXIT.
      *
      ** ENCERRA A TRANSACAO QUANDO O CAIXA APERTA PF3 OU CLEAR. E
      ** ALCANCADO POR GO TO E TERMINA O PROGRAMA DIRETAMENTE -- NAO
      ** DEVE CAIR PARA O PARAGRAFO SEGUINTE
      *
       8000-ENCERRA-TRANSACAO.
      *
           EXEC CICS SEND TEXT
               FROM('GAVETA DO CAIXA ENCERRADA')
               ERASE
               FREEKB
           END-EXEC.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
           GOBACK.
      *
      ** TRATAMENTO DE ERRO: PROGRAMA NAO ENCONTRADO. E O ALVO DA
      ** CONDICAO PGMIDERR ACIMA (GO TO IMPLICITO DO CICS) E TAMBEM
      ** TERMINA O PROGRAMA DIRETAMENTE
      *
       9900-ERRO-PROGRAMA.
      *
           EXEC CICS SEND TEXT
               FROM('ERRO: TRANSACAO CCXA NAO DISPONIVEL')
               ERASE
               FREEKB
           END-EXEC.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
           GOBACK.
      *
      ** PONTO UNICO DE RETORNO DA TRANSACAO, MANTENDO O DIALOGO COM
      ** O CAIXA ATE ELE APERTAR PF3 OU CLEAR
      *
       9000-RETORNA-TRANSACAO.
      *
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
      *
           GOBACK.
      *
       END PROGRAM CCTELCXA.
