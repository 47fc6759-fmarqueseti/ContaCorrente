      *              APROVADAS SAEM NUM ARQUIVO DE CREDITOS NO       *
      *              FORMATO CTALANC (COM CABECALHO E RODAPE DE      *
      *              LOTE), PRONTO PARA O CCLANCTO; AS DEMAIS SAEM   *
      *              NO RELATORIO DE REJEICOES E NO ARQUIVO DE       *
      *              DEVOLUCOES LIDO PELO CCTEDENV                   *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      *               CAMARA (BANCO/AGENCIA/CONTA/DV DE ORIGEM,      *
      *               AGENCIA/CONTA DE DESTINO E VALOR)              *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   TEDLANC    LOTE DE CREDITOS NO FORMATO CTALANC (CABECALHO, *
      *               DETALHES TIPO 'C' E RODAPE), PARA O CCLANCTO   *
      *   TEDDEV     DEVOLUCOES DAS TRANSFERENCIAS REJEITADAS, COM O *
      *               MOTIVO PADRONIZADO, PARA O CCTEDENV            *
      *   CCTEDRPT   RELATORIO DE REJEICOES E TOTAIS                 *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-22  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   DEVOLUCAO AUTOMATICA: CADA     *
      *                               TRANSFERENCIA REJEITADA VAI    *
      *                               TAMBEM PARA O ARQUIVO TEDDEV   *
      *                               COM O MOTIVO PADRONIZADO;      *
      *                               CONTA DE DESTINO BLOQUEADA     *
      *                               PASSA A TER MOTIVO PROPRIO     *
      *   2026-10-15  FABIO MARQUES   TED PARA CONTA DORMENTE        *
      *                               (CTA-STATUS 'D') DEIXA DE SER  *
      *                               DEVOLVIDO: O CREDITO VAI PARA  *
      *                               O LOTE E O CCLANCTO REATIVA A  *
      *                               CONTA NA POSTAGEM              *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): PASSO RECUSADO SEM *
      *                               O PRE-REQUISITO CONCLUIDO OU   *
      *                               JA CONCLUIDO NA DATA; FIM      *
      *                               REGISTRADO COM AS CONTAGENS    *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
      *
           SELECT CCTEDRPT ASSIGN TO CCTEDRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TEDDEV ASSIGN TO TEDDEV
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
           05 TED-AGENCIA-DESTINO   PIC 9(04).
           05 TED-CONTA-DESTINO     PIC 9(09).
           05 TED-VALOR             PIC 9(13)V99.
      *
      ** INDICADOR DE DEVOLUCAO NO ESPACO LIVRE DO LAYOUT (MESMA
      ** POSICAO GRAVADA PELO CCTEDENV NO TEDSAIDA): UMA DEVOLUCAO
      ** RECEBIDA QUE NAO PODE SER CREDITADA NAO E DEVOLVIDA DE NOVO
      *
           05 FILLER                PIC X(03).
           05 TED-IND-DEVOLUCAO     PIC X(01).
               88 TED-DEVOLUCAO                VALUE 'D'.
           05 TED-MOTIVO-DEVOLUCAO  PIC X(02).
           05 FILLER                PIC X(29).
      *
      ** O ARQUIVO DE SAIDA TEM O MESMO LAYOUT DO CTALANC LIDO PELO
      ** CCLANCTO: CABECALHO 'H', DETALHES E RODAPE 'T' (VIDE O FD
       FD  CCTEDRPT
           RECORDING MODE IS F.
       01 REG-CCTEDRPT              PIC X(133).
      *
       FD  TEDDEV
           RECORDING MODE IS F.
       COPY TEDDEV.
      *
       FD  CTACADM
           RECORDING MODE IS F.
           05 WS-QTD-ACEITOS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-CREDITOS      PIC 9(15)V99 VALUE ZEROS.
           05 WS-QTD-DEVOLUCOES     PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEVOLUCOES    PIC 9(15)V99 VALUE ZEROS.
      *
      ** MOTIVO DA DEVOLUCAO DA TRANSFERENCIA CORRENTE, ARMADO EM
      ** CADA PONTO DE REJEICAO, E DIGITO DA CONTA DE DESTINO LIDO NO
      ** CADASTRO (BRANCO ENQUANTO A CONTA NAO FOR LIDA)
      *
       01 WS-DEVOLUCAO.
           05 WS-MOTIVO-DEVOLUCAO   PIC X(02) VALUE SPACES.
           05 WS-DV-DESTINO         PIC X(01) VALUE SPACES.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
               'CREDITO TED/DOC BANCO '.
           05 HIS-BANCO-ORIGEM      PIC 9(03).
           05 FILLER                PIC X(15) VALUE SPACES.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCTEDREC'.
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
               10 FILLER            PIC X(14) VALUE 'REJEITADAS: '.
               10 TOT-REJEITADOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(46) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-DEV.
               10 FILLER            PIC X(24) VALUE
                   'DEVOLUCOES GERADAS: '.
               10 TOT-DEVOLUCOES    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'VALOR: '.
               10 TOT-VALOR-DEV     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(57) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
           MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO.
      *
           CLOSE CCTEDPRM.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           OPEN INPUT  TEDENTR.
           OPEN OUTPUT TEDLANC.
           OPEN OUTPUT CCTEDRPT.
           OPEN INPUT  CTACADM.
           OPEN OUTPUT TEDDEV.
      *
           MOVE WS-LOTE-ID        TO LTE-ID.
           MOVE WS-DATA-MOVIMENTO TO LTE-DATA-MOV.
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
      ** PROCESSAMENTO DE CADA TRANSFERENCIA RECEBIDA
      *
       2000-PROCESSA-TRANSFERENCIA.
           MOVE TED-AGENCIA-DESTINO TO DET-AGENCIA-DEST.
           MOVE TED-CONTA-DESTINO   TO DET-CONTA-DEST.
           MOVE TED-VALOR           TO DET-VALOR.
      *
           MOVE SPACES              TO WS-MOTIVO-DEVOLUCAO.
           MOVE SPACES              TO WS-DV-DESTINO.
      *
           PERFORM 2200-VALIDA-ORIGEM
               THRU 2200-VALIDA-ORIGEM-EXIT.
               WHEN OTHER
                   MOVE 'BANCO DE ORIGEM SEM ALGORITMO CADASTRADO'
                       TO DET-SITUACAO
                   MOVE '05' TO WS-MOTIVO-DEVOLUCAO
                   PERFORM 2600-REJEITA-TRANSFERENCIA
                       THRU 2600-REJEITA-TRANSFERENCIA-EXIT
                   GO TO 2200-VALIDA-ORIGEM-EXIT
           IF WS-RC-CONTA NOT = ZERO
               MOVE 'NUMERO DE CONTA DE ORIGEM INVALIDO'
                   TO DET-SITUACAO
               MOVE '04' TO WS-MOTIVO-DEVOLUCAO
               PERFORM 2600-REJEITA-TRANSFERENCIA
                   THRU 2600-REJEITA-TRANSFERENCIA-EXIT
               GO TO 2200-VALIDA-ORIGEM-EXIT
           IF WS-PARM-CONTA-DV NOT = TED-CONTA-ORIGEM-DV
               MOVE 'DIGITO DA CONTA DE ORIGEM NAO CONFERE'
                   TO DET-SITUACAO
               MOVE '04' TO WS-MOTIVO-DEVOLUCAO
               PERFORM 2600-REJEITA-TRANSFERENCIA
                   THRU 2600-REJEITA-TRANSFERENCIA-EXIT
               GO TO 2200-VALIDA-ORIGEM-EXIT
               INVALID KEY
                   MOVE 'CONTA DE DESTINO NAO CADASTRADA'
                       TO DET-SITUACAO
                   MOVE '01' TO WS-MOTIVO-DEVOLUCAO
                   PERFORM 2600-REJEITA-TRANSFERENCIA
                       THRU 2600-REJEITA-TRANSFERENCIA-EXIT
                   GO TO 2300-VALIDA-DESTINO-EXIT
           END-READ.
      *
           MOVE CTA-DIGITO-VERIFICADOR TO WS-DV-DESTINO.
      *
           IF CTA-STATUS-BLOQUEADA
               MOVE 'CONTA DE DESTINO BLOQUEADA'
                   TO DET-SITUACAO
               MOVE '03' TO WS-MOTIVO-DEVOLUCAO
               PERFORM 2600-REJEITA-TRANSFERENCIA
                   THRU 2600-REJEITA-TRANSFERENCIA-EXIT
               GO TO 2300-VALIDA-DESTINO-EXIT
           END-IF.
      *
      ** CONTA DORMENTE RECEBE O CREDITO: O CCLANCTO A REATIVA NA
      ** POSTAGEM DO LOTE
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA DE DESTINO NAO ESTA ATIVA'
                   TO DET-SITUACAO
               MOVE '02' TO WS-MOTIVO-DEVOLUCAO
               PERFORM 2600-REJEITA-TRANSFERENCIA
                   THRU 2600-REJEITA-TRANSFERENCIA-EXIT
               GO TO 2300-VALIDA-DESTINO-EXIT
       2400-GRAVA-CREDITO-EXIT.
           EXIT.
      *
      ** REJEICAO DE UMA TRANSFERENCIA: SAI NO RELATORIO E, COMO O
      ** DINHEIRO JA ENTROU PELA CAMARA, NO ARQUIVO DE DEVOLUCOES
      ** PARA O CCTEDENV DEVOLVER NO MESMO DIA (NADA E GRAVADO NO
      ** LOTE DE CREDITOS). UMA DEVOLUCAO RECEBIDA QUE NAO PODE SER
      ** CREDITADA SAI SO NO RELATORIO, PARA TRATAMENTO MANUAL, SEM
      ** VOLTAR DE NOVO A CAMARA
      *
       2600-REJEITA-TRANSFERENCIA.
      *
           WRITE REG-CCTEDRPT FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTD-REJEITADOS.
      *
           IF TED-DEVOLUCAO
               GO TO 2600-REJEITA-TRANSFERENCIA-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-TEDDEV.
      *
           MOVE TED-BANCO-ORIGEM         TO DEV-BANCO-ORIGEM.
           MOVE TED-AGENCIA-ORIGEM       TO DEV-AGENCIA-ORIGEM.
           MOVE TED-CONTA-ORIGEM         TO DEV-CONTA-ORIGEM.
           MOVE TED-CONTA-ORIGEM-DV      TO DEV-CONTA-ORIGEM-DV.
           MOVE TED-AGENCIA-DESTINO      TO DEV-AGENCIA-DESTINO.
           MOVE TED-CONTA-DESTINO        TO DEV-CONTA-DESTINO.
           MOVE WS-DV-DESTINO            TO DEV-CONTA-DESTINO-DV.
           MOVE TED-VALOR                TO DEV-VALOR.
           MOVE WS-DATA-MOVIMENTO        TO DEV-DATA-MOVIMENTO.
           MOVE WS-LOTE-ID               TO DEV-LOTE-ID.
           MOVE WS-MOTIVO-DEVOLUCAO      TO DEV-MOTIVO.
           MOVE DET-SITUACAO             TO DEV-DESCRICAO-MOTIVO.
      *
           WRITE REG-TEDDEV.
      *
           ADD 1 TO WS-QTD-DEVOLUCOES.
           ADD TED-VALOR TO WS-SOMA-DEVOLUCOES.
      *
       2600-REJEITA-TRANSFERENCIA-EXIT.
           EXIT.
           MOVE WS-QTD-REJEITADOS TO TOT-REJEITADOS.
      *
           WRITE REG-CCTEDRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-DEVOLUCOES  TO TOT-DEVOLUCOES.
           MOVE WS-SOMA-DEVOLUCOES TO TOT-VALOR-DEV.
      *
           WRITE REG-CCTEDRPT FROM WS-LINHA-TOTAIS-DEV.
      *
           CLOSE TEDENTR.
           CLOSE TEDLANC.
           CLOSE CCTEDRPT.
           CLOSE CTACADM.
           CLOSE TEDDEV.
      *
           PERFORM 9900-ENCERRA-EXECUCAO
               THRU 9900-ENCERRA-EXECUCAO-EXIT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO
      *
       9900-ENCERRA-EXECUCAO.
      *
           MOVE 'F'               TO WS-CTL-FUNCAO.
           MOVE WS-QTD-LIDOS      TO WS-CTL-QTD-LIDOS.
           MOVE WS-QTD-ACEITOS    TO WS-CTL-QTD-PROCESSADOS.
           MOVE WS-QTD-REJEITADOS TO WS-CTL-QTD-OCORRENCIAS.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
       9900-ENCERRA-EXECUCAO-EXIT.
           EXIT.
      *
       END PROGRAM CCTEDREC.
