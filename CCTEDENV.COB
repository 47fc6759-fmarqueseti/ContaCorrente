      *              CCTEDREC. LE OS PEDIDOS DE TRANSFERENCIA DOS    *
      *              CLIENTES, VALIDA A CONTA DE ORIGEM PELAS MESMAS *
      *              REGRAS DA POSTAGEM (CCDIGITO, AGENCIA ATIVA NO  *
      *              AGCADM, CONTA ATIVA OU DORMENTE NO CTACADM E    *
      *              SALDO                                           *
      *              DISPONIVEL: SALDO MAIS LIMITE DE CHEQUE         *
      *              ESPECIAL MENOS BLOQUEIOS JUDICIAIS ATIVOS),     *
      *              VALIDA O DIGITO DA CONTA DE DESTINO PELA TABELA *
      *              CCLANCTO E GRAVA O ARQUIVO DE SAIDA NO LAYOUT   *
      *              DA CAMARA LIDO PELO CCTEDREC, DE MODO QUE UMA   *
      *              TRANSFERENCIA DEVOLVIDA FAZ A VIAGEM DE VOLTA   *
      *              PELO FLUXO DE ENTRADA SEM TRATAMENTO ESPECIAL.  *
      *              INCLUI AINDA NO TEDSAIDA AS DEVOLUCOES DOS      *
      *              TED/DOC RECEBIDOS QUE O CCTEDREC REJEITOU,      *
      *              ENDERECADAS AO BANCO/AGENCIA/CONTA DE ORIGEM E  *
      *              SEM DEBITO EM CONTA DE CLIENTE                  *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   AGCADM     CADASTRO DE AGENCIAS (INDEXADO POR AG-NUMERO)   *
      *   CTABLQ     BLOQUEIOS JUDICIAIS (INDEXADO POR BLQ-CHAVE)    *
      *   TEDDEV     DEVOLUCOES DE TED/DOC RECEBIDOS GERADAS PELO    *
      *               CCTEDREC, COM O MOTIVO PADRONIZADO             *
      *                                                              *
      * OUTPUT                                                       *
      *   TEDSAIDA   ARQUIVO DE TRANSFERENCIAS ENVIADAS NO LAYOUT DA *
      *               CAMARA (O MESMO QUE O CCTEDREC LE NA ENTRADA)  *
      *   TEDDEBLT   LOTE DE DEBITOS NO FORMATO CTALANC (CABECALHO,  *
      *               DETALHES TIPO 'D' E RODAPE), PARA O CCLANCTO   *
      *   CCENVRPT   RELATORIO DE REJEICOES E TOTAIS, COM AS         *
      *               DEVOLUCOES ENVIADAS E SEUS TOTAIS EM SEPARADO  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-28  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   INCLUSAO NO TEDSAIDA DAS       *
      *                               DEVOLUCOES DE TED/DOC          *
      *                               RECEBIDOS REJEITADOS PELO      *
      *                               CCTEDREC (ARQUIVO TEDDEV), SEM *
      *                               DEBITO EM CONTA, COM TOTAIS    *
      *                               PROPRIOS NO CCENVRPT           *
      *   2026-10-15  FABIO MARQUES   CONTA DE ORIGEM DORMENTE       *
      *                               ACEITA COMO NA POSTAGEM; O     *
      *                               CCLANCTO A REATIVA AO POSTAR O *
      *                               DEBITO                         *
      *   2026-10-15  FABIO MARQUES   SITUACAO DA LINHA DE DETALHE   *
      *                               AMPLIADA PARA O TEXTO COMPLETO *
      *                               DO MOTIVO DA DEVOLUCAO         *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
      *
           SELECT TEDPEDID ASSIGN TO TEDPEDID
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TEDDEV ASSIGN TO TEDDEV
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TEDSAIDA ASSIGN TO TEDSAIDA
               ORGANIZATION IS SEQUENTIAL.
           05 PED-CONTA-DESTINO-DV  PIC X(01).
           05 PED-VALOR             PIC 9(13)V99.
           05 FILLER                PIC X(34).
      *
       FD  TEDDEV
           RECORDING MODE IS F.
       COPY TEDDEV.
      *
      ** O ARQUIVO DE SAIDA TEM O MESMO LAYOUT DO TEDENTR LIDO PELO
      ** CCTEDREC: NA PERNA DE SAIDA A "ORIGEM" E A CONTA DO NOSSO
      ** NO INICIO DO ESPACO LIVRE DO LAYOUT, QUE A CAMARA USA PARA
      ** ROTEAR E O CCTEDREC IGNORA NA ENTRADA. UMA TRANSFERENCIA
      ** DEVOLVIDA VOLTA COM ORIGEM E DESTINO TROCADOS E ENTRA PELO
      ** CCTEDREC COMO QUALQUER RECEBIMENTO. NA DEVOLUCAO DE UM
      ** RECEBIMENTO REJEITADO A ORIGEM E A NOSSA CONTA QUE NAO PODE
      ** SER CREDITADA, O DESTINO E A CONTA DE ORIGEM NO BANCO
      ** CORRESPONDENTE E O ESPACO LIVRE LEVA AINDA O INDICADOR 'D' E
      ** O MOTIVO PADRONIZADO DA DEVOLUCAO
      *
       FD  TEDSAIDA
           RECORDING MODE IS F.
           05 SAI-CONTA-DESTINO     PIC 9(09).
           05 SAI-VALOR             PIC 9(13)V99.
           05 SAI-BANCO-DESTINO     PIC 9(03).
           05 SAI-IND-DEVOLUCAO     PIC X(01).
           05 SAI-MOTIVO-DEVOLUCAO  PIC X(02).
           05 FILLER                PIC X(29).
      *
      ** O LOTE DE DEBITOS TEM O MESMO LAYOUT DO CTALANC LIDO PELO
      ** CCLANCTO: CABECALHO 'H', DETALHES 'D' E RODAPE 'T' (VIDE O
               88 WS-FIM-TEDPEDID              VALUE 'S'.
           05 WS-SW-FIM-BLOQUEIOS   PIC X(01) VALUE 'N'.
               88 WS-FIM-BLOQUEIOS             VALUE 'S'.
           05 WS-SW-FIM-TEDDEV      PIC X(01) VALUE 'N'.
               88 WS-FIM-TEDDEV                VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
           05 WS-QTD-ACEITOS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEBITOS       PIC 9(15)V99 VALUE ZEROS.
           05 WS-QTD-DEV-LIDAS      PIC 9(07) VALUE ZEROS.
           05 WS-QTD-DEV-ENVIADAS   PIC 9(07) VALUE ZEROS.
           05 WS-QTD-DEV-REJEITADAS PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEVOLUCOES    PIC 9(15)V99 VALUE ZEROS.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
               'TED/DOC ENVIADO BANCO '.
           05 HIS-BANCO-DESTINO     PIC 9(03).
           05 FILLER                PIC X(15) VALUE SPACES.
      *
      ** SITUACAO IMPRESSA NA LINHA DE UMA DEVOLUCAO ENVIADA: MOTIVO
      ** PADRONIZADO SEGUIDO DO TEXTO GRAVADO PELO CCTEDREC
      *
       01 WS-SITUACAO-DEVOLUCAO.
           05 FILLER                PIC X(04) VALUE 'MOT '.
           05 SIT-MOTIVO            PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SIT-DESCRICAO         PIC X(40).
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SITUACAO      PIC X(47).
               10 FILLER            PIC X(22) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(24) VALUE
               10 FILLER            PIC X(14) VALUE 'REJEITADOS: '.
               10 TOT-REJEITADOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(35) VALUE SPACES.
      *
           05 WS-TITULO-DEVOLUCOES.
               10 FILLER            PIC X(50) VALUE
                   'DEVOLUCOES DE TED/DOC RECEBIDOS REJEITADOS NO'.
               10 FILLER            PIC X(20) VALUE
                   'CCTEDREC'.
               10 FILLER            PIC X(63) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-DEV.
               10 FILLER            PIC X(24) VALUE
                   'DEVOLUCOES LIDAS: '.
               10 TOT-DEV-LIDAS     PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(11) VALUE 'ENVIADAS: '.
               10 TOT-DEV-ENVIADAS  PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(14) VALUE 'REJEITADAS: '.
               10 TOT-DEV-REJEITADAS PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 FILLER            PIC X(07) VALUE 'VALOR: '.
               10 TOT-DEV-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
           PERFORM 2000-PROCESSA-PEDIDO
               THRU 2000-PROCESSA-PEDIDO-EXIT
               UNTIL WS-FIM-TEDPEDID.
      *
           WRITE REG-CCENVRPT FROM WS-TITULO-DEVOLUCOES.
           WRITE REG-CCENVRPT FROM WS-CABECALHO-2.
      *
           PERFORM 3100-LER-TEDDEV
               THRU 3100-LER-TEDDEV-EXIT.
      *
           PERFORM 3000-PROCESSA-DEVOLUCAO
               THRU 3000-PROCESSA-DEVOLUCAO-EXIT
               UNTIL WS-FIM-TEDDEV.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
           CLOSE CCENVPRM.
      *
           OPEN INPUT  TEDPEDID.
           OPEN INPUT  TEDDEV.
           OPEN OUTPUT TEDSAIDA.
           OPEN OUTPUT TEDDEBLT.
           OPEN OUTPUT CCENVRPT.
      *
      ** VALIDACAO DA CONTA DE ORIGEM PELAS MESMAS REGRAS DO
      ** CCLANCTO: DIGITO (CCDIGITO), AGENCIA ATIVA NO AGCADM, CONTA
      ** ATIVA OU DORMENTE NO CTACADM E SALDO DISPONIVEL SUFICIENTE.
      ** O DEBITO EM SI E EFETIVADO PELO CCLANCTO QUANDO O LOTE
      ** GERADO POSTA, E E ELE QUE REATIVA A CONTA DORMENTE
      *
       2200-VALIDA-ORIGEM.
      *
           END-READ.
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA DE ORIGEM NAO ESTA ATIVA'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-PEDIDO
       2600-REJEITA-PEDIDO-EXIT.
           EXIT.
      *
      ** DEVOLUCAO DE UM TED/DOC RECEBIDO E REJEITADO PELO CCTEDREC:
      ** VAI PARA O ARQUIVO DA CAMARA COM ORIGEM E DESTINO TROCADOS,
      ** SEM LANCAMENTO NO LOTE DE DEBITOS (O VALOR NUNCA FOI
      ** CREDITADO A CLIENTE NOSSO). UMA DEVOLUCAO DE OUTRA DATA DE
      ** MOVIMENTO (ARQUIVO TEDDEV DE DIA ANTERIOR REAPRESENTADO)
      ** SAI SO NO RELATORIO, PARA NAO DEVOLVER O MESMO VALOR DUAS
      ** VEZES
      *
       3000-PROCESSA-DEVOLUCAO.
      *
           ADD 1 TO WS-QTD-DEV-LIDAS.
      *
           MOVE DEV-AGENCIA-DESTINO TO DET-AGENCIA-ORIG.
           MOVE DEV-CONTA-DESTINO   TO DET-CONTA-ORIG.
           MOVE DEV-BANCO-ORIGEM    TO DET-BANCO.
           MOVE DEV-AGENCIA-ORIGEM  TO DET-AGENCIA-DEST.
           MOVE DEV-CONTA-ORIGEM    TO DET-CONTA-DEST.
           MOVE DEV-VALOR           TO DET-VALOR.
      *
           PERFORM 3200-ENVIA-DEVOLUCAO
               THRU 3200-ENVIA-DEVOLUCAO-EXIT.
      *
           PERFORM 3100-LER-TEDDEV
               THRU 3100-LER-TEDDEV-EXIT.
      *
       3000-PROCESSA-DEVOLUCAO-EXIT.
           EXIT.
      *
      ** LEITURA DO ARQUIVO DE DEVOLUCOES
      *
       3100-LER-TEDDEV.
      *
           READ TEDDEV
               AT END
                   MOVE 'S' TO WS-SW-FIM-TEDDEV
                   GO TO 3100-LER-TEDDEV-EXIT
           END-READ.
      *
       3100-LER-TEDDEV-EXIT.
           EXIT.
      *
      ** GRAVACAO DA DEVOLUCAO NO ARQUIVO DA CAMARA
      *
       3200-ENVIA-DEVOLUCAO.
      *
           IF DEV-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
               MOVE 'DEVOLUCAO DE OUTRA DATA DE MOVIMENTO'
                   TO DET-SITUACAO
               WRITE REG-CCENVRPT FROM WS-LINHA-DETALHE
               ADD 1 TO WS-QTD-DEV-REJEITADAS
               GO TO 3200-ENVIA-DEVOLUCAO-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-TEDSAIDA.
      *
           MOVE WS-BANCO-PROPRIO         TO SAI-BANCO-ORIGEM.
           MOVE DEV-AGENCIA-DESTINO      TO SAI-AGENCIA-ORIGEM.
           MOVE DEV-CONTA-DESTINO        TO SAI-CONTA-ORIGEM.
           MOVE DEV-CONTA-DESTINO-DV     TO SAI-CONTA-ORIGEM-DV.
           MOVE DEV-AGENCIA-ORIGEM       TO SAI-AGENCIA-DESTINO.
           MOVE DEV-CONTA-ORIGEM         TO SAI-CONTA-DESTINO.
           MOVE DEV-VALOR                TO SAI-VALOR.
           MOVE DEV-BANCO-ORIGEM         TO SAI-BANCO-DESTINO.
           MOVE 'D'                      TO SAI-IND-DEVOLUCAO.
           MOVE DEV-MOTIVO               TO SAI-MOTIVO-DEVOLUCAO.
      *
           WRITE REG-TEDSAIDA.
      *
           MOVE DEV-MOTIVO            TO SIT-MOTIVO.
           MOVE DEV-DESCRICAO-MOTIVO  TO SIT-DESCRICAO.
           MOVE WS-SITUACAO-DEVOLUCAO TO DET-SITUACAO.
      *
           WRITE REG-CCENVRPT FROM WS-LINHA-DETALHE.
      *
           ADD 1 TO WS-QTD-DEV-ENVIADAS.
           ADD DEV-VALOR TO WS-SOMA-DEVOLUCOES.
      *
       3200-ENVIA-DEVOLUCAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: GRAVA O RODAPE DO LOTE DE DEBITOS E OS TOTAIS
      ** DO RELATORIO, COM OS DAS DEVOLUCOES EM SEPARADO
      *
       9000-FINALIZACAO.
      *
           MOVE WS-QTD-REJEITADOS TO TOT-REJEITADOS.
      *
           WRITE REG-CCENVRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-DEV-LIDAS      TO TOT-DEV-LIDAS.
           MOVE WS-QTD-DEV-ENVIADAS   TO TOT-DEV-ENVIADAS.
           MOVE WS-QTD-DEV-REJEITADAS TO TOT-DEV-REJEITADAS.
           MOVE WS-SOMA-DEVOLUCOES    TO TOT-DEV-VALOR.
      *
           WRITE REG-CCENVRPT FROM WS-LINHA-TOTAIS-DEV.
      *
           CLOSE TEDPEDID.
           CLOSE TEDDEV.
           CLOSE TEDSAIDA.
           CLOSE TEDDEBLT.
           CLOSE CCENVRPT.
