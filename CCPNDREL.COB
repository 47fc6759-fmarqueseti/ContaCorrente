      ****************************************************************
      * PROGRAM: CCPNDREL                                            *
      *                                                              *
      * DESCRIPTION: POSICAO DIARIA DAS PENDENCIAS DE LANCAMENTOS    *
      *              REJEITADOS DO BANCO FUTURE SCHOOL POR IDADE.    *
      *              LISTA OS ITENS AINDA EM ABERTO NO CTAPND        *
      *              (PENDENTES, CORRIGIDOS E LIBERADOS AINDA NAO    *
      *              REAPRESENTADOS) AGRUPADOS POR AGENCIA E MOTIVO  *
      *              DA REJEICAO, COM A IDADE DE CADA ITEM EM DIAS   *
      *              CORRIDOS DESDE A REJEICAO ATE A DATA DE         *
      *              REFERENCIA DO PARAMETRO, E RESUME A QUANTIDADE  *
      *              POR FAIXA DE IDADE (ATE 5, 6 A 15, 16 A 30 E    *
      *              MAIS DE 30 DIAS) E O VALOR POR MOTIVO, POR      *
      *              AGENCIA E NO GERAL                              *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCPNRPRM   PARAMETRO COM A DATA DE REFERENCIA (ZERADA      *
      *               VALE A DATA DO SISTEMA)                        *
      *   CTAPND     PENDENCIAS DOS LANCAMENTOS REJEITADOS           *
      *               (INDEXADO POR PND-CHAVE)                       *
      *                                                              *
      * OUTPUT                                                       *
      *   CCPNRRPT   RELATORIO DE PENDENCIAS POR AGENCIA, MOTIVO E   *
      *               IDADE                                          *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCPNDREL.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. POSICAO DAS PENDENCIAS DE LANCAMENTOS POR IDADE.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCPNRPRM ASSIGN TO CCPNRPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCPNRRPT ASSIGN TO CCPNRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAPND ASSIGN TO CTAPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-CTAPND-STATUS.
      *
           SELECT SORTWK01 ASSIGN TO SORTWK01.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCPNRPRM
           RECORDING MODE IS F.
       01 REG-CCPNRPRM.
           05 PRM-DATA-REFERENCIA   PIC 9(08).
           05 FILLER                PIC X(72).
      *
       FD  CCPNRRPT
           RECORDING MODE IS F.
       01 REG-CCPNRRPT              PIC X(133).
      *
       FD  CTAPND
           RECORDING MODE IS F.
       COPY CTAPND.
      *
       SD  SORTWK01.
       01 REG-SORT-PND.
           05 SRT-AGENCIA            PIC 9(04).
           05 SRT-MOTIVO             PIC X(02).
           05 SRT-DATA-REJEICAO      PIC 9(08).
           05 SRT-LOTE-ID            PIC X(10).
           05 SRT-SEQUENCIA          PIC 9(07).
           05 SRT-CONTA              PIC 9(09).
           05 SRT-TIPO               PIC X(01).
           05 SRT-VALOR              PIC 9(13)V99.
           05 SRT-SITUACAO           PIC X(01).
           05 SRT-IDADE              PIC 9(05).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CTAPND      PIC X(01) VALUE 'N'.
               88 WS-FIM-CTAPND                 VALUE 'S'.
           05 WS-SW-FIM-SORT        PIC X(01) VALUE 'N'.
               88 WS-FIM-SORT                   VALUE 'S'.
           05 WS-SW-PRIMEIRO        PIC X(01) VALUE 'S'.
               88 WS-E-PRIMEIRO                 VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAPND-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAPND-OK                    VALUE '00'.
               88 WS-CTAPND-NAO-ENCONTRADO         VALUE '23'.
      *
      ** DATA DE REFERENCIA SALVA EM WORKING-STORAGE ANTES DO CLOSE
      ** DO CCPNRPRM, E SEU NUMERO DE DIAS PARA O CALCULO DA IDADE
      *
       01 WS-DATA-REFERENCIA        PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-REFERENCIA        PIC 9(07) VALUE ZEROS.
      *
      ** CALCULO DO NUMERO DE DIAS DE UMA DATA AAAAMMDD (DIAS
      ** CORRIDOS DESDE UMA ORIGEM FIXA), PARA QUE A IDADE SEJA A
      ** SIMPLES DIFERENCA ENTRE DUAS DATAS. O ANO COMECA EM MARCO,
      ** PARA O DIA 29 DE FEVEREIRO CAIR NO FIM DO ANO ANTERIOR
      *
       01 WS-CALCULO-DIAS.
           05 WS-CD-DATA.
               10 WS-CD-ANO         PIC 9(04) VALUE ZEROS.
               10 WS-CD-MES         PIC 9(02) VALUE ZEROS.
               10 WS-CD-DIA         PIC 9(02) VALUE ZEROS.
           05 WS-CD-DATA-NUM REDEFINES WS-CD-DATA
                                    PIC 9(08).
           05 WS-CD-ANO-AJ          PIC 9(04) VALUE ZEROS.
           05 WS-CD-MES-AJ          PIC 9(02) VALUE ZEROS.
           05 WS-CD-QUOC-4          PIC 9(04) VALUE ZEROS.
           05 WS-CD-QUOC-100        PIC 9(04) VALUE ZEROS.
           05 WS-CD-QUOC-400        PIC 9(04) VALUE ZEROS.
           05 WS-CD-TERMO-MES       PIC 9(04) VALUE ZEROS.
           05 WS-CD-QUOC-MES        PIC 9(03) VALUE ZEROS.
           05 WS-CD-DIAS            PIC 9(07) VALUE ZEROS.
      *
       01 WS-IDADE                  PIC 9(05) VALUE ZEROS.
       01 WS-SUB-FAIXA              PIC 9(01) COMP VALUE ZEROS.
       01 WS-NUM-MOTIVO             PIC 9(02) VALUE ZEROS.
      *
      ** DESCRICAO DOS MOTIVOS PADRONIZADOS DE PENDENCIA (VIDE OS 88
      ** DE PND-MOTIVO NO CTAPND)
      *
       01 WS-TABELA-MOTIVOS.
           05 FILLER                PIC X(30) VALUE
               'AGENCIA INEXISTENTE/INATIVA'.
           05 FILLER                PIC X(30) VALUE
               'CONTA OU DIGITO INVALIDO'.
           05 FILLER                PIC X(30) VALUE
               'CONTA NAO CADASTRADA'.
           05 FILLER                PIC X(30) VALUE
               'CONTA NAO ESTA ATIVA'.
           05 FILLER                PIC X(30) VALUE
               'SALDO INSUFICIENTE'.
           05 FILLER                PIC X(30) VALUE
               'TITULAR NAO CADASTRADO'.
           05 FILLER                PIC X(30) VALUE
               'LANCAMENTO MALFORMADO'.
           05 FILLER                PIC X(30) VALUE
               'ESTORNO NAO CONFERE'.
           05 FILLER                PIC X(30) VALUE
               'FALHA DE ATUALIZACAO'.
           05 FILLER                PIC X(30) VALUE
               'REGRA DE STATUS DA CONTA'.
       01 WS-TAB-MOTIVOS REDEFINES WS-TABELA-MOTIVOS.
           05 WS-DESCRICAO-MOTIVO   PIC X(30) OCCURS 10 TIMES.
      *
      ** CHAVES DA QUEBRA DE CONTROLE (AGENCIA E MOTIVO)
      *
       01 WS-AGENCIA-ANTERIOR       PIC 9(04) VALUE ZEROS.
       01 WS-MOTIVO-ANTERIOR        PIC X(02) VALUE SPACES.
      *
      ** TOTAIS POR FAIXA DE IDADE (1 = ATE 5 DIAS, 2 = 6 A 15,
      ** 3 = 16 A 30, 4 = MAIS DE 30) NOS TRES NIVEIS DO RELATORIO;
      ** OS QUATRO GRUPOS TEM O MESMO FORMATO E O DE IMPRESSAO
      ** RECEBE O NIVEL QUE ESTA SENDO FECHADO
      *
       01 WS-TOTAIS-MOTIVO.
           05 WS-TMO-QTD            PIC 9(07) OCCURS 4 TIMES.
           05 WS-TMO-QTD-TOTAL      PIC 9(07).
           05 WS-TMO-VALOR          PIC 9(15)V99.
      *
       01 WS-TOTAIS-AGENCIA.
           05 WS-TAG-QTD            PIC 9(07) OCCURS 4 TIMES.
           05 WS-TAG-QTD-TOTAL      PIC 9(07).
           05 WS-TAG-VALOR          PIC 9(15)V99.
      *
       01 WS-TOTAIS-GERAL.
           05 WS-TGE-QTD            PIC 9(07) OCCURS 4 TIMES.
           05 WS-TGE-QTD-TOTAL      PIC 9(07).
           05 WS-TGE-VALOR          PIC 9(15)V99.
      *
       01 WS-TOTAIS-IMPRESSAO.
           05 WS-TIM-QTD            PIC 9(07) OCCURS 4 TIMES.
           05 WS-TIM-QTD-TOTAL      PIC 9(07).
           05 WS-TIM-VALOR          PIC 9(15)V99.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'POSICAO DE PENDENCIAS DE LANCAMENTOS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(20) VALUE
                   'DATA DE REFERENCIA: '.
               10 PAR-DATA          PIC 9999/99/99.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 FILLER            PIC X(50) VALUE
                   'IDADE EM DIAS CORRIDOS DESDE A REJEICAO'.
               10 FILLER            PIC X(49) VALUE SPACES.
      *
           05 WS-LINHA-AGENCIA.
               10 FILLER            PIC X(09) VALUE 'AGENCIA: '.
               10 AGE-NUMERO        PIC 9(04).
               10 FILLER            PIC X(120) VALUE SPACES.
      *
           05 WS-LINHA-MOTIVO.
               10 FILLER            PIC X(10) VALUE '  MOTIVO '.
               10 MOT-CODIGO        PIC X(02).
               10 FILLER            PIC X(03) VALUE ' - '.
               10 MOT-DESCRICAO     PIC X(30).
               10 FILLER            PIC X(88) VALUE SPACES.
      *
           05 WS-CABECALHO-DETALHE.
               10 FILLER            PIC X(50) VALUE
                   '    LOTE        SEQ      CONTA      T'.
               10 FILLER            PIC X(50) VALUE
                   '             VALOR  REJEICAO     DIAS  SITUACAO'.
               10 FILLER            PIC X(33) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 FILLER            PIC X(04) VALUE SPACES.
               10 DET-LOTE-ID       PIC X(10).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SEQUENCIA     PIC 9(07).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-TIPO          PIC X(01).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-DATA          PIC 9999/99/99.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-IDADE         PIC ZZZZ9.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SITUACAO      PIC X(12).
               10 FILLER            PIC X(43) VALUE SPACES.
      *
           05 WS-CABECALHO-RESUMO.
               10 FILLER            PIC X(32) VALUE SPACES.
               10 FILLER            PIC X(12) VALUE '  0-5 D'.
               10 FILLER            PIC X(12) VALUE ' 6-15 D'.
               10 FILLER            PIC X(12) VALUE '16-30 D'.
               10 FILLER            PIC X(12) VALUE '  >30 D'.
               10 FILLER            PIC X(10) VALUE '  TOTAL'.
               10 FILLER            PIC X(18) VALUE
                   '             VALOR'.
               10 FILLER            PIC X(25) VALUE SPACES.
      *
           05 WS-LINHA-RESUMO.
               10 RES-ROTULO        PIC X(30).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 RES-FAIXA-1       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(05) VALUE SPACES.
               10 RES-FAIXA-2       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(05) VALUE SPACES.
               10 RES-FAIXA-3       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(05) VALUE SPACES.
               10 RES-FAIXA-4       PIC ZZZ,ZZ9.
               10 FILLER            PIC X(05) VALUE SPACES.
               10 RES-QTD           PIC ZZZ,ZZ9.
               10 FILLER            PIC X(03) VALUE SPACES.
               10 RES-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(25) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(28) VALUE
                   'PENDENCIAS EXAMINADAS: '.
               10 TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(94) VALUE SPACES.
      *
           05 WS-LINHA-BRANCO       PIC X(133) VALUE SPACES.
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
           SORT SORTWK01
               ON ASCENDING KEY SRT-AGENCIA SRT-MOTIVO
                                SRT-DATA-REJEICAO SRT-LOTE-ID
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 2000-SELECIONA-PENDENCIA
               OUTPUT PROCEDURE IS 3000-IMPRIME-POSICAO.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: DATA DE REFERENCIA DO PARAMETRO (ZERADA OU
      ** AUSENTE VALE A DATA DO SISTEMA) E SEU NUMERO DE DIAS
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCPNRPRM.
      *
           READ CCPNRPRM
               AT END
                   MOVE ZEROS TO PRM-DATA-REFERENCIA
           END-READ.
      *
           IF PRM-DATA-REFERENCIA NUMERIC
               MOVE PRM-DATA-REFERENCIA TO WS-DATA-REFERENCIA
           END-IF.
      *
           CLOSE CCPNRPRM.
      *
           IF WS-DATA-REFERENCIA = ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
      *
           MOVE WS-DATA-REFERENCIA TO WS-CD-DATA-NUM.
           PERFORM 2400-CALCULA-DIAS
               THRU 2400-CALCULA-DIAS-EXIT.
           MOVE WS-CD-DIAS TO WS-DIAS-REFERENCIA.
      *
           MOVE ZEROS TO WS-TOTAIS-MOTIVO.
           MOVE ZEROS TO WS-TOTAIS-AGENCIA.
           MOVE ZEROS TO WS-TOTAIS-GERAL.
      *
           OPEN OUTPUT CCPNRRPT.
      *
           MOVE WS-DATA-REFERENCIA TO PAR-DATA.
      *
           WRITE REG-CCPNRRPT FROM WS-CABECALHO-1.
           WRITE REG-CCPNRRPT FROM WS-LINHA-PARAMETROS.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INPUT PROCEDURE DO SORT: SELECIONA AS PENDENCIAS AINDA EM
      ** ABERTO E CALCULA A IDADE DE CADA UMA
      *
       2000-SELECIONA-PENDENCIA.
      *
           OPEN INPUT CTAPND.
      *
           PERFORM 2100-LER-CTAPND
               THRU 2100-LER-CTAPND-EXIT.
      *
           PERFORM 2200-AVALIA-PENDENCIA
               THRU 2200-AVALIA-PENDENCIA-EXIT
               UNTIL WS-FIM-CTAPND.
      *
           CLOSE CTAPND.
      *
       2000-SELECIONA-PENDENCIA-EXIT.
           EXIT.
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
       2200-AVALIA-PENDENCIA.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           IF NOT (PND-PENDENTE OR PND-CORRIGIDO OR PND-LIBERADO)
               PERFORM 2100-LER-CTAPND
                   THRU 2100-LER-CTAPND-EXIT
               GO TO 2200-AVALIA-PENDENCIA-EXIT
           END-IF.
      *
           PERFORM 2300-CALCULA-IDADE
               THRU 2300-CALCULA-IDADE-EXIT.
      *
           MOVE PND-AGENCIA       TO SRT-AGENCIA.
           MOVE PND-MOTIVO        TO SRT-MOTIVO.
           MOVE PND-DATA-REJEICAO TO SRT-DATA-REJEICAO.
           MOVE PND-LOTE-ID       TO SRT-LOTE-ID.
           MOVE PND-SEQUENCIA     TO SRT-SEQUENCIA.
           MOVE PND-CONTA         TO SRT-CONTA.
           MOVE PND-TIPO          TO SRT-TIPO.
           MOVE PND-VALOR         TO SRT-VALOR.
           MOVE PND-SITUACAO      TO SRT-SITUACAO.
           MOVE WS-IDADE          TO SRT-IDADE.
           RELEASE REG-SORT-PND.
      *
           PERFORM 2100-LER-CTAPND
               THRU 2100-LER-CTAPND-EXIT.
      *
       2200-AVALIA-PENDENCIA-EXIT.
           EXIT.
      *
      ** IDADE DA PENDENCIA EM DIAS CORRIDOS: DIAS DA DATA DE
      ** REFERENCIA MENOS DIAS DA DATA DA REJEICAO. DATA DE REJEICAO
      ** INVALIDA OU POSTERIOR A REFERENCIA DA IDADE ZERO
      *
       2300-CALCULA-IDADE.
      *
           MOVE ZEROS TO WS-IDADE.
      *
           IF PND-DATA-REJEICAO NOT NUMERIC
               OR PND-DATA-REJEICAO = ZEROS
               GO TO 2300-CALCULA-IDADE-EXIT
           END-IF.
      *
           MOVE PND-DATA-REJEICAO TO WS-CD-DATA-NUM.
           PERFORM 2400-CALCULA-DIAS
               THRU 2400-CALCULA-DIAS-EXIT.
      *
           IF WS-CD-DIAS < WS-DIAS-REFERENCIA
               COMPUTE WS-IDADE = WS-DIAS-REFERENCIA - WS-CD-DIAS
           END-IF.
      *
       2300-CALCULA-IDADE-EXIT.
           EXIT.
      *
      ** NUMERO DE DIAS DA DATA EM WS-CD-DATA: 365 DIAS POR ANO MAIS
      ** OS DIAS BISSEXTOS (DIVISIVEL POR 4, MENOS OS SECULOS, MAIS
      ** OS DIVISIVEIS POR 400) MAIS OS DIAS DOS MESES JA PASSADOS,
      ** CONTANDO O ANO A PARTIR DE MARCO (JANEIRO E FEVEREIRO SAO
      ** OS MESES 13 E 14 DO ANO ANTERIOR). AS DIVISOES SAO FEITAS
      ** EM SEPARADO PARA TRUNCAR CADA QUOCIENTE
      *
       2400-CALCULA-DIAS.
      *
           IF WS-CD-MES < 3
               COMPUTE WS-CD-ANO-AJ = WS-CD-ANO - 1
               COMPUTE WS-CD-MES-AJ = WS-CD-MES + 12
           ELSE
               MOVE WS-CD-ANO TO WS-CD-ANO-AJ
               MOVE WS-CD-MES TO WS-CD-MES-AJ
           END-IF.
      *
           DIVIDE WS-CD-ANO-AJ BY 4   GIVING WS-CD-QUOC-4.
           DIVIDE WS-CD-ANO-AJ BY 100 GIVING WS-CD-QUOC-100.
           DIVIDE WS-CD-ANO-AJ BY 400 GIVING WS-CD-QUOC-400.
      *
           COMPUTE WS-CD-TERMO-MES = 153 * (WS-CD-MES-AJ - 3) + 2.
           DIVIDE WS-CD-TERMO-MES BY 5 GIVING WS-CD-QUOC-MES.
      *
           COMPUTE WS-CD-DIAS = 365 * WS-CD-ANO-AJ
                              + WS-CD-QUOC-4
                              - WS-CD-QUOC-100
                              + WS-CD-QUOC-400
                              + WS-CD-QUOC-MES
                              + WS-CD-DIA.
      *
       2400-CALCULA-DIAS-EXIT.
           EXIT.
      *
      ** OUTPUT PROCEDURE DO SORT: LISTA AS PENDENCIAS COM QUEBRA DE
      ** CONTROLE POR AGENCIA E, DENTRO DELA, POR MOTIVO
      *
       3000-IMPRIME-POSICAO.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
           PERFORM 3200-PROCESSA-PENDENCIA
               THRU 3200-PROCESSA-PENDENCIA-EXIT
               UNTIL WS-FIM-SORT.
      *
           IF NOT WS-E-PRIMEIRO
               PERFORM 3400-FECHA-MOTIVO
                   THRU 3400-FECHA-MOTIVO-EXIT
               PERFORM 3450-FECHA-AGENCIA
                   THRU 3450-FECHA-AGENCIA-EXIT
           END-IF.
      *
       3000-IMPRIME-POSICAO-EXIT.
           EXIT.
      *
       3100-RETORNA-SORT.
      *
           RETURN SORTWK01
               AT END
                   MOVE 'S' TO WS-SW-FIM-SORT
                   GO TO 3100-RETORNA-SORT-EXIT
           END-RETURN.
      *
       3100-RETORNA-SORT-EXIT.
           EXIT.
      *
       3200-PROCESSA-PENDENCIA.
      *
           EVALUATE TRUE
               WHEN WS-E-PRIMEIRO
                   PERFORM 3300-ABRE-AGENCIA
                       THRU 3300-ABRE-AGENCIA-EXIT
                   PERFORM 3350-ABRE-MOTIVO
                       THRU 3350-ABRE-MOTIVO-EXIT
               WHEN SRT-AGENCIA NOT = WS-AGENCIA-ANTERIOR
                   PERFORM 3400-FECHA-MOTIVO
                       THRU 3400-FECHA-MOTIVO-EXIT
                   PERFORM 3450-FECHA-AGENCIA
                       THRU 3450-FECHA-AGENCIA-EXIT
                   PERFORM 3300-ABRE-AGENCIA
                       THRU 3300-ABRE-AGENCIA-EXIT
                   PERFORM 3350-ABRE-MOTIVO
                       THRU 3350-ABRE-MOTIVO-EXIT
               WHEN SRT-MOTIVO NOT = WS-MOTIVO-ANTERIOR
                   PERFORM 3400-FECHA-MOTIVO
                       THRU 3400-FECHA-MOTIVO-EXIT
                   PERFORM 3350-ABRE-MOTIVO
                       THRU 3350-ABRE-MOTIVO-EXIT
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN SRT-IDADE NOT > 5
                   MOVE 1 TO WS-SUB-FAIXA
               WHEN SRT-IDADE NOT > 15
                   MOVE 2 TO WS-SUB-FAIXA
               WHEN SRT-IDADE NOT > 30
                   MOVE 3 TO WS-SUB-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-SUB-FAIXA
           END-EVALUATE.
      *
           ADD 1 TO WS-TMO-QTD(WS-SUB-FAIXA)
                    WS-TAG-QTD(WS-SUB-FAIXA)
                    WS-TGE-QTD(WS-SUB-FAIXA).
           ADD 1 TO WS-TMO-QTD-TOTAL
                    WS-TAG-QTD-TOTAL
                    WS-TGE-QTD-TOTAL.
           ADD SRT-VALOR TO WS-TMO-VALOR
                            WS-TAG-VALOR
                            WS-TGE-VALOR.
      *
           PERFORM 3500-IMPRIME-DETALHE
               THRU 3500-IMPRIME-DETALHE-EXIT.
      *
           PERFORM 3100-RETORNA-SORT
               THRU 3100-RETORNA-SORT-EXIT.
      *
       3200-PROCESSA-PENDENCIA-EXIT.
           EXIT.
      *
      ** INICIO DE UMA NOVA AGENCIA NA LISTAGEM
      *
       3300-ABRE-AGENCIA.
      *
           MOVE 'N' TO WS-SW-PRIMEIRO.
           MOVE SRT-AGENCIA TO WS-AGENCIA-ANTERIOR.
           MOVE ZEROS       TO WS-TOTAIS-AGENCIA.
      *
           MOVE SRT-AGENCIA TO AGE-NUMERO.
           WRITE REG-CCPNRRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCPNRRPT FROM WS-LINHA-AGENCIA.
      *
       3300-ABRE-AGENCIA-EXIT.
           EXIT.
      *
      ** INICIO DE UM NOVO MOTIVO DENTRO DA AGENCIA
      *
       3350-ABRE-MOTIVO.
      *
           MOVE SRT-MOTIVO TO WS-MOTIVO-ANTERIOR.
           MOVE ZEROS      TO WS-TOTAIS-MOTIVO.
      *
           MOVE SRT-MOTIVO TO MOT-CODIGO.
           MOVE 'MOTIVO NAO CLASSIFICADO' TO MOT-DESCRICAO.
      *
           IF SRT-MOTIVO NUMERIC
               MOVE SRT-MOTIVO TO WS-NUM-MOTIVO
               IF WS-NUM-MOTIVO > ZERO AND WS-NUM-MOTIVO < 11
                   MOVE WS-DESCRICAO-MOTIVO(WS-NUM-MOTIVO)
                       TO MOT-DESCRICAO
               END-IF
           END-IF.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-MOTIVO.
           WRITE REG-CCPNRRPT FROM WS-CABECALHO-DETALHE.
      *
       3350-ABRE-MOTIVO-EXIT.
           EXIT.
      *
      ** FECHAMENTO DO MOTIVO: RESUMO POR FAIXA DE IDADE
      *
       3400-FECHA-MOTIVO.
      *
           MOVE WS-TOTAIS-MOTIVO TO WS-TOTAIS-IMPRESSAO.
           MOVE '  TOTAL DO MOTIVO' TO RES-ROTULO.
      *
           WRITE REG-CCPNRRPT FROM WS-CABECALHO-RESUMO.
           PERFORM 3600-IMPRIME-RESUMO
               THRU 3600-IMPRIME-RESUMO-EXIT.
      *
       3400-FECHA-MOTIVO-EXIT.
           EXIT.
      *
      ** FECHAMENTO DA AGENCIA: RESUMO POR FAIXA DE IDADE
      *
       3450-FECHA-AGENCIA.
      *
           MOVE WS-TOTAIS-AGENCIA TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL DA AGENCIA' TO RES-ROTULO.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-BRANCO.
           PERFORM 3600-IMPRIME-RESUMO
               THRU 3600-IMPRIME-RESUMO-EXIT.
      *
       3450-FECHA-AGENCIA-EXIT.
           EXIT.
      *
      ** LISTAGEM DE UMA PENDENCIA
      *
       3500-IMPRIME-DETALHE.
      *
           MOVE SRT-LOTE-ID       TO DET-LOTE-ID.
           MOVE SRT-SEQUENCIA     TO DET-SEQUENCIA.
           MOVE SRT-CONTA         TO DET-CONTA.
           MOVE SRT-TIPO          TO DET-TIPO.
           MOVE SRT-VALOR         TO DET-VALOR.
           MOVE SRT-DATA-REJEICAO TO DET-DATA.
           MOVE SRT-IDADE         TO DET-IDADE.
      *
           EVALUATE SRT-SITUACAO
               WHEN 'P'
                   MOVE 'PENDENTE'  TO DET-SITUACAO
               WHEN 'C'
                   MOVE 'CORRIGIDO' TO DET-SITUACAO
               WHEN 'L'
                   MOVE 'LIBERADO'  TO DET-SITUACAO
               WHEN OTHER
                   MOVE SRT-SITUACAO TO DET-SITUACAO
           END-EVALUATE.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-DETALHE.
      *
       3500-IMPRIME-DETALHE-EXIT.
           EXIT.
      *
      ** IMPRESSAO DE UMA LINHA DE RESUMO A PARTIR DOS TOTAIS EM
      ** WS-TOTAIS-IMPRESSAO (RES-ROTULO JA PREENCHIDO)
      *
       3600-IMPRIME-RESUMO.
      *
           MOVE WS-TIM-QTD(1)    TO RES-FAIXA-1.
           MOVE WS-TIM-QTD(2)    TO RES-FAIXA-2.
           MOVE WS-TIM-QTD(3)    TO RES-FAIXA-3.
           MOVE WS-TIM-QTD(4)    TO RES-FAIXA-4.
           MOVE WS-TIM-QTD-TOTAL TO RES-QTD.
           MOVE WS-TIM-VALOR     TO RES-VALOR.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-RESUMO.
      *
       3600-IMPRIME-RESUMO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: RESUMO GERAL E TOTAIS
      *
       9000-FINALIZACAO.
      *
           MOVE WS-TOTAIS-GERAL TO WS-TOTAIS-IMPRESSAO.
           MOVE 'TOTAL GERAL EM PENDENCIA' TO RES-ROTULO.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCPNRRPT FROM WS-CABECALHO-RESUMO.
           PERFORM 3600-IMPRIME-RESUMO
               THRU 3600-IMPRIME-RESUMO-EXIT.
      *
           MOVE WS-QTD-LIDOS TO TOT-LIDOS.
      *
           WRITE REG-CCPNRRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCPNRRPT FROM WS-LINHA-TOTAIS.
      *
           CLOSE CCPNRRPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCPNDREL.
