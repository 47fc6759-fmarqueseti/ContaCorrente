      * INPUT                                                       *
      *   CTALANC    ARQUIVO SEQUENCIAL COM OS LANCAMENTOS DO DIA    *
      *   CTACADM    CADASTRO DE CONTAS (INDEXADO POR CTA-CHAVE)     *
      *   CCEXEPRM   DATA DE NEGOCIO E AUTORIZACAO DE REEXECUCAO     *
      *               DO PASSO, LIDO PELO CCEXECTL (DUMMY NO DIA A   *
      *               DIA)                                           *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA (INDEXADO POR    *
      *               EXE-CHAVE), CONFERIDO PELO CCEXECTL            *
      *                                                              *
      * OUTPUT                                                       *
      *   CTACADM    CADASTRO DE CONTAS COM SALDO ATUALIZADO         *
      *   CTAMOV     HISTORICO DE MOVIMENTO (UM REGISTRO POR         *
      *               LANCAMENTO EFETIVADO, USADO PELO EXTRATO)      *
      *   CCLANRPT   RELATORIO DE LANCAMENTOS PROCESSADOS/REJEITADOS *
      *   CTAMVX     INDICE DE MOVIMENTOS (INDEXADO POR MVX-NUMERO), *
      *               COM A NUMERACAO E A SITUACAO DE ESTORNO        *
      *   CTAPND     PENDENCIAS DOS LANCAMENTOS REJEITADOS (INDEXADO *
      *               POR PND-CHAVE), PARA CORRECAO E REAPRESENTACAO *
      *   CCSLOG     LOG DE EVENTOS DE RELACIONAMENTO PARA O CCS     *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *   CTAEXE     CONTROLE DE EXECUCAO DA CADEIA, ATUALIZADO      *
      *               PELO CCEXECTL NO INICIO E NO FIM DO PASSO      *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *                               PARA A CONTA, VARRENDO A FAIXA  *
      *                               DE CHAVE DA CONTA EM VEZ DA     *
      *                               LEITURA EXATA                   *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: TODO   *
      *                               MOVIMENTO GRAVADO EM CTAMOV    *
      *                               RECEBE UM NUMERO UNICO         *
      *                               (MOV-NUMERO), ATRIBUIDO PELO   *
      *                               REGISTRO DE CONTROLE DO INDICE *
      *                               DE MOVIMENTOS (CTAMVX), ONDE O *
      *                               MOVIMENTO TAMBEM E REGISTRADO. *
      *                               NOVO TIPO DE LANCAMENTO 'R'    *
      *                               (ESTORNO) QUE TRAZ EM          *
      *                               LAN-MOV-ORIGINAL O NUMERO DO   *
      *                               MOVIMENTO A DESFAZER: E        *
      *                               REJEITADO SE O ORIGINAL NAO    *
      *                               EXISTE, JA FOI ESTORNADO, NAO  *
      *                               E UM DEBITO/CREDITO OU NAO     *
      *                               CONFERE COM A AGENCIA/CONTA E  *
      *                               O VALOR DO LANCAMENTO. O       *
      *                               ESTORNO SAI EM CTAMOV NO       *
      *                               SENTIDO CONTRARIO AO DO        *
      *                               ORIGINAL, MARCADO COMO ESTORNO *
      *                               E REFERENCIANDO O ORIGINAL,    *
      *                               QUE FICA MARCADO COMO          *
      *                               ESTORNADO NO CTAMVX. O RODAPE  *
      *                               DO LOTE GANHA A SOMA DOS       *
      *                               ESTORNOS (ROD-SOMA-ESTORNOS),  *
      *                               CONFERIDA NA PRIMEIRA PASSADA  *
      *                               E GRAVADA NO CTALOTCT          *
      *   2026-10-15  FABIO MARQUES   PENDENCIAS DE LANCAMENTOS      *
      *                               REJEITADOS: TODO DETALHE       *
      *                               REJEITADO NA POSTAGEM          *
      *                               (2600-REJEITA-LANCAMENTO)      *
      *                               PASSA A SER GRAVADO TAMBEM NO  *
      *                               ARQUIVO DE PENDENCIAS CTAPND,  *
      *                               COM O REGISTRO CTALANC         *
      *                               ORIGINAL, O ID E A ORIGEM DO   *
      *                               LOTE, A POSICAO DO DETALHE NO  *
      *                               LOTE, A DATA DA REJEICAO E UM  *
      *                               MOTIVO PADRONIZADO             *
      *                               (2610-CLASSIFICA-MOTIVO, A     *
      *                               PARTIR DA SITUACAO IMPRESSA).  *
      *                               ANTES DESTA VERSAO O ITEM      *
      *                               REJEITADO SO EXISTIA NO        *
      *                               CCLANRPT E ERA REDIGITADO PELO *
      *                               BACK OFFICE A PARTIR DA        *
      *                               LISTAGEM; AGORA E TRATADO PELO *
      *                               CCPNDMNT E REAPRESENTADO EM    *
      *                               LOTE NOVO PELO CCPNDLIB        *
      *   2026-10-15  FABIO MARQUES   CONTA DORMENTE (CTA-STATUS     *
      *                               'D', MARCADA PELO CCDORCTA):   *
      *                               DEBITO, CREDITO E              *
      *                               TRANSFERENCIA PASSAM A ACEITAR *
      *                               CONTA DORMENTE E A REATIVAM    *
      *                               (2460-REATIVA-CONTA) NA MESMA  *
      *                               REGRAVACAO DO SALDO;           *
      *                               LANCAMENTO REJEITADO NAO       *
      *                               REATIVA E A TRANSFERENCIA      *
      *                               DESFEITA DEVOLVE A ORIGEM A    *
      *                               DORMENTE. O ESTORNO ACEITA     *
      *                               CONTA DORMENTE SEM REATIVA-LA. *
      *                               AS REATIVACOES SAEM NA         *
      *                               SITUACAO DO LANCAMENTO E NOS   *
      *                               TOTAIS DO CCLANRPT             *
      *   2026-10-15  FABIO MARQUES   CCS: A ABERTURA ('A') E O      *
      *                               ENCERRAMENTO ('E') EFETIVADOS  *
      *                               GRAVAM NO LOG CCSLOG UM EVENTO *
      *                               DE INICIO/FIM DE               *
      *                               RELACIONAMENTO PARA CADA       *
      *                               TITULAR DA CONTA NO CTATIT     *
      *                               (2280-REGISTRA-EVENTOS-CCS),   *
      *                               COM A DATA DO LANCAMENTO E O   *
      *                               LOTE DE ORIGEM. QUANTIDADE DE  *
      *                               EVENTOS NO CCLANRPT            *
      *   2026-10-15  FABIO MARQUES   LOG DE ALTERACOES: BLOQUEIO    *
      *                               ('B'), DESBLOQUEIO ('L'),      *
      *                               ENCERRAMENTO ('E') E ALTERACAO *
      *                               DE LIMITE ('X') EFETIVADOS     *
      *                               GRAVAM NO CCALTLOG A IMAGEM DA *
      *                               CONTA ANTES E DEPOIS, O TIPO   *
      *                               DO LANCAMENTO, O SISTEMA DE    *
      *                               ORIGEM, O LOTE, A POSICAO DO   *
      *                               DETALHE E A DATA/HORA          *
      *                               (2800-REGISTRA-ALTERACAO)      *
      *   2026-10-15  FABIO MARQUES   CONTROLE DE EXECUCAO DA CADEIA *
      *                               (CCEXECTL): LOTE REJEITADO SEM *
      *                               CCDEBAUT/CCTEDREC CONCLUIDOS   *
      *                               NA DATA; FIM DO LOTE           *
      *                               REGISTRADO COM AS CONTAGENS    *
      *   2026-10-15  FABIO MARQUES   FALHA DE ACESSO AO CTAMVX      *
      *                               (NUMERACAO, REGISTRO DO        *
      *                               MOVIMENTO OU MARCACAO DO       *
      *                               ORIGINAL ESTORNADO) APONTADA   *
      *                               NO CCLANRPT                    *
      *                               (2530-FALHA-INDICE) E NO       *
      *                               RETURN-CODE 8 DO PASSO; O      *
      *                               MOVIMENTO SEM INDICE SAI SEM   *
      *                               NUMERO. BLOQUEIO ('B') ACEITA  *
      *                               CONTA DORMENTE. REATIVACAO DE  *
      *                               CONTA DORMENTE, E A VOLTA DA   *
      *                               ORIGEM A DORMENTE NA           *
      *                               TRANSFERENCIA DESFEITA, GRAVAM *
      *                               NO CCALTLOG                    *
      *   2026-10-15  FABIO MARQUES   LIBERACAO (TIPO 'L') DE CONTA  *
      *                               BLOQUEADA QUANDO DORMENTE      *
      *                               DEVOLVE O STATUS 'D', MANTENDO *
      *                               A DATA DE DORMENCIA, EM VEZ DE *
      *                               REATIVA-LA SEM MOVIMENTO DO    *
      *                               CLIENTE                        *
      *   2026-10-15  FABIO MARQUES   TEXTOS DE REJEICAO DO ESTORNO  *
      *                               E DA FALHA NA RELEITURA DO     *
      *                               DESTINO ENCURTADOS PARA CABER  *
      *                               EM DET-SITUACAO, PARA O MOTIVO *
      *                               PADRONIZADO DO CTAPND SAIR     *
      *                               CORRETO                        *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-CTABLQ-STATUS.
      *
           SELECT CTAMVX ASSIGN TO CTAMVX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVX-NUMERO
               FILE STATUS IS WS-CTAMVX-STATUS.
      *
           SELECT CTAPND ASSIGN TO CTAPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-CTAPND-STATUS.
      *
           SELECT CCSLOG ASSIGN TO CCSLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
               88 LAN-ENCERRAMENTO             VALUE 'E'.
               88 LAN-LIMITE                   VALUE 'X'.
               88 LAN-TRANSFERENCIA            VALUE 'F'.
               88 LAN-ESTORNO                  VALUE 'R'.
               88 LAN-CABECALHO                VALUE 'H'.
               88 LAN-RODAPE                   VALUE 'T'.
           05 LAN-VALOR              PIC 9(13)V99.
      ** (TRANSFERENCIA): A ORIGEM VAI NOS CAMPOS NORMAIS DE
      ** AGENCIA/CONTA/DV DO LANCAMENTO
      *
           05 LAN-DESTINO.
               10 LAN-AGENCIA-DESTINO    PIC 9(04).
               10 LAN-CONTA-DESTINO      PIC 9(09).
               10 LAN-CONTA-DESTINO-DV   PIC X(01).
      *
      ** NO ESTORNO ('R') A MESMA AREA TRAZ O NUMERO DO MOVIMENTO
      ** ORIGINAL A DESFAZER (MOV-NUMERO GRAVADO EM CTAMOV)
      *
           05 LAN-REFERENCIA-ESTORNO REDEFINES LAN-DESTINO.
               10 LAN-MOV-ORIGINAL       PIC 9(09).
               10 FILLER                 PIC X(05).
           05 FILLER                 PIC X(08).
      *
      ** CABECALHO DO LOTE (TIPO 'H' NA POSICAO DO LAN-TIPO): DEVE SER
      ** RODAPE DO LOTE (TIPO 'T'): DEVE SER O ULTIMO REGISTRO DO
      ** ARQUIVO, COM A QUANTIDADE DE LANCAMENTOS DE DETALHE E AS
      ** SOMAS DE LAN-VALOR POR DEBITO E POR CREDITO (A ABERTURA 'A'
      ** SOMA NO TOTAL DE CREDITOS). OS ESTORNOS ('R') TEM SOMA
      ** PROPRIA: O SENTIDO DE CADA UM SO E CONHECIDO NA POSTAGEM,
      ** PELO MOVIMENTO ORIGINAL
      *
       01 REG-CTALANC-ROD.
           05 FILLER                 PIC X(14).
           05 ROD-QTD-LANCAMENTOS    PIC 9(07).
           05 ROD-SOMA-DEBITOS       PIC 9(15)V99.
           05 ROD-SOMA-CREDITOS      PIC 9(15)V99.
           05 ROD-SOMA-ESTORNOS      PIC 9(15)V99.
           05 FILLER                 PIC X(27).
      *
       FD  CTAMOV
           RECORDING MODE IS F.
       FD  CTABLQ
           RECORDING MODE IS F.
       COPY CTABLQ.
      *
       FD  CTAMVX
           RECORDING MODE IS F.
       COPY CTAMVX.
      *
       FD  CTAPND
           RECORDING MODE IS F.
       COPY CTAPND.
      *
       FD  CCSLOG
           RECORDING MODE IS F.
       COPY CCSLOG.
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
               88 WS-FIM-BLOQUEIOS             VALUE 'S'.
           05 WS-SW-TEM-TITULAR     PIC X(01) VALUE 'N'.
               88 WS-TEM-TITULAR               VALUE 'S'.
           05 WS-SW-CONTA-REATIVADA PIC X(01) VALUE 'N'.
               88 WS-CONTA-REATIVADA           VALUE 'S'.
           05 WS-SW-ORIGEM-REATIVADA PIC X(01) VALUE 'N'.
               88 WS-ORIGEM-REATIVADA          VALUE 'S'.
           05 WS-SW-FIM-TITULARES   PIC X(01) VALUE 'N'.
               88 WS-FIM-TITULARES             VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
           05 WS-CTABLQ-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTABLQ-OK                    VALUE '00'.
               88 WS-CTABLQ-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTAMVX-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAMVX-OK                    VALUE '00'.
               88 WS-CTAMVX-NAO-ENCONTRADO         VALUE '23'.
           05 WS-CTAPND-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAPND-OK                    VALUE '00'.
               88 WS-CTAPND-NAO-ENCONTRADO         VALUE '23'.
               88 WS-CTAPND-DUPLICADO              VALUE '22'.
      *
      ** CONTROLE DO LOTE EM PROCESSAMENTO: DADOS DO CABECALHO, TOTAIS
      ** APURADOS NA PASSADA DE CONFERENCIA E TOTAIS DECLARADOS NO
           05 WS-QTD-DETALHES       PIC 9(07) VALUE ZEROS.
           05 WS-SOMA-DEBITOS       PIC 9(15)V99 VALUE ZEROS.
           05 WS-SOMA-CREDITOS      PIC 9(15)V99 VALUE ZEROS.
           05 WS-SOMA-ESTORNOS      PIC 9(15)V99 VALUE ZEROS.
           05 WS-QTD-APOS-RODAPE    PIC 9(07) VALUE ZEROS.
           05 WS-ROD-QTD            PIC 9(07) VALUE ZEROS.
           05 WS-ROD-SOMA-DEB       PIC 9(15)V99 VALUE ZEROS.
           05 WS-ROD-SOMA-CRED      PIC 9(15)V99 VALUE ZEROS.
           05 WS-ROD-SOMA-EST       PIC 9(15)V99 VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
      *
      ** EVENTO DE RELACIONAMENTO ('I' INICIO NA ABERTURA, 'F' FIM NO
      ** ENCERRAMENTO) GRAVADO NO CCSLOG PARA CADA TITULAR DA CONTA
      *
       01 WS-EVENTO-CCS             PIC X(01) VALUE SPACES.
      *
      ** IMAGEM DA CONTA ANTES DA MUDANCA DE STATUS OU DE LIMITE
      ** ('B', 'L', 'E' E 'X'), PARA O LOG DE ALTERACOES (CCALTLOG)
      *
       01 WS-ALT-IMAGEM-ANTES       PIC X(200) VALUE SPACES.
      *
      ** SALDO DISPONIVEL PARA DEBITO: SALDO DO CADASTRO MAIS O
      ** LIMITE DE CHEQUE ESPECIAL CONTRATADO, MENOS OS BLOQUEIOS
      ** JUDICIAIS ATIVOS DA CONTA (CTABLQ)
      *
      ** AREA DE TRABALHO DA TRANSFERENCIA ('F'): SALDO APOS DE CADA
      ** PONTA, GUARDADO NA ATUALIZACAO PARA A GRAVACAO DAS DUAS
      ** PERNAS EM CTAMOV, E DATA DE DORMENCIA DA ORIGEM REATIVADA,
      ** PARA O 2370-ESTORNA-ORIGEM DEVOLVER A CONTA A DORMENTE
      *
       01 WS-TRANSFERENCIA.
           05 WS-TRF-SALDO-ORIGEM   PIC S9(13)V99 VALUE ZEROS.
           05 WS-TRF-SALDO-DESTINO  PIC S9(13)V99 VALUE ZEROS.
           05 WS-TRF-DORMENCIA-ORIGEM PIC 9(08) VALUE ZEROS.
      *
      ** HISTORICOS DAS DUAS PERNAS DA TRANSFERENCIA, CADA UM
      ** REFERENCIANDO A CONTA DA OUTRA PONTA
           05 FILLER                PIC X(05) VALUE ' CTA '.
           05 HTC-CONTA             PIC 9(09).
           05 FILLER                PIC X(09) VALUE SPACES.
      *
      ** NUMERO ATRIBUIDO AO ULTIMO MOVIMENTO GRAVADO EM CTAMOV
      ** (CONTROLE DO CTAMVX) E AREA DE TRABALHO DO ESTORNO ('R'):
      ** SENTIDO DO MOVIMENTO DE ESTORNO, CONTRARIO AO DO ORIGINAL
      *
       01 WS-NUMERO-MOV             PIC 9(09) VALUE ZEROS.
      *
       01 WS-ESTORNO.
           05 WS-EST-TIPO           PIC X(01) VALUE SPACES.
               88 WS-EST-DEBITO                VALUE 'D'.
               88 WS-EST-CREDITO               VALUE 'C'.
           05 WS-EST-NUMERO         PIC 9(09) VALUE ZEROS.
      *
       01 WS-HISTORICO-ESTORNO.
           05 FILLER                PIC X(21) VALUE
               'ESTORNO DO MOVIMENTO '.
           05 HES-NUMERO            PIC 9(09).
           05 FILLER                PIC X(10) VALUE SPACES.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ACEITOS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REATIVADAS     PIC 9(07) VALUE ZEROS.
           05 WS-QTD-EVENTOS-CCS    PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FALHAS-INDICE  PIC 9(07) VALUE ZEROS.
      *
       01 WS-PARM-CONTA.
           05 WS-PARM-CONTA-TAM     PIC S9(04) COMP VALUE 9.
           05 WS-PARM-CONTA-AMBIENTE  PIC X(01) VALUE SPACES.
      *
       01 WS-RC-CONTA               PIC S9(04) COMP VALUE ZERO.
      *
      ** CONTROLE DE EXECUCAO DA CADEIA NOTURNA (CCEXECTL): O PASSO
      ** SO RODA LIBERADO PELO CONTROLE E REGISTRA O FIM NELE, COM
      ** AS CONTAGENS DA EXECUCAO
      *
       01 WS-PARM-CONTROLE.
           05 WS-CTL-FUNCAO         PIC X(01) VALUE SPACES.
           05 WS-CTL-PASSO          PIC X(08) VALUE 'CCLANCTO'.
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
                   'TOTAL REJEITADOS: '.
               10 TOT-REJEITADOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(16) VALUE SPACES.
      *
           05 WS-LINHA-REATIVADAS.
               10 FILLER            PIC X(28) VALUE
                   'CONTAS DORMENTES REATIVADAS:'.
               10 TOT-REATIVADAS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(94) VALUE SPACES.
      *
           05 WS-LINHA-EVENTOS-CCS.
               10 FILLER            PIC X(28) VALUE
                   'EVENTOS REGISTRADOS P/ CCS: '.
               10 TOT-EVENTOS-CCS   PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(94) VALUE SPACES.
      *
           05 WS-LINHA-FALHAS-INDICE.
               10 FILLER            PIC X(28) VALUE
                   'FALHAS NO INDICE (CTAMVX):'.
               10 TOT-FALHAS-INDICE PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(94) VALUE SPACES.
      *
           05 WS-LINHA-FALHA-INDICE.
               10 FILLER            PIC X(40) VALUE
                   '*** FALHA NO INDICE DE MOVIMENTOS - MOV '.
               10 FIX-NUMERO        PIC 9(09).
               10 FILLER            PIC X(09) VALUE ' STATUS '.
               10 FIX-STATUS        PIC X(02).
               10 FILLER            PIC X(73) VALUE SPACES.
      *
      ********************** PROCEDURE DIVISION *********************
      *
               WRITE REG-CCLANRPT FROM WS-LINHA-REJ-LOTE
               GO TO 1000-INICIALIZACAO-EXIT
           END-IF.
      *
           PERFORM 1050-INICIA-EXECUCAO
               THRU 1050-INICIA-EXECUCAO-EXIT.
      *
           IF NOT WS-LOTE-VALIDO
               GO TO 1000-INICIALIZACAO-EXIT
           END-IF.
      *
           MOVE WS-LOTE-ID       TO LTE-ID.
           MOVE WS-LOTE-ORIGEM   TO LTE-ORIGEM.
           OPEN INPUT  AGCADM.
           OPEN INPUT  CTATIT.
           OPEN INPUT  CTABLQ.
           OPEN I-O    CTAMVX.
           OPEN I-O    CTAPND.
           OPEN EXTEND CCSLOG.
           OPEN EXTEND CCALTLOG.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 2100-LER-CTALANC
               THRU 2100-LER-CTALANC-EXIT.
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** INICIO DO LOTE NO CONTROLE DA CADEIA: O CCEXECTL RECUSA O
      ** LOTE (RETURN-CODE DIFERENTE DE ZERO, COM O MOTIVO NO LOG DO
      ** JOB) QUANDO O CCDEBAUT OU O CCTEDREC NAO ESTA CONCLUIDO NA
      ** DATA DO MOVIMENTO OU QUANDO ESTE LOTE JA FOI POSTADO NELA SEM
      ** REEXECUCAO AUTORIZADA NO CCEXEPRM; RECUSADO, O LOTE E
      ** REJEITADO INTEIRO, SEM POSTAR NADA, E O PASSO DEVOLVE O
      ** RETURN-CODE DO CONTROLE
      *
       1050-INICIA-EXECUCAO.
      *
           MOVE 'I'              TO WS-CTL-FUNCAO.
           MOVE WS-LOTE-DATA-MOV TO WS-CTL-DATA-NEGOCIO.
           MOVE WS-LOTE-ID       TO WS-CTL-LOTE-ID.
      *
           CALL 'CCEXECTL' USING WS-PARM-CONTROLE.
           MOVE RETURN-CODE TO WS-RC-CONTROLE.
      *
           IF WS-RC-CONTROLE NOT = ZERO
               MOVE 'N' TO WS-SW-LOTE-VALIDO
               MOVE 'EXECUCAO RECUSADA PELO CONTROLE DA CADEIA'
                   TO REJ-LOTE-MOTIVO
               WRITE REG-CCLANRPT FROM WS-LINHA-REJ-LOTE
           END-IF.
      *
       1050-INICIA-EXECUCAO-EXIT.
           EXIT.
      *
      ** PASSADA DE CONFERENCIA DO LOTE: EXIGE CABECALHO NO PRIMEIRO
      ** REGISTRO E RODAPE NO ULTIMO, CONFERE A QUANTIDADE DE
      ** DETALHES E AS SOMAS DE DEBITOS E CREDITOS CONTRA O RODAPE E
                   TO REJ-LOTE-MOTIVO
               GO TO 1100-VALIDA-LOTE-EXIT
           END-IF.
      *
           IF WS-ROD-SOMA-EST NOT = WS-SOMA-ESTORNOS
               MOVE 'SOMA DE ESTORNOS DO RODAPE NAO CONFERE'
                   TO REJ-LOTE-MOTIVO
               GO TO 1100-VALIDA-LOTE-EXIT
           END-IF.
      *
           MOVE WS-LOTE-ID TO LOT-ID.
      *
                   MOVE ROD-QTD-LANCAMENTOS TO WS-ROD-QTD
                   MOVE ROD-SOMA-DEBITOS    TO WS-ROD-SOMA-DEB
                   MOVE ROD-SOMA-CREDITOS   TO WS-ROD-SOMA-CRED
      *
      ** RODAPE GERADO ANTES DA SOMA DE ESTORNOS (OU POR SISTEMA DE
      ** ORIGEM QUE NAO GERA ESTORNO) TRAZ BRANCOS NO CAMPO, QUE
      ** VALE ZERO
      *
                   IF ROD-SOMA-ESTORNOS NUMERIC
                       MOVE ROD-SOMA-ESTORNOS TO WS-ROD-SOMA-EST
                   ELSE
                       MOVE ZEROS TO WS-ROD-SOMA-EST
                   END-IF
               WHEN LAN-DEBITO
                   ADD 1 TO WS-QTD-DETALHES
                   ADD LAN-VALOR TO WS-SOMA-DEBITOS
                   ADD LAN-VALOR TO WS-SOMA-DEBITOS
                   ADD LAN-VALOR TO WS-SOMA-CREDITOS
      *
      ** O ESTORNO ('R') SOMA NO TOTAL PROPRIO DE ESTORNOS
      *
               WHEN LAN-ESTORNO
                   ADD 1 TO WS-QTD-DETALHES
                   ADD LAN-VALOR TO WS-SOMA-ESTORNOS
      *
      ** OS LANCAMENTOS DE STATUS (BLOQUEIO, DESBLOQUEIO E
      ** ENCERRAMENTO) SAO DETALHES DE VALOR ZERO: CONTAM NA
      ** QUANTIDADE DO RODAPE MAS NAO ENTRAM NAS SOMAS. O
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
      *
           MOVE 'I' TO WS-EVENTO-CCS.
           PERFORM 2280-REGISTRA-EVENTOS-CCS
               THRU 2280-REGISTRA-EVENTOS-CCS-EXIT.
      *
           MOVE 'CONTA ABERTA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
       2270-VERIFICA-TITULAR-EXIT.
           EXIT.
      *
      ** REGISTRO NO CCSLOG DO INICIO (ABERTURA) OU FIM (ENCERRAMENTO)
      ** DO RELACIONAMENTO DE CADA TITULAR DA CONTA COM O BANCO --
      ** NUMA CONTA CONJUNTA TODOS OS TITULARES DO CTATIT SAO
      ** INFORMADOS, NAO SO O PRINCIPAL. O EVENTO E DATADO PELA DATA
      ** DO LANCAMENTO E LEVA O LOTE DE ORIGEM
      *
       2280-REGISTRA-EVENTOS-CCS.
      *
           MOVE 'N' TO WS-SW-FIM-TITULARES.
      *
           MOVE LAN-AGENCIA TO TIT-AGENCIA.
           MOVE LAN-CONTA   TO TIT-CONTA.
           MOVE ZEROS       TO TIT-SEQUENCIA.
      *
           START CTATIT KEY NOT < TIT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-TITULARES
           END-START.
      *
           PERFORM 2290-GRAVA-EVENTO-CCS
               THRU 2290-GRAVA-EVENTO-CCS-EXIT
               UNTIL WS-FIM-TITULARES.
      *
       2280-REGISTRA-EVENTOS-CCS-EXIT.
           EXIT.
      *
       2290-GRAVA-EVENTO-CCS.
      *
           READ CTATIT NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-TITULARES
                   GO TO 2290-GRAVA-EVENTO-CCS-EXIT
           END-READ.
      *
           IF TIT-AGENCIA NOT = LAN-AGENCIA
               OR TIT-CONTA NOT = LAN-CONTA
               MOVE 'S' TO WS-SW-FIM-TITULARES
               GO TO 2290-GRAVA-EVENTO-CCS-EXIT
           END-IF.
      *
           MOVE SPACES                TO REG-CCSLOG.
           MOVE WS-DATA-PROCESSAMENTO TO CCL-DATA-REGISTRO.
           ACCEPT CCL-HORA-REGISTRO FROM TIME.
           MOVE WS-EVENTO-CCS         TO CCL-EVENTO.
           MOVE LAN-DATA              TO CCL-DATA-EVENTO.
           MOVE LAN-AGENCIA           TO CCL-AGENCIA.
           MOVE LAN-CONTA             TO CCL-CONTA.
           MOVE TIT-SEQUENCIA         TO CCL-SEQUENCIA.
           MOVE TIT-CPF-CNPJ          TO CCL-CPF-CNPJ.
           MOVE TIT-NOME              TO CCL-NOME.
           MOVE 'CCLANCTO'            TO CCL-PROGRAMA.
           MOVE WS-LOTE-ID            TO CCL-ORIGEM.
      *
           WRITE REG-CCSLOG.
           ADD 1 TO WS-QTD-EVENTOS-CCS.
      *
       2290-GRAVA-EVENTO-CCS-EXIT.
           EXIT.
      *
      ** LOCALIZACAO DA CONTA NO CADASTRO E ROTEAMENTO DO LANCAMENTO
      ** CONFORME O TIPO: DEBITO/CREDITO EXIGEM CONTA ATIVA (OU
      ** DORMENTE, QUE O PROPRIO LANCAMENTO REATIVA) E ATUALIZAM
      ** SALDO; BLOQUEIO, DESBLOQUEIO E ENCERRAMENTO SAO MANUTENCAO
      ** DE STATUS, COM SUAS PROPRIAS REGRAS. O ESTORNO ACEITA CONTA
      ** DORMENTE SEM REATIVA-LA, POR NAO SER MOVIMENTO DO CLIENTE
      *
       2300-LOCALIZA-CONTA.
      *
               WHEN LAN-DEBITO
               WHEN LAN-CREDITO
                   IF NOT CTA-STATUS-ATIVA
                       AND NOT CTA-STATUS-DORMENTE
                       MOVE 'CONTA NAO ESTA ATIVA'
                           TO DET-SITUACAO
                       PERFORM 2600-REJEITA-LANCAMENTO
               WHEN LAN-TRANSFERENCIA
                   PERFORM 2350-EFETIVA-TRANSF
                       THRU 2350-EFETIVA-TRANSF-EXIT
               WHEN LAN-ESTORNO
                   IF NOT CTA-STATUS-ATIVA
                       AND NOT CTA-STATUS-DORMENTE
                       MOVE 'CONTA NAO ESTA ATIVA'
                           TO DET-SITUACAO
                       PERFORM 2600-REJEITA-LANCAMENTO
                           THRU 2600-REJEITA-LANCAMENTO-EXIT
                   ELSE
                       PERFORM 2450-ESTORNA-MOVIMENTO
                           THRU 2450-ESTORNA-MOVIMENTO-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE LANCAMENTO INVALIDO'
                       TO DET-SITUACAO
      ** 2300-LOCALIZA-CONTA)
      *
       2350-EFETIVA-TRANSF.
      *
           MOVE 'N' TO WS-SW-ORIGEM-REATIVADA.
           MOVE 'N' TO WS-SW-CONTA-REATIVADA.
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA DE ORIGEM NAO ESTA ATIVA'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
           END-READ.
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA DE DESTINO NAO ESTA ATIVA'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2350-EFETIVA-TRANSF-EXIT
           END-READ.
      *
           IF CTA-STATUS-DORMENTE
               MOVE CTA-DATA-DORMENCIA TO WS-TRF-DORMENCIA-ORIGEM
               PERFORM 2460-REATIVA-CONTA
                   THRU 2460-REATIVA-CONTA-EXIT
               MOVE 'S' TO WS-SW-ORIGEM-REATIVADA
           END-IF.
      *
           SUBTRACT LAN-VALOR FROM CTA-SALDO.
           MOVE CTA-SALDO TO WS-TRF-SALDO-ORIGEM.
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2350-EFETIVA-TRANSF-EXIT
           END-REWRITE.
      *
           IF WS-ORIGEM-REATIVADA
               PERFORM 2800-REGISTRA-ALTERACAO
                   THRU 2800-REGISTRA-ALTERACAO-EXIT
           END-IF.
      *
      ** CREDITA O DESTINO; QUALQUER FALHA DAQUI EM DIANTE ESTORNA O
      ** DEBITO JA POSTADO NA ORIGEM, PARA A TRANSFERENCIA CAIR COMO
               INVALID KEY
                   PERFORM 2370-ESTORNA-ORIGEM
                       THRU 2370-ESTORNA-ORIGEM-EXIT
                   MOVE 'FALHA RELEITURA DO DESTINO - ESTORNADA'
                       TO DET-SITUACAO
                   PERFORM 2600-REJEITA-LANCAMENTO
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2350-EFETIVA-TRANSF-EXIT
           END-READ.
      *
           IF CTA-STATUS-DORMENTE
               PERFORM 2460-REATIVA-CONTA
                   THRU 2460-REATIVA-CONTA-EXIT
               MOVE 'S' TO WS-SW-CONTA-REATIVADA
           END-IF.
      *
           ADD LAN-VALOR TO CTA-SALDO.
           MOVE CTA-SALDO TO WS-TRF-SALDO-DESTINO.
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2350-EFETIVA-TRANSF-EXIT
           END-REWRITE.
      *
           IF WS-CONTA-REATIVADA
               PERFORM 2800-REGISTRA-ALTERACAO
                   THRU 2800-REGISTRA-ALTERACAO-EXIT
           END-IF.
      *
           PERFORM 2360-GRAVA-MOVS-TRANSF
               THRU 2360-GRAVA-MOVS-TRANSF-EXIT.
      *
           MOVE 'TRANSFERENCIA EFETIVADA COM SUCESSO' TO DET-SITUACAO.
      *
           IF WS-ORIGEM-REATIVADA
               ADD 1 TO WS-QTD-REATIVADAS
               MOVE 'TRANSF EFETIVADA - ORIGEM REATIVADA'
                   TO DET-SITUACAO
           END-IF.
      *
           IF WS-CONTA-REATIVADA
               ADD 1 TO WS-QTD-REATIVADAS
               MOVE 'TRANSF EFETIVADA - DESTINO REATIVADO'
                   TO DET-SITUACAO
           END-IF.
      *
           IF WS-ORIGEM-REATIVADA AND WS-CONTA-REATIVADA
               MOVE 'TRANSF EFETIVADA - CONTAS REATIVADAS'
                   TO DET-SITUACAO
           END-IF.
      *
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITOS.
           MOVE LAN-CONTA-DESTINO    TO HTD-CONTA.
           MOVE WS-HISTORICO-TRANSF-DEB TO MOV-HISTORICO.
           MOVE WS-TRF-SALDO-ORIGEM  TO MOV-SALDO-APOS.
           MOVE ZEROS                TO MOV-NUMERO-ORIGEM.
           MOVE 'N'                  TO MOV-IND-ESTORNO.
      *
           PERFORM 2510-GRAVA-CTAMOV
               THRU 2510-GRAVA-CTAMOV-EXIT.
      *
           MOVE LAN-AGENCIA-DESTINO  TO MOV-AGENCIA.
           MOVE LAN-CONTA-DESTINO    TO MOV-CONTA.
           MOVE LAN-CONTA            TO HTC-CONTA.
           MOVE WS-HISTORICO-TRANSF-CRED TO MOV-HISTORICO.
           MOVE WS-TRF-SALDO-DESTINO TO MOV-SALDO-APOS.
           MOVE ZEROS                TO MOV-NUMERO-ORIGEM.
           MOVE 'N'                  TO MOV-IND-ESTORNO.
      *
           PERFORM 2510-GRAVA-CTAMOV
               THRU 2510-GRAVA-CTAMOV-EXIT.
      *
       2360-GRAVA-MOVS-TRANSF-EXIT.
           EXIT.
      *
      ** ESTORNO DO DEBITO JA POSTADO NA ORIGEM QUANDO A PERNA DE
      ** CREDITO FALHA: DEVOLVE O VALOR AO SALDO DE ORIGEM PARA O
      ** CADASTRO NAO FICAR DEBITADO SEM O CREDITO CORRESPONDENTE (E
      ** A ORIGEM REATIVADA PELO DEBITO VOLTA A FICAR DORMENTE).
      ** NENHUM MOVIMENTO E GRAVADO EM CTAMOV (NEM O DEBITO NEM O
      ** ESTORNO), ENTAO O HISTORICO TAMBEM FICA COMO SE NADA
      ** TIVESSE POSTADO. A VOLTA DA ORIGEM A DORMENTE E REGISTRADA
      ** NO LOG DE ALTERACOES, COMO A REATIVACAO QUE ELA DESFAZ
      *
       2370-ESTORNA-ORIGEM.
      *
               INVALID KEY
                   GO TO 2370-ESTORNA-ORIGEM-EXIT
           END-READ.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           ADD LAN-VALOR TO CTA-SALDO.
      *
           IF WS-ORIGEM-REATIVADA
               MOVE 'D' TO CTA-STATUS
               MOVE WS-TRF-DORMENCIA-ORIGEM TO CTA-DATA-DORMENCIA
               MOVE 'N' TO WS-SW-ORIGEM-REATIVADA
           END-IF.
      *
           REWRITE REG-CTACADM
               INVALID KEY
                   GO TO 2370-ESTORNA-ORIGEM-EXIT
           END-REWRITE.
      *
           IF CTA-STATUS-DORMENTE
               PERFORM 2800-REGISTRA-ALTERACAO
                   THRU 2800-REGISTRA-ALTERACAO-EXIT
           END-IF.
      *
       2370-ESTORNA-ORIGEM-EXIT.
           EXIT.
      ** ATUALIZACAO DO SALDO DA CONTA. O DEBITO E ACEITO ATE O
      ** SALDO FICAR EM MENOS O LIMITE DE CHEQUE ESPECIAL CONTRATADO
      ** (CONTA SEM LIMITE TEM CTA-LIMITE-CREDITO ZERO E SEGUE NA
      ** REGRA ANTIGA), DESCONTADOS OS BLOQUEIOS JUDICIAIS ATIVOS.
      ** CONTA DORMENTE E REATIVADA NA MESMA REGRAVACAO DO SALDO; O
      ** LANCAMENTO REJEITADO NAO REGRAVA E A CONTA SEGUE DORMENTE
      *
       2400-ATUALIZA-SALDO.
      *
           MOVE 'N' TO WS-SW-CONTA-REATIVADA.
      *
           IF LAN-DEBITO
               PERFORM 2380-SOMA-BLOQUEIOS
           ELSE
               ADD LAN-VALOR TO CTA-SALDO
           END-IF.
      *
           IF CTA-STATUS-DORMENTE
               PERFORM 2460-REATIVA-CONTA
                   THRU 2460-REATIVA-CONTA-EXIT
               MOVE 'S' TO WS-SW-CONTA-REATIVADA
           END-IF.
      *
           REWRITE REG-CTACADM
               INVALID KEY
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2400-ATUALIZA-SALDO-EXIT
           END-REWRITE.
      *
           IF WS-CONTA-REATIVADA
               PERFORM 2800-REGISTRA-ALTERACAO
                   THRU 2800-REGISTRA-ALTERACAO-EXIT
           END-IF.
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
      *
           MOVE 'LANCAMENTO EFETIVADO COM SUCESSO' TO DET-SITUACAO.
      *
           IF WS-CONTA-REATIVADA
               ADD 1 TO WS-QTD-REATIVADAS
               MOVE 'EFETIVADO - CONTA DORMENTE REATIVADA'
                   TO DET-SITUACAO
           END-IF.
      *
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITOS.
       2400-ATUALIZA-SALDO-EXIT.
           EXIT.
      *
      ** BLOQUEIO DE UMA CONTA ATIVA OU DORMENTE (PEDIDO, POR
      ** EXEMPLO, PELA AREA DE FRAUDE). A MUDANCA DE STATUS TAMBEM
      ** GRAVA MOVIMENTO DE VALOR ZERO EM CTAMOV PARA APARECER NO
      ** EXTRATO
      *
       2410-BLOQUEIA-CONTA.
      *
           IF NOT CTA-STATUS-ATIVA
               AND NOT CTA-STATUS-DORMENTE
               MOVE 'CONTA NAO ESTA ATIVA'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2410-BLOQUEIA-CONTA-EXIT
           END-IF.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'B' TO CTA-STATUS.
      *
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2410-BLOQUEIA-CONTA-EXIT
           END-REWRITE.
      *
           PERFORM 2800-REGISTRA-ALTERACAO
               THRU 2800-REGISTRA-ALTERACAO-EXIT.
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** DESBLOQUEIO DE UMA CONTA BLOQUEADA, DEVOLVENDO-A AO STATUS
      ** ATIVA OU DORMENTE
      *
       2420-LIBERA-CONTA.
      *
               GO TO 2420-LIBERA-CONTA-EXIT
           END-IF.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
      ** CONTA BLOQUEADA QUANDO ESTAVA DORMENTE AINDA TRAZ A DATA DE
      ** DORMENCIA (SO A MOVIMENTACAO DO CLIENTE A ZERA) E VOLTA A
      ** DORMENTE NA LIBERACAO
      *
           IF CTA-DATA-DORMENCIA NUMERIC
               AND CTA-DATA-DORMENCIA NOT = ZEROS
               MOVE 'D' TO CTA-STATUS
           ELSE
               MOVE 'A' TO CTA-STATUS
           END-IF.
      *
           REWRITE REG-CTACADM
               INVALID KEY
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2420-LIBERA-CONTA-EXIT
           END-REWRITE.
      *
           PERFORM 2800-REGISTRA-ALTERACAO
               THRU 2800-REGISTRA-ALTERACAO-EXIT.
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2430-ENCERRA-CONTA-EXIT
           END-IF.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'I'      TO CTA-STATUS.
           MOVE LAN-DATA TO CTA-DATA-ENCERRAMENTO.
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2430-ENCERRA-CONTA-EXIT
           END-REWRITE.
      *
           PERFORM 2800-REGISTRA-ALTERACAO
               THRU 2800-REGISTRA-ALTERACAO-EXIT.
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
      *
           MOVE 'F' TO WS-EVENTO-CCS.
           PERFORM 2280-REGISTRA-EVENTOS-CCS
               THRU 2280-REGISTRA-EVENTOS-CCS-EXIT.
      *
           MOVE 'CONTA ENCERRADA COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2440-ALTERA-LIMITE-EXIT
           END-IF.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE LAN-VALOR TO CTA-LIMITE-CREDITO.
      *
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2440-ALTERA-LIMITE-EXIT
           END-REWRITE.
      *
           PERFORM 2800-REGISTRA-ALTERACAO
               THRU 2800-REGISTRA-ALTERACAO-EXIT.
      *
           PERFORM 2500-GRAVA-MOVIMENTO
               THRU 2500-GRAVA-MOVIMENTO-EXIT.
       2440-ALTERA-LIMITE-EXIT.
           EXIT.
      *
      ** ESTORNO POR REFERENCIA ('R'): DESFAZ UM DEBITO OU CREDITO JA
      ** POSTADO, IDENTIFICADO PELO NUMERO DO MOVIMENTO EM
      ** LAN-MOV-ORIGINAL. O ORIGINAL PRECISA EXISTIR NO INDICE DE
      ** MOVIMENTOS (CTAMVX), NAO PODE JA ESTAR ESTORNADO NEM SER ELE
      ** MESMO UM ESTORNO, E TEM DE SER DA AGENCIA/CONTA E DO VALOR
      ** DO LANCAMENTO. O ESTORNO DE UM CREDITO DEBITA A CONTA E
      ** OBEDECE A MESMA REGRA DE SALDO DISPONIVEL DO DEBITO. NA
      ** ENTRADA DESTE PARAGRAFO A CONTA JA ESTA EM REG-CTACADM
      *
       2450-ESTORNA-MOVIMENTO.
      *
           IF LAN-MOV-ORIGINAL NOT NUMERIC
               OR LAN-MOV-ORIGINAL = ZERO
               MOVE 'NUMERO DO MOVIMENTO ORIGINAL INVALIDO'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
           MOVE LAN-MOV-ORIGINAL TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   MOVE 'MOVIMENTO ORIGINAL NAO ENCONTRADO'
                       TO DET-SITUACAO
                   PERFORM 2600-REJEITA-LANCAMENTO
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-READ.
      *
           IF MVX-ESTORNADO
               MOVE 'MOVIMENTO ORIGINAL JA ESTORNADO'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
           IF MVX-E-ESTORNO
               OR (MVX-TIPO NOT = 'D' AND MVX-TIPO NOT = 'C')
               MOVE 'MOVIMENTO ORIGINAL NAO ESTORNAVEL'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
           IF MVX-AGENCIA NOT = LAN-AGENCIA
               OR MVX-CONTA NOT = LAN-CONTA
               MOVE 'CONTA DIFERE DO MOVIMENTO ORIGINAL'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
           IF MVX-VALOR NOT = LAN-VALOR
               MOVE 'VALOR DIFERE DO MOVIMENTO ORIGINAL'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
      ** SENTIDO DO ESTORNO: CONTRARIO AO DO MOVIMENTO ORIGINAL
      *
           IF MVX-TIPO = 'C'
               MOVE 'D' TO WS-EST-TIPO
           ELSE
               MOVE 'C' TO WS-EST-TIPO
           END-IF.
      *
           IF WS-EST-DEBITO
               PERFORM 2380-SOMA-BLOQUEIOS
                   THRU 2380-SOMA-BLOQUEIOS-EXIT
           ELSE
               MOVE ZEROS TO WS-VALOR-BLOQUEADO
           END-IF.
      *
      ** REGISTRO ANTERIOR A CRIACAO DO LIMITE AINDA TRAZ BRANCOS
      ** NO ESPACO DO EX-FILLER; O CAMPO E SANEADO PARA ZERO ANTES
      ** DA CONTA
      *
           IF CTA-LIMITE-CREDITO NOT NUMERIC
               MOVE ZEROS TO CTA-LIMITE-CREDITO
           END-IF.
      *
           COMPUTE WS-SALDO-DISPONIVEL =
               CTA-SALDO + CTA-LIMITE-CREDITO - WS-VALOR-BLOQUEADO.
      *
           IF WS-EST-DEBITO AND WS-SALDO-DISPONIVEL < LAN-VALOR
               MOVE 'SALDO INSUFICIENTE PARA O ESTORNO'
                   TO DET-SITUACAO
               PERFORM 2600-REJEITA-LANCAMENTO
                   THRU 2600-REJEITA-LANCAMENTO-EXIT
               GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-IF.
      *
           IF WS-EST-DEBITO
               SUBTRACT LAN-VALOR FROM CTA-SALDO
           ELSE
               ADD LAN-VALOR TO CTA-SALDO
           END-IF.
      *
           REWRITE REG-CTACADM
               INVALID KEY
                   MOVE 'FALHA NA ATUALIZACAO DO SALDO'
                       TO DET-SITUACAO
                   PERFORM 2600-REJEITA-LANCAMENTO
                       THRU 2600-REJEITA-LANCAMENTO-EXIT
                   GO TO 2450-ESTORNA-MOVIMENTO-EXIT
           END-REWRITE.
      *
      ** MOVIMENTO DE ESTORNO EM CTAMOV: SAI COMO 'D' OU 'C' (A
      ** CONCILIACAO E O EXTRATO TRATAM O SALDO SEM MUDANCA), MARCADO
      ** COMO ESTORNO E COM O NUMERO DO ORIGINAL
      *
           MOVE LAN-AGENCIA      TO MOV-AGENCIA.
           MOVE LAN-CONTA        TO MOV-CONTA.
           MOVE LAN-DATA         TO MOV-DATA.
           MOVE WS-EST-TIPO      TO MOV-TIPO.
           MOVE LAN-VALOR        TO MOV-VALOR.
           MOVE LAN-MOV-ORIGINAL TO HES-NUMERO.
           MOVE WS-HISTORICO-ESTORNO TO MOV-HISTORICO.
           MOVE CTA-SALDO        TO MOV-SALDO-APOS.
           MOVE LAN-MOV-ORIGINAL TO MOV-NUMERO-ORIGEM.
           MOVE 'S'              TO MOV-IND-ESTORNO.
      *
           PERFORM 2510-GRAVA-CTAMOV
               THRU 2510-GRAVA-CTAMOV-EXIT.
      *
           MOVE WS-NUMERO-MOV TO WS-EST-NUMERO.
      *
      ** MARCA O ORIGINAL COMO ESTORNADO (RELIDO PORQUE A AREA DO
      ** REGISTRO FICOU COM O INDICE DO PROPRIO ESTORNO). O ESTORNO
      ** JA ESTA POSTADO E GRAVADO; A FALHA NA MARCACAO E APONTADA
      ** NO RELATORIO E NO RETURN-CODE DO PASSO (2530)
      *
           MOVE LAN-MOV-ORIGINAL TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTAMVX-OK
               MOVE 'E'           TO MVX-SITUACAO
               MOVE WS-EST-NUMERO TO MVX-NUMERO-REFERENCIA
               MOVE LAN-DATA      TO MVX-DATA-ESTORNO
               REWRITE REG-CTAMVX
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
           END-IF.
      *
           MOVE 'ESTORNO EFETIVADO COM SUCESSO' TO DET-SITUACAO.
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-ACEITOS.
      *
       2450-ESTORNA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** REATIVACAO DE CONTA DORMENTE PELO PRIMEIRO DEBITO OU CREDITO
      ** DO CLIENTE; O REGISTRO E REGRAVADO PELO CHAMADOR JUNTO COM
      ** O SALDO, QUE DEPOIS DA REGRAVACAO REGISTRA A REATIVACAO NO
      ** LOG DE ALTERACOES COM A IMAGEM GUARDADA AQUI
      *
       2460-REATIVA-CONTA.
      *
           MOVE REG-CTACADM TO WS-ALT-IMAGEM-ANTES.
      *
           MOVE 'A'   TO CTA-STATUS.
           MOVE ZEROS TO CTA-DATA-DORMENCIA.
      *
       2460-REATIVA-CONTA-EXIT.
           EXIT.
      *
      ** GRAVACAO DO HISTORICO DE MOVIMENTO
      *
       2500-GRAVA-MOVIMENTO.
           MOVE LAN-VALOR     TO MOV-VALOR.
           MOVE LAN-HISTORICO TO MOV-HISTORICO.
           MOVE CTA-SALDO     TO MOV-SALDO-APOS.
           MOVE ZEROS         TO MOV-NUMERO-ORIGEM.
           MOVE 'N'           TO MOV-IND-ESTORNO.
      *
           PERFORM 2510-GRAVA-CTAMOV
               THRU 2510-GRAVA-CTAMOV-EXIT.
      *
       2500-GRAVA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UM MOVIMENTO JA MONTADO EM REG-CTAMOV: ATRIBUI O
      ** NUMERO UNICO DO MOVIMENTO, REGISTRA-O NO INDICE DE
      ** MOVIMENTOS (CTAMVX) E GRAVA O CTAMOV. QUANDO ESTE PARAGRAFO
      ** RODA O SALDO JA FOI REGRAVADO, ENTAO O CTAMOV E SEMPRE
      ** GRAVADO: SE A NUMERACAO OU O REGISTRO NO INDICE FALHAR, O
      ** MOVIMENTO SAI SEM NUMERO (NAO PODE SER ESTORNADO POR
      ** REFERENCIA) E A FALHA E APONTADA (2530)
      *
       2510-GRAVA-CTAMOV.
      *
           PERFORM 2520-NUMERA-MOVIMENTO
               THRU 2520-NUMERA-MOVIMENTO-EXIT.
      *
           MOVE WS-NUMERO-MOV     TO MOV-NUMERO.
      *
           IF WS-NUMERO-MOV = ZEROS
               WRITE REG-CTAMOV
               GO TO 2510-GRAVA-CTAMOV-EXIT
           END-IF.
      *
           MOVE SPACES            TO MVX-DADOS.
           MOVE MOV-NUMERO        TO MVX-NUMERO.
           MOVE MOV-AGENCIA       TO MVX-AGENCIA.
           MOVE MOV-CONTA         TO MVX-CONTA.
           MOVE MOV-DATA          TO MVX-DATA.
           MOVE MOV-TIPO          TO MVX-TIPO.
           MOVE MOV-VALOR         TO MVX-VALOR.
           MOVE MOV-HISTORICO     TO MVX-HISTORICO.
           MOVE MOV-NUMERO-ORIGEM TO MVX-NUMERO-REFERENCIA.
           MOVE ZEROS             TO MVX-DATA-ESTORNO.
      *
           IF MOV-ESTORNO
               MOVE 'R' TO MVX-SITUACAO
           ELSE
               MOVE 'N' TO MVX-SITUACAO
           END-IF.
      *
           WRITE REG-CTAMVX
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               MOVE ZEROS TO WS-NUMERO-MOV
               MOVE ZEROS TO MOV-NUMERO
           END-IF.
      *
           WRITE REG-CTAMOV.
      *
       2510-GRAVA-CTAMOV-EXIT.
           EXIT.
      *
      ** NUMERACAO DO MOVIMENTO: SOMA 1 AO ULTIMO NUMERO ATRIBUIDO,
      ** GUARDADO NO REGISTRO DE CONTROLE DO CTAMVX (CHAVE ZERO). NA
      ** PRIMEIRA GRAVACAO O REGISTRO DE CONTROLE E CRIADO. FALHA DE
      ** ACESSO AO REGISTRO DE CONTROLE DEVOLVE O NUMERO ZERO
      *
       2520-NUMERA-MOVIMENTO.
      *
           MOVE ZEROS TO WS-NUMERO-MOV.
           MOVE ZEROS TO MVX-NUMERO.
      *
           READ CTAMVX
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTAMVX-NAO-ENCONTRADO
               MOVE SPACES TO MVX-DADOS-CONTROLE
               MOVE ZEROS  TO MVX-CTL-ULTIMO-NUMERO
               WRITE REG-CTAMVX
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               GO TO 2520-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           ADD 1 TO MVX-CTL-ULTIMO-NUMERO.
      *
           REWRITE REG-CTAMVX
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *
           IF NOT WS-CTAMVX-OK
               PERFORM 2530-FALHA-INDICE
                   THRU 2530-FALHA-INDICE-EXIT
               GO TO 2520-NUMERA-MOVIMENTO-EXIT
           END-IF.
      *
           MOVE MVX-CTL-ULTIMO-NUMERO TO WS-NUMERO-MOV.
      *
       2520-NUMERA-MOVIMENTO-EXIT.
           EXIT.
      *
      ** FALHA DE ACESSO AO INDICE DE MOVIMENTOS: LINHA NO RELATORIO
      ** COM O NUMERO DO MOVIMENTO (ZERO NO REGISTRO DE CONTROLE) E
      ** O FILE STATUS. O PASSO TERMINA COM RETURN-CODE 8 PARA O
      ** INDICE SER ACERTADO ANTES DO PROXIMO ESTORNO POR REFERENCIA
      *
       2530-FALHA-INDICE.
      *
           MOVE MVX-NUMERO       TO FIX-NUMERO.
           MOVE WS-CTAMVX-STATUS TO FIX-STATUS.
      *
           WRITE REG-CCLANRPT FROM WS-LINHA-FALHA-INDICE.
      *
           ADD 1 TO WS-QTD-FALHAS-INDICE.
      *
       2530-FALHA-INDICE-EXIT.
           EXIT.
      *
      ** REJEICAO DE UM LANCAMENTO: ALEM DA LINHA NO RELATORIO, O
      ** DETALHE REJEITADO VAI PARA O ARQUIVO DE PENDENCIAS (CTAPND)
      ** COM O REGISTRO ORIGINAL, O LOTE, A DATA E O MOTIVO, PARA O
      ** BACK OFFICE CORRIGIR E REAPRESENTAR (CCPNDMNT/CCPNDLIB). A
      ** CHAVE E O ID DO LOTE MAIS A POSICAO DO DETALHE NO LOTE
      *
       2600-REJEITA-LANCAMENTO.
      *
           PERFORM 2700-GRAVA-LINHA
               THRU 2700-GRAVA-LINHA-EXIT.
           ADD 1 TO WS-QTD-REJEITADOS.
      *
           MOVE SPACES                TO REG-CTAPND.
           MOVE WS-LOTE-ID            TO PND-LOTE-ID.
           MOVE WS-QTD-LIDOS          TO PND-SEQUENCIA.
           MOVE WS-LOTE-ORIGEM        TO PND-LOTE-ORIGEM.
           MOVE WS-LOTE-DATA-MOV      TO PND-DATA-MOVIMENTO.
           MOVE WS-DATA-PROCESSAMENTO TO PND-DATA-REJEICAO.
           MOVE DET-SITUACAO          TO PND-DESCRICAO-MOTIVO.
           MOVE REG-CTALANC           TO PND-LANCAMENTO.
           MOVE 'P'                   TO PND-SITUACAO.
           MOVE WS-DATA-PROCESSAMENTO TO PND-DATA-SITUACAO.
      *
           PERFORM 2610-CLASSIFICA-MOTIVO
               THRU 2610-CLASSIFICA-MOTIVO-EXIT.
      *
           WRITE REG-CTAPND
               INVALID KEY
                   MOVE 'FALHA NA GRAVACAO DA PENDENCIA'
                       TO DET-SITUACAO
                   PERFORM 2700-GRAVA-LINHA
                       THRU 2700-GRAVA-LINHA-EXIT
           END-WRITE.
      *
       2600-REJEITA-LANCAMENTO-EXIT.
           EXIT.
      *
      ** MOTIVO PADRONIZADO DA PENDENCIA, A PARTIR DA SITUACAO DA
      ** REJEICAO (VIDE OS 88 DE PND-MOTIVO NO CTAPND). SITUACAO NAO
      ** PREVISTA AQUI CAI NO MOTIVO DE LANCAMENTO MALFORMADO
      *
       2610-CLASSIFICA-MOTIVO.
      *
           EVALUATE DET-SITUACAO
               WHEN 'AGENCIA NAO CADASTRADA'
               WHEN 'AGENCIA NAO ESTA ATIVA'
               WHEN 'AGENCIA DE DESTINO NAO CADASTRADA'
               WHEN 'AGENCIA DE DESTINO NAO ESTA ATIVA'
                   MOVE '01' TO PND-MOTIVO
               WHEN 'NUMERO DE CONTA INVALIDO'
               WHEN 'DIGITO DA CONTA NAO CONFERE'
               WHEN 'NUMERO DE CONTA DE DESTINO INVALIDO'
               WHEN 'DIGITO DA CONTA DE DESTINO NAO CONFERE'
                   MOVE '02' TO PND-MOTIVO
               WHEN 'CONTA NAO CADASTRADA'
               WHEN 'CONTA DE DESTINO NAO CADASTRADA'
                   MOVE '03' TO PND-MOTIVO
               WHEN 'CONTA NAO ESTA ATIVA'
               WHEN 'CONTA DE ORIGEM NAO ESTA ATIVA'
               WHEN 'CONTA DE DESTINO NAO ESTA ATIVA'
                   MOVE '04' TO PND-MOTIVO
               WHEN 'SALDO INSUFICIENTE PARA O DEBITO'
               WHEN 'SALDO INSUFICIENTE PARA A TRANSFERENCIA'
               WHEN 'SALDO INSUFICIENTE PARA O ESTORNO'
                   MOVE '05' TO PND-MOTIVO
               WHEN 'TITULAR NAO CADASTRADO'
                   MOVE '06' TO PND-MOTIVO
               WHEN 'NUMERO DO MOVIMENTO ORIGINAL INVALIDO'
               WHEN 'MOVIMENTO ORIGINAL NAO ENCONTRADO'
               WHEN 'MOVIMENTO ORIGINAL JA ESTORNADO'
               WHEN 'MOVIMENTO ORIGINAL NAO ESTORNAVEL'
               WHEN 'CONTA DIFERE DO MOVIMENTO ORIGINAL'
               WHEN 'VALOR DIFERE DO MOVIMENTO ORIGINAL'
                   MOVE '08' TO PND-MOTIVO
               WHEN 'FALHA NA RELEITURA DA CONTA DE ORIGEM'
               WHEN 'FALHA NA ATUALIZACAO DO SALDO DE ORIGEM'
               WHEN 'FALHA RELEITURA DO DESTINO - ESTORNADA'
               WHEN 'FALHA NO CREDITO DO DESTINO - ESTORNADA'
               WHEN 'FALHA NA ATUALIZACAO DO SALDO'
               WHEN 'FALHA NA ATUALIZACAO DO CADASTRO'
                   MOVE '09' TO PND-MOTIVO
               WHEN 'CONTA JA CADASTRADA'
               WHEN 'CONTA NAO ESTA BLOQUEADA'
               WHEN 'CONTA JA ENCERRADA'
               WHEN 'CONTA COM SALDO - ENCERRAMENTO NEGADO'
                   MOVE '10' TO PND-MOTIVO
               WHEN OTHER
                   MOVE '07' TO PND-MOTIVO
           END-EVALUATE.
      *
       2610-CLASSIFICA-MOTIVO-EXIT.
           EXIT.
      *
      ** GRAVACAO DE UMA LINHA NO RELATORIO
      *
       2700-GRAVA-LINHA.
       2700-GRAVA-LINHA-EXIT.
           EXIT.
      *
      ** REGISTRO DA MUDANCA DE STATUS (INCLUSIVE A REATIVACAO DE
      ** CONTA DORMENTE) OU DE LIMITE DA CONTA NO LOG DE
      ** ALTERACOES, COM A IMAGEM DO CADASTRO ANTES E DEPOIS, O TIPO
      ** DO LANCAMENTO E A ORIGEM (SISTEMA, LOTE E POSICAO DO DETALHE
      ** NO LOTE)
      *
       2800-REGISTRA-ALTERACAO.
      *
           MOVE SPACES TO REG-CCALTLOG.
      *
           ACCEPT ALT-DATA FROM DATE YYYYMMDD.
           ACCEPT ALT-HORA FROM TIME.
      *
           MOVE 'CTACADM'           TO ALT-ARQUIVO.
           MOVE CTA-CHAVE           TO ALT-CHAVE.
           MOVE 'A'                 TO ALT-OPERACAO.
           MOVE LAN-TIPO            TO ALT-FUNCAO.
           MOVE 'CCLANCTO'          TO ALT-PROGRAMA.
           MOVE WS-LOTE-ORIGEM      TO ALT-SISTEMA-ORIGEM.
           MOVE WS-LOTE-ID          TO ALT-ORIGEM-ID.
           MOVE WS-QTD-LIDOS        TO ALT-ORIGEM-SEQ.
           MOVE WS-ALT-IMAGEM-ANTES TO ALT-IMAGEM-ANTES.
           MOVE REG-CTACADM         TO ALT-IMAGEM-DEPOIS.
      *
           WRITE REG-CCALTLOG.
      *
       2800-REGISTRA-ALTERACAO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
           MOVE WS-QTD-REJEITADOS TO TOT-REJEITADOS.
      *
           WRITE REG-CCLANRPT FROM WS-LINHA-TOTAIS.
      *
           MOVE WS-QTD-REATIVADAS TO TOT-REATIVADAS.
           WRITE REG-CCLANRPT FROM WS-LINHA-REATIVADAS.
      *
           MOVE WS-QTD-EVENTOS-CCS TO TOT-EVENTOS-CCS.
           WRITE REG-CCLANRPT FROM WS-LINHA-EVENTOS-CCS.
      *
           MOVE WS-QTD-FALHAS-INDICE TO TOT-FALHAS-INDICE.
           WRITE REG-CCLANRPT FROM WS-LINHA-FALHAS-INDICE.
      *
           IF WS-LOTE-VALIDO
               PERFORM 9100-REGISTRA-LOTE
               CLOSE AGCADM
               CLOSE CTATIT
               CLOSE CTABLQ
               CLOSE CTAMVX
               CLOSE CTAPND
               CLOSE CCSLOG
               CLOSE CCALTLOG
           END-IF.
      *
           CLOSE CCLANRPT.
           CLOSE CTALOTCT.
      *
           IF WS-LOTE-VALIDO
               PERFORM 9900-ENCERRA-EXECUCAO
                   THRU 9900-ENCERRA-EXECUCAO-EXIT
           ELSE
               MOVE WS-RC-CONTROLE TO RETURN-CODE
           END-IF.
      *
           IF WS-QTD-FALHAS-INDICE > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
           MOVE WS-QTD-DETALHES       TO LOT-QTD-LANCAMENTOS.
           MOVE WS-SOMA-DEBITOS       TO LOT-SOMA-DEBITOS.
           MOVE WS-SOMA-CREDITOS      TO LOT-SOMA-CREDITOS.
           MOVE WS-SOMA-ESTORNOS      TO LOT-SOMA-ESTORNOS.
      *
           WRITE REG-CTALOTE
               INVALID KEY
      *
       9100-REGISTRA-LOTE-EXIT.
           EXIT.
      *
      ** FIM DO PASSO NO CONTROLE DA CADEIA, COM AS CONTAGENS DA
      ** EXECUCAO DO LOTE
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
       END PROGRAM CCLANCTO.
