      ****************************************************************
      * PROGRAM: CCEXECTL                                            *
      *                                                              *
      * DESCRIPTION: CONTROLE DE EXECUCAO DA CADEIA NOTURNA DO BANCO *
      *              FUTURE SCHOOL. CHAMADA POR CADA PASSO DA CADEIA *
      *              NO INICIO ('I') E NO FIM ('F') DA EXECUCAO. NO  *
      *              INICIO RECUSA O PASSO (RETURN-CODE DIFERENTE DE *
      *              ZERO) QUANDO ALGUM PASSO PRE-REQUISITO NAO ESTA *
      *              CONCLUIDO NA DATA DE NEGOCIO, OU QUANDO O       *
      *              PROPRIO PASSO JA FOI CONCLUIDO (OU FICOU        *
      *              INTERROMPIDO) NELA, SALVO REEXECUCAO AUTORIZADA *
      *              NO CCEXEPRM;                                    *
      *              LIBERADO, GRAVA O PASSO EM EXECUCAO NO CTAEXE.  *
      *              NO FIM, MARCA O PASSO CONCLUIDO COM A DATA/HORA *
      *              E AS CONTAGENS INFORMADAS PELO CHAMADOR         *
      *                                                              *
      *              ORDEM DA CADEIA (PASSO: PRE-REQUISITOS):        *
      *                CCDEBAUT, CCTEDREC: NENHUM                    *
      *                CCLANCTO: CCDEBAUT E CCTEDREC                 *
      *                CCRECSLD, CCCTBGER, CCCOAFRL: CCLANCTO        *
      *                CCJURTAR (FIM DE MES): CCLANCTO               *
      *                CCMOVARC (FIM DE MES): CCRECSLD, CCCTBGER,    *
      *                  CCCOAFRL E CCJURTAR                         *
      *              O PRE-REQUISITO SO ESTA CONCLUIDO QUANDO TODAS  *
      *              AS SUAS EXECUCOES NA DATA (NO CCLANCTO, UMA POR *
      *              LOTE) ESTAO CONCLUIDAS                          *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * ENTRY PARAMETERS                                             *
      *   LKS-CTL-FUNCAO        'I' INICIO OU 'F' FIM DO PASSO       *
      *   LKS-CTL-PASSO         NOME DO PROGRAMA DO PASSO            *
      *   LKS-CTL-DATA-NEGOCIO  DATA DE NEGOCIO (ZERO = A DO         *
      *                         CCEXEPRM OU, SEM ELA, A DO SISTEMA;  *
      *                         DEVOLVIDA PREENCHIDA)                *
      *   LKS-CTL-LOTE-ID       LOTE (SO NO CCLANCTO)                *
      *   LKS-CTL-QTD-...       CONTAGENS DO PASSO (SO NO FIM)       *
      *                                                              *
      * INPUT                                                       *
      *   CCEXEPRM   PARAMETRO DO PASSO: DATA DE NEGOCIO E 'S' PARA  *
      *               AUTORIZAR A REEXECUCAO (DUMMY NO DIA A DIA)    *
      *                                                              *
      * OUTPUT                                                       *
      *   CTAEXE     CONTROLE DE EXECUCAO (INDEXADO POR EXE-CHAVE)   *
      *   RETURN-CODE  00 LIBERADO/REGISTRADO                        *
      *                10 PRE-REQUISITO NAO CONCLUIDO NA DATA        *
      *                20 PASSO JA CONCLUIDO NA DATA                 *
      *                30 EXECUCAO ANTERIOR INTERROMPIDA NA DATA     *
      *                40 CHAMADA INVALIDA                           *
      *                90 FALHA DE ACESSO AO CTAEXE                  *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCEXECTL.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. CONTROLE DE EXECUCAO DA CADEIA NOTURNA.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCEXEPRM ASSIGN TO CCEXEPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTAEXE ASSIGN TO CTAEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WS-CTAEXE-STATUS.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCEXEPRM
           RECORDING MODE IS F.
       01 REG-CCEXEPRM.
           05 PRM-DATA-NEGOCIO      PIC 9(08).
           05 PRM-REEXECUCAO        PIC X(01).
           05 FILLER                PIC X(71).
      *
       FD  CTAEXE
           RECORDING MODE IS F.
       COPY CTAEXE.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-PASSO-INICIADO  PIC X(01) VALUE 'N'.
               88 WS-PASSO-INICIADO            VALUE 'S'.
           05 WS-SW-PASSO-ACHADO    PIC X(01) VALUE 'N'.
               88 WS-PASSO-ACHADO              VALUE 'S'.
           05 WS-SW-FIM-VARREDURA   PIC X(01) VALUE 'N'.
               88 WS-FIM-VARREDURA             VALUE 'S'.
           05 WS-SW-REEXECUCAO      PIC X(01) VALUE 'N'.
               88 WS-REEXECUCAO-AUTORIZADA     VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTAEXE-STATUS      PIC X(02) VALUE '00'.
               88 WS-CTAEXE-OK                    VALUE '00'.
               88 WS-CTAEXE-NAO-ENCONTRADO         VALUE '23'.
      *
       01 WS-CONTADORES.
           05 WS-QTD-PRE-CONCLUIDOS PIC 9(05) VALUE ZEROS.
           05 WS-QTD-PRE-PENDENTES  PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-CARTAO            PIC 9(08) VALUE ZEROS.
       01 WS-PREREQUISITO           PIC X(08) VALUE SPACES.
       01 WS-RC-CONTROLE            PIC 9(02) VALUE ZEROS.
      *
       01 WS-MENSAGEM.
           05 WS-MSG-TEXTO          PIC X(40) VALUE SPACES.
           05 WS-MSG-COMPLEMENTO    PIC X(20) VALUE SPACES.
      *
      ** CHAVE DO PASSO INICIADO NESTE RUN UNIT, GUARDADA DO INICIO
      ** PARA O FIM
      *
       01 WS-CHAVE-EXECUCAO.
           05 WS-CHV-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
           05 WS-CHV-PASSO          PIC X(08) VALUE SPACES.
           05 WS-CHV-LOTE-ID        PIC X(10) VALUE SPACES.
      *
      ** PASSOS DA CADEIA E SEUS PRE-REQUISITOS (ATE QUATRO)
      *
       01 WS-TABELA-PASSOS-DADOS.
           05 FILLER                PIC X(08) VALUE 'CCDEBAUT'.
           05 FILLER                PIC X(32) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'CCTEDREC'.
           05 FILLER                PIC X(32) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'CCLANCTO'.
           05 FILLER                PIC X(32) VALUE
               'CCDEBAUTCCTEDREC'.
           05 FILLER                PIC X(08) VALUE 'CCRECSLD'.
           05 FILLER                PIC X(32) VALUE 'CCLANCTO'.
           05 FILLER                PIC X(08) VALUE 'CCCTBGER'.
           05 FILLER                PIC X(32) VALUE 'CCLANCTO'.
           05 FILLER                PIC X(08) VALUE 'CCCOAFRL'.
           05 FILLER                PIC X(32) VALUE 'CCLANCTO'.
           05 FILLER                PIC X(08) VALUE 'CCJURTAR'.
           05 FILLER                PIC X(32) VALUE 'CCLANCTO'.
           05 FILLER                PIC X(08) VALUE 'CCMOVARC'.
           05 FILLER                PIC X(32) VALUE
               'CCRECSLDCCCTBGERCCCOAFRLCCJURTAR'.
      *
       01 WS-TABELA-PASSOS REDEFINES WS-TABELA-PASSOS-DADOS.
           05 WS-PASSO-ENT OCCURS 8 TIMES
                           INDEXED BY WS-IDX-PAS.
               10 WS-PAS-NOME       PIC X(08).
               10 WS-PAS-PREREQ     PIC X(08) OCCURS 4 TIMES
                                    INDEXED BY WS-IDX-PRE.
      *
       LINKAGE SECTION.
       01 LKS-PARM-CONTROLE.
           05 LKS-CTL-FUNCAO        PIC X(01).
               88 LKS-CTL-INICIO               VALUE 'I'.
               88 LKS-CTL-FIM                  VALUE 'F'.
           05 LKS-CTL-PASSO         PIC X(08).
           05 LKS-CTL-DATA-NEGOCIO  PIC 9(08).
           05 LKS-CTL-LOTE-ID       PIC X(10).
           05 LKS-CTL-QTD-LIDOS     PIC 9(09).
           05 LKS-CTL-QTD-PROCESSADOS PIC 9(09).
           05 LKS-CTL-QTD-OCORRENCIAS PIC 9(09).
      *
      ********************** PROCEDURE DIVISION *********************
      *
       PROCEDURE DIVISION USING LKS-PARM-CONTROLE.
      *
       0000-MAINLINE.
      *
           MOVE ZEROS  TO WS-RC-CONTROLE.
           MOVE SPACES TO WS-MENSAGEM.
      *
           EVALUATE TRUE
               WHEN LKS-CTL-INICIO
                   PERFORM 1000-INICIA-PASSO
                       THRU 1000-INICIA-PASSO-EXIT
               WHEN LKS-CTL-FIM
                   PERFORM 2000-ENCERRA-PASSO
                       THRU 2000-ENCERRA-PASSO-EXIT
               WHEN OTHER
                   MOVE 40 TO WS-RC-CONTROLE
                   MOVE 'FUNCAO INVALIDA NA CHAMADA' TO WS-MSG-TEXTO
           END-EVALUATE.
      *
           IF WS-RC-CONTROLE NOT = ZERO
               PERFORM 8000-EXIBE-RECUSA
                   THRU 8000-EXIBE-RECUSA-EXIT
           END-IF.
      *
           MOVE WS-RC-CONTROLE TO RETURN-CODE.
      *
           GOBACK.
      *
      ** INICIO DO PASSO: DEFINE A DATA DE NEGOCIO, CONFERE OS
      ** PRE-REQUISITOS E REGISTRA O PASSO EM EXECUCAO
      *
       1000-INICIA-PASSO.
      *
           PERFORM 1100-LER-PARAMETRO
               THRU 1100-LER-PARAMETRO-EXIT.
      *
           IF LKS-CTL-DATA-NEGOCIO = ZERO
               IF WS-DATA-CARTAO NOT = ZERO
                   MOVE WS-DATA-CARTAO TO LKS-CTL-DATA-NEGOCIO
               ELSE
                   ACCEPT LKS-CTL-DATA-NEGOCIO FROM DATE YYYYMMDD
               END-IF
           END-IF.
      *
           MOVE 'N' TO WS-SW-PASSO-ACHADO.
      *
           PERFORM 1150-PROCURA-PASSO
               THRU 1150-PROCURA-PASSO-EXIT
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS > 8
                   OR WS-PASSO-ACHADO.
      *
           IF NOT WS-PASSO-ACHADO
               MOVE 40 TO WS-RC-CONTROLE
               MOVE 'PASSO NAO PREVISTO NA CADEIA'
                   TO WS-MSG-TEXTO
               GO TO 1000-INICIA-PASSO-EXIT
           END-IF.
      *
      ** O VARYING AVANCA O INDICE UMA VEZ ALEM DO PASSO ACHADO
      *
           SET WS-IDX-PAS DOWN BY 1.
      *
           OPEN I-O CTAEXE.
      *
           IF NOT WS-CTAEXE-OK
               MOVE 90 TO WS-RC-CONTROLE
               MOVE 'FALHA NA ABERTURA DO CTAEXE - STATUS'
                   TO WS-MSG-TEXTO
               MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
               GO TO 1000-INICIA-PASSO-EXIT
           END-IF.
      *
           PERFORM 1200-VERIFICA-PREREQUISITO
               THRU 1200-VERIFICA-PREREQUISITO-EXIT
               VARYING WS-IDX-PRE FROM 1 BY 1
               UNTIL WS-IDX-PRE > 4
                   OR WS-RC-CONTROLE NOT = ZERO.
      *
           IF WS-RC-CONTROLE = ZERO
               PERFORM 1300-REGISTRA-INICIO
                   THRU 1300-REGISTRA-INICIO-EXIT
           END-IF.
      *
           CLOSE CTAEXE.
      *
       1000-INICIA-PASSO-EXIT.
           EXIT.
      *
      ** LEITURA DO CCEXEPRM: DATA DE NEGOCIO PARA O PASSO QUE NAO A
      ** TEM NO PROPRIO PARAMETRO E AUTORIZACAO DE REEXECUCAO ('S')
      *
       1100-LER-PARAMETRO.
      *
           MOVE ZEROS TO WS-DATA-CARTAO.
           MOVE 'N'   TO WS-SW-REEXECUCAO.
      *
           OPEN INPUT CCEXEPRM.
      *
           READ CCEXEPRM
               AT END
                   MOVE ZEROS  TO PRM-DATA-NEGOCIO
                   MOVE SPACES TO PRM-REEXECUCAO
           END-READ.
      *
           MOVE PRM-DATA-NEGOCIO TO WS-DATA-CARTAO.
      *
           IF PRM-REEXECUCAO = 'S'
               MOVE 'S' TO WS-SW-REEXECUCAO
           END-IF.
      *
           CLOSE CCEXEPRM.
      *
       1100-LER-PARAMETRO-EXIT.
           EXIT.
      *
       1150-PROCURA-PASSO.
      *
           IF WS-PAS-NOME(WS-IDX-PAS) = LKS-CTL-PASSO
               MOVE 'S' TO WS-SW-PASSO-ACHADO
           END-IF.
      *
       1150-PROCURA-PASSO-EXIT.
           EXIT.
      *
      ** UM PRE-REQUISITO: TODAS AS EXECUCOES DELE NA DATA (CHAVE
      ** DATA + PASSO, QUALQUER LOTE) PRECISAM ESTAR CONCLUIDAS, E
      ** TEM DE HAVER PELO MENOS UMA
      *
       1200-VERIFICA-PREREQUISITO.
      *
           IF WS-PAS-PREREQ(WS-IDX-PAS, WS-IDX-PRE) = SPACES
               GO TO 1200-VERIFICA-PREREQUISITO-EXIT
           END-IF.
      *
           MOVE WS-PAS-PREREQ(WS-IDX-PAS, WS-IDX-PRE)
               TO WS-PREREQUISITO.
      *
           MOVE ZEROS TO WS-QTD-PRE-CONCLUIDOS.
           MOVE ZEROS TO WS-QTD-PRE-PENDENTES.
           MOVE 'N'   TO WS-SW-FIM-VARREDURA.
      *
           MOVE LKS-CTL-DATA-NEGOCIO TO EXE-DATA-NEGOCIO.
           MOVE WS-PREREQUISITO      TO EXE-PASSO.
           MOVE LOW-VALUES           TO EXE-LOTE-ID.
      *
           START CTAEXE KEY NOT < EXE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIM-VARREDURA
           END-START.
      *
           PERFORM 1210-LER-PREREQUISITO
               THRU 1210-LER-PREREQUISITO-EXIT
               UNTIL WS-FIM-VARREDURA.
      *
           IF WS-QTD-PRE-CONCLUIDOS = ZERO
               OR WS-QTD-PRE-PENDENTES > ZERO
               MOVE 10 TO WS-RC-CONTROLE
               MOVE 'PRE-REQUISITO NAO CONCLUIDO NA DATA:'
                   TO WS-MSG-TEXTO
               MOVE WS-PREREQUISITO TO WS-MSG-COMPLEMENTO
           END-IF.
      *
       1200-VERIFICA-PREREQUISITO-EXIT.
           EXIT.
      *
       1210-LER-PREREQUISITO.
      *
           READ CTAEXE NEXT
               AT END
                   MOVE 'S' TO WS-SW-FIM-VARREDURA
                   GO TO 1210-LER-PREREQUISITO-EXIT
           END-READ.
      *
           IF EXE-DATA-NEGOCIO NOT = LKS-CTL-DATA-NEGOCIO
               OR EXE-PASSO NOT = WS-PREREQUISITO
               MOVE 'S' TO WS-SW-FIM-VARREDURA
               GO TO 1210-LER-PREREQUISITO-EXIT
           END-IF.
      *
           IF EXE-CONCLUIDO
               ADD 1 TO WS-QTD-PRE-CONCLUIDOS
           ELSE
               ADD 1 TO WS-QTD-PRE-PENDENTES
           END-IF.
      *
       1210-LER-PREREQUISITO-EXIT.
           EXIT.
      *
      ** REGISTRO DO INICIO DO PASSO. PASSO JA CONCLUIDO OU QUE
      ** FICOU EM EXECUCAO (INTERROMPIDO) NA DATA SO RODA DE NOVO COM
      ** A REEXECUCAO AUTORIZADA NO CCEXEPRM
      *
       1300-REGISTRA-INICIO.
      *
           MOVE LKS-CTL-DATA-NEGOCIO TO WS-CHV-DATA-NEGOCIO.
           MOVE LKS-CTL-PASSO        TO WS-CHV-PASSO.
           MOVE LKS-CTL-LOTE-ID      TO WS-CHV-LOTE-ID.
      *
           MOVE WS-CHAVE-EXECUCAO TO EXE-CHAVE.
      *
           READ CTAEXE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CTAEXE-NAO-ENCONTRADO
               MOVE SPACES            TO REG-CTAEXE
               MOVE WS-CHAVE-EXECUCAO TO EXE-CHAVE
               MOVE 1                 TO EXE-QTD-EXECUCOES
               MOVE 'N'               TO EXE-IND-REEXECUCAO
               PERFORM 1310-MONTA-INICIO
                   THRU 1310-MONTA-INICIO-EXIT
               WRITE REG-CTAEXE
                   INVALID KEY
                       MOVE 90 TO WS-RC-CONTROLE
                       MOVE 'FALHA NA GRAVACAO DO CTAEXE - STATUS'
                           TO WS-MSG-TEXTO
                       MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
                       GO TO 1300-REGISTRA-INICIO-EXIT
               END-WRITE
               MOVE 'S' TO WS-SW-PASSO-INICIADO
               GO TO 1300-REGISTRA-INICIO-EXIT
           END-IF.
      *
           IF NOT WS-CTAEXE-OK
               MOVE 90 TO WS-RC-CONTROLE
               MOVE 'FALHA NA LEITURA DO CTAEXE - STATUS'
                   TO WS-MSG-TEXTO
               MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
               GO TO 1300-REGISTRA-INICIO-EXIT
           END-IF.
      *
           IF EXE-CONCLUIDO
               AND NOT WS-REEXECUCAO-AUTORIZADA
               MOVE 20 TO WS-RC-CONTROLE
               MOVE 'PASSO JA CONCLUIDO NA DATA'
                   TO WS-MSG-TEXTO
               GO TO 1300-REGISTRA-INICIO-EXIT
           END-IF.
      *
           IF EXE-EM-EXECUCAO
               AND NOT WS-REEXECUCAO-AUTORIZADA
               MOVE 30 TO WS-RC-CONTROLE
               MOVE 'EXECUCAO ANTERIOR INTERROMPIDA NA DATA'
                   TO WS-MSG-TEXTO
               GO TO 1300-REGISTRA-INICIO-EXIT
           END-IF.
      *
           ADD 1   TO EXE-QTD-EXECUCOES.
           MOVE 'S' TO EXE-IND-REEXECUCAO.
      *
           PERFORM 1310-MONTA-INICIO
               THRU 1310-MONTA-INICIO-EXIT.
      *
           REWRITE REG-CTAEXE
               INVALID KEY
                   MOVE 90 TO WS-RC-CONTROLE
                   MOVE 'FALHA NA ATUALIZACAO DO CTAEXE - STATUS'
                       TO WS-MSG-TEXTO
                   MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
                   GO TO 1300-REGISTRA-INICIO-EXIT
           END-REWRITE.
      *
           MOVE 'S' TO WS-SW-PASSO-INICIADO.
      *
       1300-REGISTRA-INICIO-EXIT.
           EXIT.
      *
       1310-MONTA-INICIO.
      *
           MOVE 'E' TO EXE-STATUS.
      *
           ACCEPT EXE-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXE-HORA-INICIO FROM TIME.
      *
           MOVE ZEROS TO EXE-DATA-FIM.
           MOVE ZEROS TO EXE-HORA-FIM.
           MOVE ZEROS TO EXE-QTD-LIDOS.
           MOVE ZEROS TO EXE-QTD-PROCESSADOS.
           MOVE ZEROS TO EXE-QTD-OCORRENCIAS.
      *
       1310-MONTA-INICIO-EXIT.
           EXIT.
      *
      ** FIM DO PASSO: MARCA O PASSO INICIADO NESTE RUN UNIT COMO
      ** CONCLUIDO, COM A DATA/HORA DO FIM E AS CONTAGENS
      *
       2000-ENCERRA-PASSO.
      *
           IF NOT WS-PASSO-INICIADO
               MOVE 40 TO WS-RC-CONTROLE
               MOVE 'FIM DE PASSO SEM INICIO REGISTRADO'
                   TO WS-MSG-TEXTO
               GO TO 2000-ENCERRA-PASSO-EXIT
           END-IF.
      *
           OPEN I-O CTAEXE.
      *
           IF NOT WS-CTAEXE-OK
               MOVE 90 TO WS-RC-CONTROLE
               MOVE 'FALHA NA ABERTURA DO CTAEXE - STATUS'
                   TO WS-MSG-TEXTO
               MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
               GO TO 2000-ENCERRA-PASSO-EXIT
           END-IF.
      *
           MOVE WS-CHAVE-EXECUCAO TO EXE-CHAVE.
      *
           READ CTAEXE
               INVALID KEY
                   MOVE 90 TO WS-RC-CONTROLE
                   MOVE 'PASSO NAO ENCONTRADO NO CTAEXE - STATUS'
                       TO WS-MSG-TEXTO
                   MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
                   CLOSE CTAEXE
                   GO TO 2000-ENCERRA-PASSO-EXIT
           END-READ.
      *
           MOVE 'C' TO EXE-STATUS.
      *
           ACCEPT EXE-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXE-HORA-FIM FROM TIME.
      *
           MOVE LKS-CTL-QTD-LIDOS       TO EXE-QTD-LIDOS.
           MOVE LKS-CTL-QTD-PROCESSADOS TO EXE-QTD-PROCESSADOS.
           MOVE LKS-CTL-QTD-OCORRENCIAS TO EXE-QTD-OCORRENCIAS.
      *
           REWRITE REG-CTAEXE
               INVALID KEY
                   MOVE 90 TO WS-RC-CONTROLE
                   MOVE 'FALHA NA ATUALIZACAO DO CTAEXE - STATUS'
                       TO WS-MSG-TEXTO
                   MOVE WS-CTAEXE-STATUS TO WS-MSG-COMPLEMENTO
           END-REWRITE.
      *
           CLOSE CTAEXE.
      *
           MOVE 'N' TO WS-SW-PASSO-INICIADO.
      *
       2000-ENCERRA-PASSO-EXIT.
           EXIT.
      *
      ** MENSAGEM DE RECUSA OU FALHA NO LOG DO JOB
      *
       8000-EXIBE-RECUSA.
      *
           DISPLAY '*******************************************'.
           DISPLAY '* CCEXECTL - CONTROLE DE EXECUCAO'.
           DISPLAY '* PASSO ' LKS-CTL-PASSO
                   ' DATA ' LKS-CTL-DATA-NEGOCIO
                   ' LOTE ' LKS-CTL-LOTE-ID.
           DISPLAY '* ' WS-MSG-TEXTO ' ' WS-MSG-COMPLEMENTO.
           DISPLAY '* RETURN-CODE ' WS-RC-CONTROLE.
           DISPLAY '*******************************************'.
      *
       8000-EXIBE-RECUSA-EXIT.
           EXIT.
      *
       END PROGRAM CCEXECTL.
