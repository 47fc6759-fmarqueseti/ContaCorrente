      ****************************************************************
      * PROGRAM: CCALTREL                                            *
      *                                                              *
      * DESCRIPTION: CONSULTA DO LOG DE ALTERACOES DOS CADASTROS DO  *
      *              BANCO FUTURE SCHOOL. LE O ARQUIVO CCALTLOG      *
      *              (GRAVADO PELO CCAGMNT, CCTITMNT, CCDEBMNT,      *
      *              CCBLQMNT, CCCHQMNT, CCLANCTO, CCTELLAN E        *
      *              CCDORCTA A CADA INCLUSAO, ALTERACAO OU EXCLUSAO *
      *              EFETIVADA) E LISTA AS ALTERACOES DE             *
      *              UMA FAIXA DE DATAS, OPCIONALMENTE SO DE UM      *
      *              ARQUIVO E DE UMA CHAVE (OU DO INICIO DELA, COMO *
      *              AGENCIA + CONTA), COM QUEM ALTEROU, QUANDO, A   *
      *              ORIGEM E AS IMAGENS DO REGISTRO ANTES E DEPOIS. *
      *              PARA O CTACADM O STATUS, O LIMITE E A DATA DE   *
      *              ENCERRAMENTO SAO IMPRESSOS JA DECODIFICADOS     *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCALTPRM   PARAMETRO COM A FAIXA DE DATAS, O ARQUIVO E A   *
      *               CHAVE A SELECIONAR (BRANCOS = TODOS)           *
      *   CCALTLOG   LOG DE ALTERACOES DOS CADASTROS (ANTES/DEPOIS)  *
      *                                                              *
      * OUTPUT                                                       *
      *   CCALTRPT   RELATORIO DAS ALTERACOES SELECIONADAS           *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCALTREL.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. CONSULTA DO LOG DE ALTERACOES DOS CADASTROS.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCALTPRM ASSIGN TO CCALTPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCALTLOG ASSIGN TO CCALTLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCALTRPT ASSIGN TO CCALTRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCALTPRM
           RECORDING MODE IS F.
       01 REG-CCALTPRM.
           05 PRM-DATA-DE           PIC 9(08).
           05 PRM-DATA-ATE          PIC 9(08).
           05 PRM-ARQUIVO           PIC X(08).
           05 PRM-CHAVE             PIC X(20).
           05 FILLER                PIC X(36).
      *
       FD  CCALTLOG
           RECORDING MODE IS F.
       COPY CCALTLOG.
      *
       FD  CCALTRPT
           RECORDING MODE IS F.
       01 REG-CCALTRPT              PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CCALTLOG    PIC X(01) VALUE 'N'.
               88 WS-FIM-CCALTLOG              VALUE 'S'.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           05 WS-QTD-SELECIONADOS   PIC 9(09) VALUE ZEROS.
           05 WS-QTD-AGCADM         PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CTATIT         PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CTADEB         PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CTABLQ         PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CTACHQ         PIC 9(09) VALUE ZEROS.
           05 WS-QTD-CTACADM        PIC 9(09) VALUE ZEROS.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCALTPRM. A CHAVE E COMPARADA SO NO TAMANHO INFORMADO (ATE
      ** O PRIMEIRO BRANCO), PARA QUE AGENCIA + CONTA SELECIONE TODOS
      ** OS TITULARES, AGENDAMENTOS OU BLOQUEIOS DA CONTA
      *
       01 WS-PARAMETROS.
           05 WS-DATA-DE            PIC 9(08) VALUE ZEROS.
           05 WS-DATA-ATE           PIC 9(08) VALUE ZEROS.
           05 WS-ARQUIVO            PIC X(08) VALUE SPACES.
           05 WS-CHAVE              PIC X(20) VALUE SPACES.
           05 WS-TAM-CHAVE          PIC S9(04) COMP VALUE ZERO.
      *
      ** IMAGENS DO CTACADM ANTES E DEPOIS, NO LAYOUT DO CADASTRO,
      ** PARA DECODIFICAR STATUS, LIMITE (COMPACTADO) E ENCERRAMENTO
      *
       01 WS-CONTA-ANTES.
           05 WS-CAN-CHAVE              PIC X(13).
           05 WS-CAN-DIGITO-VERIFICADOR PIC X(01).
           05 WS-CAN-SALDO              PIC S9(13)V99 COMP-3.
           05 WS-CAN-DATA-ABERTURA      PIC 9(08).
           05 WS-CAN-DATA-ENCERRAMENTO  PIC 9(08).
           05 WS-CAN-STATUS             PIC X(01).
           05 WS-CAN-LIMITE-CREDITO     PIC S9(13)V99 COMP-3.
           05 WS-CAN-DATA-DORMENCIA     PIC 9(08).
           05 FILLER                    PIC X(04).
      *
       01 WS-CONTA-DEPOIS.
           05 WS-CDP-CHAVE              PIC X(13).
           05 WS-CDP-DIGITO-VERIFICADOR PIC X(01).
           05 WS-CDP-SALDO              PIC S9(13)V99 COMP-3.
           05 WS-CDP-DATA-ABERTURA      PIC 9(08).
           05 WS-CDP-DATA-ENCERRAMENTO  PIC 9(08).
           05 WS-CDP-STATUS             PIC X(01).
           05 WS-CDP-LIMITE-CREDITO     PIC S9(13)V99 COMP-3.
           05 WS-CDP-DATA-DORMENCIA     PIC 9(08).
           05 FILLER                    PIC X(04).
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'LOG DE ALTERACOES DOS CADASTROS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(09) VALUE 'PERIODO: '.
               10 PAR-DATA-DE       PIC 9(08).
               10 FILLER            PIC X(03) VALUE ' A '.
               10 PAR-DATA-ATE      PIC 9(08).
               10 FILLER            PIC X(13) VALUE
                   '   ARQUIVO: '.
               10 PAR-ARQUIVO       PIC X(08).
               10 FILLER            PIC X(11) VALUE
                   '   CHAVE: '.
               10 PAR-CHAVE         PIC X(20).
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(10) VALUE 'DATA'.
               10 FILLER            PIC X(10) VALUE 'HORA'.
               10 FILLER            PIC X(10) VALUE 'ARQUIVO'.
               10 FILLER            PIC X(22) VALUE 'CHAVE'.
               10 FILLER            PIC X(04) VALUE 'OP'.
               10 FILLER            PIC X(04) VALUE 'FN'.
               10 FILLER            PIC X(10) VALUE 'PROGRAMA'.
               10 FILLER            PIC X(10) VALUE 'SISTEMA'.
               10 FILLER            PIC X(12) VALUE 'ORIGEM'.
               10 FILLER            PIC X(07) VALUE '    SEQ'.
               10 FILLER            PIC X(34) VALUE SPACES.
      *
           05 WS-LINHA-DETALHE.
               10 DET-DATA          PIC 9(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-HORA          PIC 9(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ARQUIVO       PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-CHAVE         PIC X(20).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-OPERACAO      PIC X(01).
               10 FILLER            PIC X(03) VALUE SPACES.
               10 DET-FUNCAO        PIC X(01).
               10 FILLER            PIC X(03) VALUE SPACES.
               10 DET-PROGRAMA      PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-SISTEMA       PIC X(08).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ORIGEM-ID     PIC X(10).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-ORIGEM-SEQ    PIC Z(06)9.
               10 FILLER            PIC X(34) VALUE SPACES.
      *
      ** IMAGEM DO REGISTRO EM DUAS LINHAS DE ATE 120 POSICOES (A
      ** SEGUNDA SO QUANDO HA CONTEUDO DEPOIS DA POSICAO 120)
      *
           05 WS-LINHA-IMAGEM.
               10 IMG-ROTULO        PIC X(09).
               10 IMG-CONTEUDO      PIC X(120).
               10 FILLER            PIC X(04) VALUE SPACES.
      *
           05 WS-LINHA-CONTA.
               10 FILLER            PIC X(11) VALUE
                   '  STATUS: '.
               10 CON-STATUS-ANTES  PIC X(01).
               10 FILLER            PIC X(04) VALUE ' -> '.
               10 CON-STATUS-DEPOIS PIC X(01).
               10 FILLER            PIC X(12) VALUE
                   '   LIMITE: '.
               10 CON-LIMITE-ANTES  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(04) VALUE ' -> '.
               10 CON-LIMITE-DEPOIS PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(22) VALUE
                   '   DATA ENCERRAMENTO: '.
               10 CON-ENC-ANTES     PIC 9(08).
               10 FILLER            PIC X(04) VALUE ' -> '.
               10 CON-ENC-DEPOIS    PIC 9(08).
               10 FILLER            PIC X(20) VALUE SPACES.
      *
           05 WS-TITULO-ARQUIVOS.
               10 FILLER            PIC X(40) VALUE
                   'ALTERACOES SELECIONADAS POR ARQUIVO'.
               10 FILLER            PIC X(93) VALUE SPACES.
      *
           05 WS-LINHA-ARQUIVO.
               10 ARQ-NOME          PIC X(08).
               10 FILLER            PIC X(05) VALUE SPACES.
               10 ARQ-QTD           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(109) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS.
               10 FILLER            PIC X(19) VALUE
                   'REGISTROS LIDOS: '.
               10 TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(19) VALUE
                   'SELECIONADOS: '.
               10 TOT-SELECIONADOS  PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(65) VALUE SPACES.
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
           PERFORM 2000-PROCESSA-ALTERACAO
               THRU 2000-PROCESSA-ALTERACAO-EXIT
               UNTIL WS-FIM-CCALTLOG.
      *
           PERFORM 3000-IMPRIME-RESUMO
               THRU 3000-IMPRIME-RESUMO-EXIT.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO. SEM PARAMETRO, LISTA O LOG INTEIRO
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCALTPRM.
      *
           READ CCALTPRM
               AT END
                   MOVE ZEROS    TO PRM-DATA-DE
                   MOVE 99999999 TO PRM-DATA-ATE
                   MOVE SPACES   TO PRM-ARQUIVO
                   MOVE SPACES   TO PRM-CHAVE
           END-READ.
      *
           MOVE PRM-DATA-DE  TO WS-DATA-DE.
           MOVE PRM-DATA-ATE TO WS-DATA-ATE.
           MOVE PRM-ARQUIVO  TO WS-ARQUIVO.
           MOVE PRM-CHAVE    TO WS-CHAVE.
      *
           CLOSE CCALTPRM.
      *
           MOVE ZERO TO WS-TAM-CHAVE.
           INSPECT WS-CHAVE TALLYING WS-TAM-CHAVE
               FOR CHARACTERS BEFORE INITIAL SPACE.
      *
           OPEN INPUT  CCALTLOG.
           OPEN OUTPUT CCALTRPT.
      *
           MOVE WS-DATA-DE  TO PAR-DATA-DE.
           MOVE WS-DATA-ATE TO PAR-DATA-ATE.
           MOVE WS-ARQUIVO  TO PAR-ARQUIVO.
           MOVE WS-CHAVE    TO PAR-CHAVE.
      *
           IF WS-ARQUIVO = SPACES
               MOVE 'TODOS' TO PAR-ARQUIVO
           END-IF.
      *
           IF WS-TAM-CHAVE = ZERO
               MOVE 'TODAS' TO PAR-CHAVE
           END-IF.
      *
           WRITE REG-CCALTRPT FROM WS-CABECALHO-1.
           WRITE REG-CCALTRPT FROM WS-LINHA-PARAMETROS.
           WRITE REG-CCALTRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCALTRPT FROM WS-CABECALHO-2.
      *
           PERFORM 2100-LER-CCALTLOG
               THRU 2100-LER-CCALTLOG-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** SELECAO DE CADA REGISTRO DO LOG PELA FAIXA DE DATAS, PELO
      ** ARQUIVO E PELA CHAVE
      *
       2000-PROCESSA-ALTERACAO.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
           IF ALT-DATA < WS-DATA-DE
               OR ALT-DATA > WS-DATA-ATE
               PERFORM 2100-LER-CCALTLOG
                   THRU 2100-LER-CCALTLOG-EXIT
               GO TO 2000-PROCESSA-ALTERACAO-EXIT
           END-IF.
      *
           IF WS-ARQUIVO NOT = SPACES
               AND ALT-ARQUIVO NOT = WS-ARQUIVO
               PERFORM 2100-LER-CCALTLOG
                   THRU 2100-LER-CCALTLOG-EXIT
               GO TO 2000-PROCESSA-ALTERACAO-EXIT
           END-IF.
      *
           IF WS-TAM-CHAVE > ZERO
               AND ALT-CHAVE(1:WS-TAM-CHAVE)
                   NOT = WS-CHAVE(1:WS-TAM-CHAVE)
               PERFORM 2100-LER-CCALTLOG
                   THRU 2100-LER-CCALTLOG-EXIT
               GO TO 2000-PROCESSA-ALTERACAO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-SELECIONADOS.
      *
           PERFORM 2200-ACUMULA-ARQUIVO
               THRU 2200-ACUMULA-ARQUIVO-EXIT.
      *
           PERFORM 2300-IMPRIME-ALTERACAO
               THRU 2300-IMPRIME-ALTERACAO-EXIT.
      *
           PERFORM 2100-LER-CCALTLOG
               THRU 2100-LER-CCALTLOG-EXIT.
      *
       2000-PROCESSA-ALTERACAO-EXIT.
           EXIT.
      *
      ** LEITURA DO LOG DE ALTERACOES
      *
       2100-LER-CCALTLOG.
      *
           READ CCALTLOG
               AT END
                   MOVE 'S' TO WS-SW-FIM-CCALTLOG
                   GO TO 2100-LER-CCALTLOG-EXIT
           END-READ.
      *
       2100-LER-CCALTLOG-EXIT.
           EXIT.
      *
      ** CONTAGEM DAS ALTERACOES SELECIONADAS POR ARQUIVO
      *
       2200-ACUMULA-ARQUIVO.
      *
           EVALUATE TRUE
               WHEN ALT-ARQ-AGCADM
                   ADD 1 TO WS-QTD-AGCADM
               WHEN ALT-ARQ-CTATIT
                   ADD 1 TO WS-QTD-CTATIT
               WHEN ALT-ARQ-CTADEB
                   ADD 1 TO WS-QTD-CTADEB
               WHEN ALT-ARQ-CTABLQ
                   ADD 1 TO WS-QTD-CTABLQ
               WHEN ALT-ARQ-CTACHQ
                   ADD 1 TO WS-QTD-CTACHQ
               WHEN ALT-ARQ-CTACADM
                   ADD 1 TO WS-QTD-CTACADM
           END-EVALUATE.
      *
       2200-ACUMULA-ARQUIVO-EXIT.
           EXIT.
      *
      ** IMPRESSAO DE UMA ALTERACAO: LINHA DE IDENTIFICACAO SEGUIDA
      ** DAS IMAGENS ANTES/DEPOIS (OU DA DECODIFICACAO DO CTACADM)
      *
       2300-IMPRIME-ALTERACAO.
      *
           MOVE ALT-DATA           TO DET-DATA.
           MOVE ALT-HORA           TO DET-HORA.
           MOVE ALT-ARQUIVO        TO DET-ARQUIVO.
           MOVE ALT-CHAVE          TO DET-CHAVE.
           MOVE ALT-OPERACAO       TO DET-OPERACAO.
           MOVE ALT-FUNCAO         TO DET-FUNCAO.
           MOVE ALT-PROGRAMA       TO DET-PROGRAMA.
           MOVE ALT-SISTEMA-ORIGEM TO DET-SISTEMA.
           MOVE ALT-ORIGEM-ID      TO DET-ORIGEM-ID.
           MOVE ALT-ORIGEM-SEQ     TO DET-ORIGEM-SEQ.
      *
           WRITE REG-CCALTRPT FROM WS-LINHA-DETALHE.
      *
           IF ALT-ARQ-CTACADM
               PERFORM 2400-IMPRIME-CONTA
                   THRU 2400-IMPRIME-CONTA-EXIT
           ELSE
               PERFORM 2500-IMPRIME-IMAGENS
                   THRU 2500-IMPRIME-IMAGENS-EXIT
           END-IF.
      *
           WRITE REG-CCALTRPT FROM WS-LINHA-BRANCO.
      *
       2300-IMPRIME-ALTERACAO-EXIT.
           EXIT.
      *
      ** CTACADM: STATUS, LIMITE DE CHEQUE ESPECIAL E DATA DE
      ** ENCERRAMENTO ANTES E DEPOIS, DECODIFICADOS DAS IMAGENS
      *
       2400-IMPRIME-CONTA.
      *
           MOVE ALT-IMAGEM-ANTES  TO WS-CONTA-ANTES.
           MOVE ALT-IMAGEM-DEPOIS TO WS-CONTA-DEPOIS.
      *
           MOVE WS-CAN-STATUS            TO CON-STATUS-ANTES.
           MOVE WS-CDP-STATUS            TO CON-STATUS-DEPOIS.
           MOVE WS-CAN-LIMITE-CREDITO    TO CON-LIMITE-ANTES.
           MOVE WS-CDP-LIMITE-CREDITO    TO CON-LIMITE-DEPOIS.
           MOVE WS-CAN-DATA-ENCERRAMENTO TO CON-ENC-ANTES.
           MOVE WS-CDP-DATA-ENCERRAMENTO TO CON-ENC-DEPOIS.
      *
           WRITE REG-CCALTRPT FROM WS-LINHA-CONTA.
      *
       2400-IMPRIME-CONTA-EXIT.
           EXIT.
      *
      ** DEMAIS ARQUIVOS: IMAGENS ANTES E DEPOIS COMO GRAVADAS (SO
      ** CAMPOS DISPLAY). IMAGEM EM BRANCO (ANTES NA INCLUSAO, DEPOIS
      ** NA EXCLUSAO) NAO E IMPRESSA
      *
       2500-IMPRIME-IMAGENS.
      *
           IF ALT-IMAGEM-ANTES NOT = SPACES
               MOVE '  ANTES: '             TO IMG-ROTULO
               MOVE ALT-IMAGEM-ANTES(1:120) TO IMG-CONTEUDO
               WRITE REG-CCALTRPT FROM WS-LINHA-IMAGEM
               IF ALT-IMAGEM-ANTES(121:80) NOT = SPACES
                   MOVE SPACES                   TO IMG-ROTULO
                   MOVE ALT-IMAGEM-ANTES(121:80) TO IMG-CONTEUDO
                   WRITE REG-CCALTRPT FROM WS-LINHA-IMAGEM
               END-IF
           END-IF.
      *
           IF ALT-IMAGEM-DEPOIS NOT = SPACES
               MOVE '  DEPOIS:'              TO IMG-ROTULO
               MOVE ALT-IMAGEM-DEPOIS(1:120) TO IMG-CONTEUDO
               WRITE REG-CCALTRPT FROM WS-LINHA-IMAGEM
               IF ALT-IMAGEM-DEPOIS(121:80) NOT = SPACES
                   MOVE SPACES                    TO IMG-ROTULO
                   MOVE ALT-IMAGEM-DEPOIS(121:80) TO IMG-CONTEUDO
                   WRITE REG-CCALTRPT FROM WS-LINHA-IMAGEM
               END-IF
           END-IF.
      *
       2500-IMPRIME-IMAGENS-EXIT.
           EXIT.
      *
      ** RESUMO DAS ALTERACOES SELECIONADAS POR ARQUIVO
      *
       3000-IMPRIME-RESUMO.
      *
           WRITE REG-CCALTRPT FROM WS-TITULO-ARQUIVOS.
      *
           MOVE 'AGCADM'      TO ARQ-NOME.
           MOVE WS-QTD-AGCADM TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
           MOVE 'CTATIT'      TO ARQ-NOME.
           MOVE WS-QTD-CTATIT TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
           MOVE 'CTADEB'      TO ARQ-NOME.
           MOVE WS-QTD-CTADEB TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
           MOVE 'CTABLQ'      TO ARQ-NOME.
           MOVE WS-QTD-CTABLQ TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
           MOVE 'CTACHQ'      TO ARQ-NOME.
           MOVE WS-QTD-CTACHQ TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
           MOVE 'CTACADM'      TO ARQ-NOME.
           MOVE WS-QTD-CTACADM TO ARQ-QTD.
           WRITE REG-CCALTRPT FROM WS-LINHA-ARQUIVO.
      *
       3000-IMPRIME-RESUMO-EXIT.
           EXIT.
      *
      ** FINALIZACAO E IMPRESSAO DOS TOTAIS
      *
       9000-FINALIZACAO.
      *
           MOVE WS-QTD-LIDOS        TO TOT-LIDOS.
           MOVE WS-QTD-SELECIONADOS TO TOT-SELECIONADOS.
      *
           WRITE REG-CCALTRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCALTRPT FROM WS-LINHA-TOTAIS.
      *
           CLOSE CCALTLOG.
           CLOSE CCALTRPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCALTREL.
