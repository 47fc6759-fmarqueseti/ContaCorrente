      ****************************************************************
      * PROGRAM: CCCCSGER                                            *
      *                                                              *
      * DESCRIPTION: GERACAO DIARIA DO ARQUIVO DO CCS (CADASTRO DE   *
      *              CLIENTES DO SISTEMA FINANCEIRO NACIONAL) DO     *
      *              BANCO FUTURE SCHOOL. LE O LOG DE EVENTOS DE     *
      *              RELACIONAMENTO (CCSLOG, GRAVADO PELO CCLANCTO   *
      *              NA ABERTURA E NO ENCERRAMENTO DE CONTA E PELO   *
      *              CCTITMNT NA INCLUSAO/EXCLUSAO DE TITULAR DE     *
      *              CONTA ABERTA), SELECIONA OS EVENTOS REGISTRADOS *
      *              NA DATA DO MOVIMENTO E GRAVA O ARQUIVO NO       *
      *              LAYOUT DO CCS COM HEADER E TRAILER. O EVENTO    *
      *              CUJO CPF/CNPJ NAO CONFERE O DIGITO VERIFICADOR  *
      *              E REJEITADO E LISTADO NO RELATORIO              *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * ENVIRONMENT: MAINFRAME IBM ZOS                               *
      *                                                              *
      * INPUT                                                       *
      *   CCCSPRM    PARAMETRO COM A DATA DO MOVIMENTO (ZERADA VALE  *
      *               A DATA DO SISTEMA) E O CODIGO DO PROPRIO BANCO *
      *   CCSLOG     LOG DE EVENTOS DE RELACIONAMENTO (CCSLOG.CPY)   *
      *   CTACADM    CADASTRO DE CONTAS (DIGITO DA CONTA)            *
      *                                                              *
      * OUTPUT                                                       *
      *   CCSSAIDA   ARQUIVO DO CCS PARA O BANCO CENTRAL (CCSSAI.CPY)*
      *   CCCSRPT    RELATORIO DOS EVENTOS REJEITADOS E TOTAIS       *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCCSGER.
       AUTHOR. FABIO MARQUES.
           INSTALLATION. MAINFRAME Z/OS.
           DATE-WRITTEN. 2026-10-15.
           DATE-COMPILED. 2026-10-15.
           SECURITY. CONFIDENTIAL.
       REMARKS. GERACAO DIARIA DO ARQUIVO DO CCS.
      *
      *********************** ENVIRONMENT DIVISION ********************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCCSPRM ASSIGN TO CCCSPRM
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCSLOG ASSIGN TO CCSLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCSSAIDA ASSIGN TO CCSSAIDA
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CCCSRPT ASSIGN TO CCCSRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CTACADM ASSIGN TO CTACADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-CTACADM-STATUS.
      *
      ************************* DATA DIVISION ************************
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CCCSPRM
           RECORDING MODE IS F.
       01 REG-CCCSPRM.
           05 PRM-DATA-MOVIMENTO    PIC 9(08).
           05 PRM-BANCO-PROPRIO     PIC 9(03).
           05 FILLER                PIC X(69).
      *
       FD  CCSLOG
           RECORDING MODE IS F.
       COPY CCSLOG.
      *
       FD  CCSSAIDA
           RECORDING MODE IS F.
       COPY CCSSAI.
      *
       FD  CCCSRPT
           RECORDING MODE IS F.
       01 REG-CCCSRPT               PIC X(133).
      *
       FD  CTACADM
           RECORDING MODE IS F.
       COPY CTACADM.
      *
       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-SW-FIM-CCSLOG      PIC X(01) VALUE 'N'.
               88 WS-FIM-CCSLOG                 VALUE 'S'.
           05 WS-SW-DOCUMENTO-VALIDO PIC X(01) VALUE 'N'.
               88 WS-DOCUMENTO-VALIDO           VALUE 'S'.
           05 WS-SW-DIGITOS-IGUAIS  PIC X(01) VALUE 'N'.
               88 WS-DIGITOS-IGUAIS             VALUE 'S'.
      *
       01 WS-STATUS-ARQUIVOS.
           05 WS-CTACADM-STATUS     PIC X(02) VALUE '00'.
               88 WS-CTACADM-OK                   VALUE '00'.
               88 WS-CTACADM-NAO-ENCONTRADO        VALUE '23'.
      *
      ** PARAMETROS SALVOS EM WORKING-STORAGE ANTES DO CLOSE DO
      ** CCCSPRM
      *
       01 WS-PARAMETROS.
           05 WS-DATA-MOVIMENTO     PIC 9(08) VALUE ZEROS.
           05 WS-BANCO-PROPRIO      PIC 9(03) VALUE ZEROS.
      *
       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.
       01 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROS.
      *
      ** CPF/CNPJ EM VALIDACAO, DIGITO A DIGITO. O CPF OCUPA AS ONZE
      ** ULTIMAS POSICOES (AS TRES PRIMEIRAS FICAM ZERADAS); O CNPJ
      ** OCUPA AS QUATORZE
      *
       01 WS-DOCUMENTO              PIC 9(14) VALUE ZEROS.
       01 WS-DOCUMENTO-PARTES REDEFINES WS-DOCUMENTO.
           05 WS-DOC-PREFIXO-CPF    PIC 9(03).
           05 FILLER                PIC 9(11).
       01 WS-DOCUMENTO-DIGITOS REDEFINES WS-DOCUMENTO.
           05 WS-DOC-DIGITO OCCURS 14 TIMES
                                    PIC 9(01).
      *
      ** PESOS DO CNPJ: O SEGUNDO DIGITO USA OS TREZE PESOS SOBRE AS
      ** TREZE PRIMEIRAS POSICOES; O PRIMEIRO USA OS DOZE ULTIMOS
      ** PESOS SOBRE AS DOZE PRIMEIRAS POSICOES
      *
       01 WS-TABELA-PESOS-CNPJ.
           05 FILLER                PIC X(13) VALUE '6543298765432'.
       01 WS-PESOS-CNPJ REDEFINES WS-TABELA-PESOS-CNPJ.
           05 WS-PESO-CNPJ OCCURS 13 TIMES
                                    PIC 9(01).
      *
       01 WS-CALCULO-DIGITO.
           05 WS-SUB-DOC            PIC S9(04) COMP VALUE ZERO.
           05 WS-SUB-PESO           PIC S9(04) COMP VALUE ZERO.
           05 WS-POSICAO-INICIAL    PIC S9(04) COMP VALUE ZERO.
           05 WS-POSICAO-FINAL      PIC S9(04) COMP VALUE ZERO.
           05 WS-PESO-BASE          PIC S9(04) COMP VALUE ZERO.
           05 WS-DESLOCAMENTO-PESO  PIC S9(04) COMP VALUE ZERO.
           05 WS-SOMA               PIC 9(05) VALUE ZEROS.
           05 WS-QUOCIENTE          PIC 9(05) VALUE ZEROS.
           05 WS-RESTO              PIC 9(02) VALUE ZEROS.
           05 WS-DV-CALCULADO       PIC 9(01) VALUE ZERO.
      *
       01 WS-TIPO-PESSOA            PIC X(01) VALUE SPACES.
      *
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS          PIC 9(09) VALUE ZEROS.
           05 WS-QTD-SELECIONADOS   PIC 9(09) VALUE ZEROS.
           05 WS-QTD-DETALHES       PIC 9(09) VALUE ZEROS.
           05 WS-QTD-INICIOS        PIC 9(09) VALUE ZEROS.
           05 WS-QTD-FINS           PIC 9(09) VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(09) VALUE ZEROS.
      *
       01 WS-LINHAS-RELATORIO.
           05 WS-CABECALHO-1.
               10 FILLER            PIC X(40) VALUE
                   'BANCO FUTURE SCHOOL'.
               10 FILLER            PIC X(40) VALUE
                   'GERACAO DO ARQUIVO DO CCS'.
               10 FILLER            PIC X(53) VALUE SPACES.
      *
           05 WS-LINHA-PARAMETROS.
               10 FILLER            PIC X(19) VALUE
                   'DATA DO MOVIMENTO: '.
               10 PAR-DATA-MOVIMENTO PIC 9(08).
               10 FILLER            PIC X(106) VALUE SPACES.
      *
           05 WS-CABECALHO-2.
               10 FILLER            PIC X(42) VALUE
                   ' AGEN  CONTA      EVENTO  CPF/CNPJ'.
               10 FILLER            PIC X(42) VALUE 'NOME'.
               10 FILLER            PIC X(49) VALUE
                   'MOTIVO DA REJEICAO'.
      *
           05 WS-LINHA-REJEITADO.
               10 FILLER            PIC X(01) VALUE SPACES.
               10 REJ-AGENCIA       PIC 9(04).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 REJ-CONTA         PIC 9(09).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 REJ-EVENTO        PIC X(06).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 REJ-CPF-CNPJ      PIC 9(14).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 REJ-NOME          PIC X(40).
               10 FILLER            PIC X(02) VALUE SPACES.
               10 REJ-MOTIVO        PIC X(30).
               10 FILLER            PIC X(19) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-1.
               10 FILLER            PIC X(24) VALUE
                   'EVENTOS DO DIA NO LOG: '.
               10 TOT-SELECIONADOS  PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'EVENTOS REJEITADOS: '.
               10 TOT-REJEITADOS    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-2.
               10 FILLER            PIC X(24) VALUE
                   'INICIOS ENVIADOS: '.
               10 TOT-INICIOS       PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'FINS ENVIADOS: '.
               10 TOT-FINS          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
      *
           05 WS-LINHA-TOTAIS-3.
               10 FILLER            PIC X(24) VALUE
                   'REGISTROS LIDOS NO LOG: '.
               10 TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(08) VALUE SPACES.
               10 FILLER            PIC X(24) VALUE
                   'DETALHES NO ARQUIVO: '.
               10 TOT-DETALHES      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(55) VALUE SPACES.
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
           PERFORM 2000-PROCESSA-EVENTO
               THRU 2000-PROCESSA-EVENTO-EXIT
               UNTIL WS-FIM-CCSLOG.
      *
           PERFORM 9000-FINALIZACAO
               THRU 9000-FINALIZACAO-EXIT.
      *
           STOP RUN.
      *
      ** INICIALIZACAO: DATA DO MOVIMENTO (ZERADA OU AUSENTE VALE A
      ** DATA DO SISTEMA), ABERTURA DOS ARQUIVOS, HEADER DO ARQUIVO
      ** DO CCS E PRIMEIRA LEITURA DO LOG
      *
       1000-INICIALIZACAO.
      *
           OPEN INPUT CCCSPRM.
      *
           READ CCCSPRM
               AT END
                   MOVE ZEROS TO PRM-DATA-MOVIMENTO
                   MOVE ZEROS TO PRM-BANCO-PROPRIO
           END-READ.
      *
           IF PRM-DATA-MOVIMENTO NUMERIC
               MOVE PRM-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
           END-IF.
      *
           IF PRM-BANCO-PROPRIO NUMERIC
               MOVE PRM-BANCO-PROPRIO TO WS-BANCO-PROPRIO
           END-IF.
      *
           CLOSE CCCSPRM.
      *
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
      *
           IF WS-DATA-MOVIMENTO = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-DATA-MOVIMENTO
           END-IF.
      *
           OPEN INPUT  CCSLOG.
           OPEN INPUT  CTACADM.
           OPEN OUTPUT CCSSAIDA.
           OPEN OUTPUT CCCSRPT.
      *
           MOVE WS-DATA-MOVIMENTO TO PAR-DATA-MOVIMENTO.
      *
           WRITE REG-CCCSRPT FROM WS-CABECALHO-1.
           WRITE REG-CCCSRPT FROM WS-LINHA-PARAMETROS.
           WRITE REG-CCCSRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCCSRPT FROM WS-CABECALHO-2.
      *
           MOVE SPACES            TO REG-CCSSAI.
           MOVE '0'               TO CCS-TIPO-REGISTRO.
           MOVE WS-BANCO-PROPRIO  TO CCS-BANCO.
           MOVE WS-DATA-MOVIMENTO TO CCS-DATA-MOVIMENTO.
           MOVE WS-DATA-SISTEMA   TO CCS-DATA-GERACAO.
           MOVE WS-HORA-SISTEMA   TO CCS-HORA-GERACAO.
           WRITE REG-CCSSAI.
      *
           PERFORM 2100-LER-CCSLOG
               THRU 2100-LER-CCSLOG-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ** PROCESSAMENTO DE UM EVENTO DO LOG: SO ENTRAM OS REGISTRADOS
      ** NA DATA DO MOVIMENTO, NA ORDEM DO LOG. O CPF/CNPJ E A CONTA
      ** SAO CONFERIDOS ANTES DA GRAVACAO DO DETALHE
      *
       2000-PROCESSA-EVENTO.
      *
           IF CCL-DATA-REGISTRO NOT = WS-DATA-MOVIMENTO
               PERFORM 2100-LER-CCSLOG
                   THRU 2100-LER-CCSLOG-EXIT
               GO TO 2000-PROCESSA-EVENTO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-SELECIONADOS.
      *
           PERFORM 2200-VALIDA-DOCUMENTO
               THRU 2200-VALIDA-DOCUMENTO-EXIT.
      *
           IF NOT WS-DOCUMENTO-VALIDO
               MOVE 'CPF/CNPJ COM DIGITO INVALIDO' TO REJ-MOTIVO
               PERFORM 2600-REJEITA-EVENTO
                   THRU 2600-REJEITA-EVENTO-EXIT
               PERFORM 2100-LER-CCSLOG
                   THRU 2100-LER-CCSLOG-EXIT
               GO TO 2000-PROCESSA-EVENTO-EXIT
           END-IF.
      *
           MOVE CCL-AGENCIA TO CTA-AGENCIA.
           MOVE CCL-CONTA   TO CTA-NUMERO.
      *
           READ CTACADM
               INVALID KEY
                   MOVE 'CONTA NAO CADASTRADA' TO REJ-MOTIVO
                   PERFORM 2600-REJEITA-EVENTO
                       THRU 2600-REJEITA-EVENTO-EXIT
                   PERFORM 2100-LER-CCSLOG
                       THRU 2100-LER-CCSLOG-EXIT
                   GO TO 2000-PROCESSA-EVENTO-EXIT
           END-READ.
      *
           PERFORM 2550-GRAVA-DETALHE
               THRU 2550-GRAVA-DETALHE-EXIT.
      *
           PERFORM 2100-LER-CCSLOG
               THRU 2100-LER-CCSLOG-EXIT.
      *
       2000-PROCESSA-EVENTO-EXIT.
           EXIT.
      *
       2100-LER-CCSLOG.
      *
           READ CCSLOG
               AT END
                   MOVE 'S' TO WS-SW-FIM-CCSLOG
                   GO TO 2100-LER-CCSLOG-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LER-CCSLOG-EXIT.
           EXIT.
      *
      ** VALIDACAO DO CPF/CNPJ DO EVENTO. COM AS TRES PRIMEIRAS
      ** POSICOES ZERADAS O NUMERO E TESTADO PRIMEIRO COMO CPF E, SE
      ** NAO CONFERIR, COMO CNPJ (HA CNPJ QUE COMECA COM ZEROS);
      ** SENAO, SO COMO CNPJ. O TIPO DE PESSOA DO CCS SAI DA REGRA
      ** QUE CONFERIU
      *
       2200-VALIDA-DOCUMENTO.
      *
           MOVE 'N'          TO WS-SW-DOCUMENTO-VALIDO.
           MOVE SPACES       TO WS-TIPO-PESSOA.
           MOVE CCL-CPF-CNPJ TO WS-DOCUMENTO.
      *
           IF WS-DOCUMENTO NOT NUMERIC
               OR WS-DOCUMENTO = ZEROS
               GO TO 2200-VALIDA-DOCUMENTO-EXIT
           END-IF.
      *
           IF WS-DOC-PREFIXO-CPF = ZEROS
               PERFORM 2300-VALIDA-CPF
                   THRU 2300-VALIDA-CPF-EXIT
               IF WS-DOCUMENTO-VALIDO
                   MOVE 'F' TO WS-TIPO-PESSOA
                   GO TO 2200-VALIDA-DOCUMENTO-EXIT
               END-IF
           END-IF.
      *
           PERFORM 2400-VALIDA-CNPJ
               THRU 2400-VALIDA-CNPJ-EXIT.
      *
           IF WS-DOCUMENTO-VALIDO
               MOVE 'J' TO WS-TIPO-PESSOA
           END-IF.
      *
       2200-VALIDA-DOCUMENTO-EXIT.
           EXIT.
      *
      ** CPF (POSICOES 4 A 14): PRIMEIRO DIGITO COM PESOS 10 A 2 SOBRE
      ** AS NOVE POSICOES DA BASE, SEGUNDO COM PESOS 11 A 2 SOBRE A
      ** BASE MAIS O PRIMEIRO DIGITO; MODULO 11, RESTO MENOR QUE 2 DA
      ** DIGITO ZERO. NUMERO COM TODOS OS DIGITOS IGUAIS E RECUSADO
      *
       2300-VALIDA-CPF.
      *
           MOVE 'N' TO WS-SW-DOCUMENTO-VALIDO.
      *
           MOVE 4  TO WS-POSICAO-INICIAL.
           PERFORM 2500-VERIFICA-DIGITOS-IGUAIS
               THRU 2500-VERIFICA-DIGITOS-IGUAIS-EXIT.
      *
           IF WS-DIGITOS-IGUAIS
               GO TO 2300-VALIDA-CPF-EXIT
           END-IF.
      *
           MOVE 12 TO WS-POSICAO-FINAL.
           MOVE 14 TO WS-PESO-BASE.
           PERFORM 2350-SOMA-CPF
               THRU 2350-SOMA-CPF-EXIT.
      *
           IF WS-DV-CALCULADO NOT = WS-DOC-DIGITO(13)
               GO TO 2300-VALIDA-CPF-EXIT
           END-IF.
      *
           MOVE 13 TO WS-POSICAO-FINAL.
           MOVE 15 TO WS-PESO-BASE.
           PERFORM 2350-SOMA-CPF
               THRU 2350-SOMA-CPF-EXIT.
      *
           IF WS-DV-CALCULADO NOT = WS-DOC-DIGITO(14)
               GO TO 2300-VALIDA-CPF-EXIT
           END-IF.
      *
           MOVE 'S' TO WS-SW-DOCUMENTO-VALIDO.
      *
       2300-VALIDA-CPF-EXIT.
           EXIT.
      *
      ** SOMA PONDERADA DO CPF DA POSICAO 4 ATE WS-POSICAO-FINAL, COM
      ** PESO WS-PESO-BASE MENOS A POSICAO, E DIGITO CALCULADO
      *
       2350-SOMA-CPF.
      *
           MOVE ZEROS TO WS-SOMA.
      *
           PERFORM 2360-ACUMULA-CPF
               THRU 2360-ACUMULA-CPF-EXIT
               VARYING WS-SUB-DOC FROM 4 BY 1
               UNTIL WS-SUB-DOC > WS-POSICAO-FINAL.
      *
           PERFORM 2700-CALCULA-DIGITO
               THRU 2700-CALCULA-DIGITO-EXIT.
      *
       2350-SOMA-CPF-EXIT.
           EXIT.
      *
       2360-ACUMULA-CPF.
      *
           COMPUTE WS-SOMA = WS-SOMA
                           + WS-DOC-DIGITO(WS-SUB-DOC)
                           * (WS-PESO-BASE - WS-SUB-DOC).
      *
       2360-ACUMULA-CPF-EXIT.
           EXIT.
      *
      ** CNPJ (POSICOES 1 A 14): PRIMEIRO DIGITO COM PESOS 5 A 2 E 9
      ** A 2 SOBRE AS DOZE POSICOES DA BASE, SEGUNDO COM PESOS 6 A 2
      ** E 9 A 2 SOBRE A BASE MAIS O PRIMEIRO DIGITO; MODULO 11 COMO
      ** NO CPF. NUMERO COM TODOS OS DIGITOS IGUAIS E RECUSADO
      *
       2400-VALIDA-CNPJ.
      *
           MOVE 'N' TO WS-SW-DOCUMENTO-VALIDO.
      *
           MOVE 1  TO WS-POSICAO-INICIAL.
           PERFORM 2500-VERIFICA-DIGITOS-IGUAIS
               THRU 2500-VERIFICA-DIGITOS-IGUAIS-EXIT.
      *
           IF WS-DIGITOS-IGUAIS
               GO TO 2400-VALIDA-CNPJ-EXIT
           END-IF.
      *
           MOVE 12 TO WS-POSICAO-FINAL.
           MOVE 1  TO WS-DESLOCAMENTO-PESO.
           PERFORM 2450-SOMA-CNPJ
               THRU 2450-SOMA-CNPJ-EXIT.
      *
           IF WS-DV-CALCULADO NOT = WS-DOC-DIGITO(13)
               GO TO 2400-VALIDA-CNPJ-EXIT
           END-IF.
      *
           MOVE 13 TO WS-POSICAO-FINAL.
           MOVE 0  TO WS-DESLOCAMENTO-PESO.
           PERFORM 2450-SOMA-CNPJ
               THRU 2450-SOMA-CNPJ-EXIT.
      *
           IF WS-DV-CALCULADO NOT = WS-DOC-DIGITO(14)
               GO TO 2400-VALIDA-CNPJ-EXIT
           END-IF.
      *
           MOVE 'S' TO WS-SW-DOCUMENTO-VALIDO.
      *
       2400-VALIDA-CNPJ-EXIT.
           EXIT.
      *
      ** SOMA PONDERADA DO CNPJ DA POSICAO 1 ATE WS-POSICAO-FINAL; O
      ** PESO DA POSICAO E O DA TABELA DESLOCADO DE
      ** WS-DESLOCAMENTO-PESO
      *
       2450-SOMA-CNPJ.
      *
           MOVE ZEROS TO WS-SOMA.
      *
           PERFORM 2460-ACUMULA-CNPJ
               THRU 2460-ACUMULA-CNPJ-EXIT
               VARYING WS-SUB-DOC FROM 1 BY 1
               UNTIL WS-SUB-DOC > WS-POSICAO-FINAL.
      *
           PERFORM 2700-CALCULA-DIGITO
               THRU 2700-CALCULA-DIGITO-EXIT.
      *
       2450-SOMA-CNPJ-EXIT.
           EXIT.
      *
       2460-ACUMULA-CNPJ.
      *
           COMPUTE WS-SUB-PESO = WS-SUB-DOC + WS-DESLOCAMENTO-PESO.
      *
           COMPUTE WS-SOMA = WS-SOMA
                           + WS-DOC-DIGITO(WS-SUB-DOC)
                           * WS-PESO-CNPJ(WS-SUB-PESO).
      *
       2460-ACUMULA-CNPJ-EXIT.
           EXIT.
      *
      ** CONFERE SE TODOS OS DIGITOS A PARTIR DE WS-POSICAO-INICIAL
      ** SAO IGUAIS AO PRIMEIRO (111.111.111-11 E SEMELHANTES FECHAM
      ** O MODULO 11 MAS NAO SAO DOCUMENTOS VALIDOS)
      *
       2500-VERIFICA-DIGITOS-IGUAIS.
      *
           MOVE 'S' TO WS-SW-DIGITOS-IGUAIS.
      *
           PERFORM 2510-COMPARA-DIGITO
               THRU 2510-COMPARA-DIGITO-EXIT
               VARYING WS-SUB-DOC FROM WS-POSICAO-INICIAL BY 1
               UNTIL WS-SUB-DOC > 14
                   OR NOT WS-DIGITOS-IGUAIS.
      *
       2500-VERIFICA-DIGITOS-IGUAIS-EXIT.
           EXIT.
      *
       2510-COMPARA-DIGITO.
      *
           IF WS-DOC-DIGITO(WS-SUB-DOC)
               NOT = WS-DOC-DIGITO(WS-POSICAO-INICIAL)
               MOVE 'N' TO WS-SW-DIGITOS-IGUAIS
           END-IF.
      *
       2510-COMPARA-DIGITO-EXIT.
           EXIT.
      *
      ** GRAVACAO DO DETALHE NO ARQUIVO DO CCS, COM O DIGITO DA CONTA
      ** LIDO DO CTACADM. A SEQUENCIA 01 E O TITULAR PRINCIPAL; AS
      ** DEMAIS SAO CO-TITULARES
      *
       2550-GRAVA-DETALHE.
      *
           MOVE SPACES                 TO REG-CCSSAI.
           MOVE '1'                    TO CCS-TIPO-REGISTRO.
           MOVE WS-TIPO-PESSOA         TO CCS-TIPO-PESSOA.
           MOVE CCL-CPF-CNPJ           TO CCS-CPF-CNPJ.
           MOVE CCL-EVENTO             TO CCS-TIPO-EVENTO.
           MOVE CCL-DATA-EVENTO        TO CCS-DATA-EVENTO.
           MOVE CCL-AGENCIA            TO CCS-AGENCIA.
           MOVE CCL-CONTA              TO CCS-CONTA.
           MOVE CTA-DIGITO-VERIFICADOR TO CCS-CONTA-DV.
      *
           IF CCL-SEQUENCIA = 01
               MOVE 'T' TO CCS-VINCULO
           ELSE
               MOVE 'C' TO CCS-VINCULO
           END-IF.
      *
           WRITE REG-CCSSAI.
      *
           ADD 1 TO WS-QTD-DETALHES.
      *
           IF CCL-INICIO
               ADD 1 TO WS-QTD-INICIOS
           ELSE
               ADD 1 TO WS-QTD-FINS
           END-IF.
      *
       2550-GRAVA-DETALHE-EXIT.
           EXIT.
      *
      ** EVENTO REJEITADO: FICA FORA DO ARQUIVO DO CCS E E LISTADO
      ** NO RELATORIO COM O MOTIVO (REJ-MOTIVO JA PREENCHIDO)
      *
       2600-REJEITA-EVENTO.
      *
           MOVE CCL-AGENCIA  TO REJ-AGENCIA.
           MOVE CCL-CONTA    TO REJ-CONTA.
           MOVE CCL-CPF-CNPJ TO REJ-CPF-CNPJ.
           MOVE CCL-NOME     TO REJ-NOME.
      *
           IF CCL-INICIO
               MOVE 'INICIO' TO REJ-EVENTO
           ELSE
               MOVE 'FIM'    TO REJ-EVENTO
           END-IF.
      *
           WRITE REG-CCCSRPT FROM WS-LINHA-REJEITADO.
           ADD 1 TO WS-QTD-REJEITADOS.
      *
       2600-REJEITA-EVENTO-EXIT.
           EXIT.
      *
      ** DIGITO VERIFICADOR MODULO 11 DA SOMA PONDERADA: RESTO MENOR
      ** QUE 2 DA ZERO, SENAO 11 MENOS O RESTO
      *
       2700-CALCULA-DIGITO.
      *
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
      *
           IF WS-RESTO < 2
               MOVE ZERO TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           END-IF.
      *
       2700-CALCULA-DIGITO-EXIT.
           EXIT.
      *
      ** FINALIZACAO: TRAILER DO ARQUIVO DO CCS COM A QUANTIDADE DE
      ** REGISTROS DO ARQUIVO (DETALHES MAIS HEADER E TRAILER) E AS
      ** DE INICIOS E FINS, E TOTAIS DO RELATORIO
      *
       9000-FINALIZACAO.
      *
           MOVE SPACES          TO REG-CCSSAI.
           MOVE '9'             TO CCS-TIPO-REGISTRO.
           COMPUTE CCS-QTD-REGISTROS = WS-QTD-DETALHES + 2.
           MOVE WS-QTD-INICIOS  TO CCS-QTD-INICIOS.
           MOVE WS-QTD-FINS     TO CCS-QTD-FINS.
           WRITE REG-CCSSAI.
      *
           MOVE WS-QTD-SELECIONADOS TO TOT-SELECIONADOS.
           MOVE WS-QTD-REJEITADOS   TO TOT-REJEITADOS.
           MOVE WS-QTD-INICIOS      TO TOT-INICIOS.
           MOVE WS-QTD-FINS         TO TOT-FINS.
           MOVE WS-QTD-LIDOS        TO TOT-LIDOS.
           MOVE WS-QTD-DETALHES     TO TOT-DETALHES.
      *
           WRITE REG-CCCSRPT FROM WS-LINHA-BRANCO.
           WRITE REG-CCCSRPT FROM WS-LINHA-TOTAIS-1.
           WRITE REG-CCCSRPT FROM WS-LINHA-TOTAIS-2.
           WRITE REG-CCCSRPT FROM WS-LINHA-TOTAIS-3.
      *
           CLOSE CCSLOG.
           CLOSE CTACADM.
           CLOSE CCSSAIDA.
           CLOSE CCCSRPT.
      *
       9000-FINALIZACAO-EXIT.
           EXIT.
      *
       END PROGRAM CCCCSGER.
