      ****************************************************************
      * COPYBOOK: CTAEXE                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DE CONTROLE DE EXECUCAO DA   *
      *              CADEIA NOTURNA (ARQUIVO CTAEXE, INDEXADO POR    *
      *              EXE-CHAVE = DATA DE NEGOCIO + PASSO + LOTE). UM *
      *              REGISTRO POR PASSO EXECUTADO NA DATA; O         *
      *              CCLANCTO, QUE RODA UMA VEZ POR LOTE, TEM UM     *
      *              REGISTRO POR LOTE, E OS DEMAIS PASSOS TRAZEM O  *
      *              LOTE EM BRANCO NA CHAVE. GRAVADO SO PELO        *
      *              CCEXECTL (INICIO E FIM DE CADA PASSO) E LIDO    *
      *              PELO CCEXEREL                                   *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       01 REG-CTAEXE.
           05 EXE-CHAVE.
               10 EXE-DATA-NEGOCIO       PIC 9(08).
               10 EXE-PASSO              PIC X(08).
               10 EXE-LOTE-ID            PIC X(10).
      *
      ** 'E' FICA GRAVADO DO INICIO ATE O FIM DO PASSO: ENCONTRADO
      ** DEPOIS, INDICA EXECUCAO INTERROMPIDA (ABEND OU CANCELAMENTO)
      *
           05 EXE-STATUS                 PIC X(01).
               88 EXE-EM-EXECUCAO                  VALUE 'E'.
               88 EXE-CONCLUIDO                    VALUE 'C'.
           05 EXE-INICIO.
               10 EXE-DATA-INICIO        PIC 9(08).
               10 EXE-HORA-INICIO        PIC 9(08).
           05 EXE-FIM.
               10 EXE-DATA-FIM           PIC 9(08).
               10 EXE-HORA-FIM           PIC 9(08).
      *
      ** CONTAGENS INFORMADAS PELO PASSO NO FIM: REGISTROS LIDOS,
      ** PROCESSADOS (ACEITOS, GERADOS, ARQUIVADOS...) E OCORRENCIAS
      ** (REJEITADOS, DIVERGENCIAS, EXPIRADOS...), CONFORME O PASSO
      *
           05 EXE-QTD-LIDOS              PIC 9(09).
           05 EXE-QTD-PROCESSADOS        PIC 9(09).
           05 EXE-QTD-OCORRENCIAS        PIC 9(09).
      *
      ** QUANTIDADE DE EXECUCOES DO PASSO NA DATA E INDICADOR DE QUE
      ** A ULTIMA FOI UMA REEXECUCAO AUTORIZADA NO CCEXEPRM
      *
           05 EXE-QTD-EXECUCOES          PIC 9(03).
           05 EXE-IND-REEXECUCAO         PIC X(01).
               88 EXE-REEXECUCAO                   VALUE 'S'.
           05 FILLER                     PIC X(30).
