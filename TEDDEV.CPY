      ****************************************************************
      * COPYBOOK: TEDDEV                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO ARQUIVO DE DEVOLUCOES DE  *
      *              TED/DOC RECEBIDOS DO BANCO FUTURE SCHOOL        *
      *              (ARQUIVO TEDDEV, SEQUENCIAL). GRAVADO PELO      *
      *              CCTEDREC PARA CADA TRANSFERENCIA RECEBIDA QUE   *
      *              NAO PODE SER CREDITADA, COM A IMAGEM DO         *
      *              REGISTRO DA CAMARA E O MOTIVO PADRONIZADO DA    *
      *              DEVOLUCAO; LIDO PELO CCTEDENV, QUE DEVOLVE O    *
      *              VALOR AO BANCO/AGENCIA/CONTA DE ORIGEM NO       *
      *              ARQUIVO TEDSAIDA DO MESMO DIA, SEM DEBITO EM    *
      *              CONTA DE CLIENTE                                *
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
       01 REG-TEDDEV.
      *
      ** TRANSFERENCIA ORIGINAL COMO RECEBIDA NO TEDENTR: A ORIGEM E
      ** A CONTA NO BANCO CORRESPONDENTE (PARA ONDE O VALOR VOLTA) E
      ** O DESTINO E A CONTA NOSSA QUE NAO PODE SER CREDITADA
      *
           05 DEV-BANCO-ORIGEM           PIC 9(03).
           05 DEV-AGENCIA-ORIGEM         PIC 9(04).
           05 DEV-CONTA-ORIGEM           PIC 9(09).
           05 DEV-CONTA-ORIGEM-DV        PIC X(01).
           05 DEV-AGENCIA-DESTINO        PIC 9(04).
           05 DEV-CONTA-DESTINO          PIC 9(09).
      *
      ** DIGITO DA CONTA DE DESTINO VINDO DO CTACADM; BRANCO QUANDO
      ** A CONTA NAO ESTA CADASTRADA
      *
           05 DEV-CONTA-DESTINO-DV       PIC X(01).
           05 DEV-VALOR                  PIC 9(13)V99.
           05 DEV-DATA-MOVIMENTO         PIC 9(08).
           05 DEV-LOTE-ID                PIC X(10).
      *
      ** MOTIVO PADRONIZADO DA DEVOLUCAO, ENVIADO A CAMARA NO
      ** TEDSAIDA; O TEXTO DA SITUACAO IMPRESSO NO CCTEDRPT VAI EM
      ** DEV-DESCRICAO-MOTIVO
      *
           05 DEV-MOTIVO                 PIC X(02).
               88 DEV-MOT-CONTA-INEXISTENTE        VALUE '01'.
               88 DEV-MOT-CONTA-INATIVA            VALUE '02'.
               88 DEV-MOT-CONTA-BLOQUEADA          VALUE '03'.
               88 DEV-MOT-CONTA-ORIGEM             VALUE '04'.
               88 DEV-MOT-BANCO-ORIGEM             VALUE '05'.
           05 DEV-DESCRICAO-MOTIVO       PIC X(40).
           05 FILLER                     PIC X(14).
