      *                               (CCLANCTO); MOV-VALOR TRAZ O   *
      *                               LIMITE CONTRATADO E O SALDO    *
      *                               NAO MUDA                       *
      *   2026-10-15  FABIO MARQUES   ESTORNO POR REFERENCIA: O      *
      *                               EX-FILLER PASSA A TRAZER O     *
      *                               NUMERO UNICO DO MOVIMENTO      *
      *                               (MOV-NUMERO, ATRIBUIDO PELO    *
      *                               CONTROLE DO INDICE DE          *
      *                               MOVIMENTOS CTAMVX) E, NO       *
      *                               MOVIMENTO DE ESTORNO, O NUMERO *
      *                               DO MOVIMENTO ORIGINAL          *
      *                               ESTORNADO (MOV-NUMERO-ORIGEM). *
      *                               O ESTORNO SAI COMO 'D' OU 'C'  *
      *                               NO SENTIDO CONTRARIO AO DO     *
      *                               ORIGINAL, PARA A CONCILIACAO   *
      *                               SEGUIR SEM MUDANCA. REGISTRO   *
      *                               ANTERIOR A ESTA VERSAO TRAZ    *
      *                               BRANCOS NOS CAMPOS NOVOS       *
      *                                                              *
      ****************************************************************
       01 REG-CTAMOV.
           05 MOV-VALOR                  PIC 9(13)V99.
           05 MOV-HISTORICO              PIC X(40).
           05 MOV-SALDO-APOS             PIC S9(13)V99.
           05 MOV-NUMERO                 PIC 9(09).
           05 MOV-NUMERO-ORIGEM          PIC 9(09).
           05 MOV-IND-ESTORNO            PIC X(01).
               88 MOV-ESTORNO                      VALUE 'S'.
           05 FILLER                     PIC X(01).
