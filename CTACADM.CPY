      *                               O SALDO NEGATIVO. CONTA SEM    *
      *                               CHEQUE ESPECIAL TEM LIMITE     *
      *                               ZERO (REGRA ANTIGA INALTERADA) *
      *   2026-10-15  FABIO MARQUES   CONTA DORMENTE: NOVO STATUS    *
      *                               'D' (CTA-STATUS-DORMENTE),     *
      *                               ATRIBUIDO PELO CCDORCTA A      *
      *                               CONTA ATIVA SEM MOVIMENTO DE   *
      *                               CLIENTE HA MAIS DO PRAZO DO    *
      *                               PARAMETRO, E                   *
      *                               CTA-DATA-DORMENCIA, TOMADA DO  *
      *                               FILLER. O CCJURTAR NAO COBRA   *
      *                               TARIFA DE CONTA DORMENTE E O   *
      *                               CCLANCTO E O CCTELLAN REATIVAM *
      *                               A CONTA NO PRIMEIRO DEBITO OU  *
      *                               CREDITO DO CLIENTE             *
      *                                                              *
      ****************************************************************
       01 REG-CTACADM.
               88 CTA-STATUS-ATIVA                 VALUE 'A'.
               88 CTA-STATUS-INATIVA               VALUE 'I'.
               88 CTA-STATUS-BLOQUEADA             VALUE 'B'.
               88 CTA-STATUS-DORMENTE              VALUE 'D'.
           05 CTA-LIMITE-CREDITO         PIC S9(13)V99 COMP-3.
      *
      ** DATA EM QUE A CONTA FOI MARCADA COMO DORMENTE PELO CCDORCTA;
      ** ZERADA NA REATIVACAO. REGISTRO ANTERIOR A ESTA VERSAO TRAZ
      ** BRANCOS NO CAMPO
      *
           05 CTA-DATA-DORMENCIA         PIC 9(08).
           05 FILLER                     PIC X(04).
