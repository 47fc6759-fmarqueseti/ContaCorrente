      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-08-20  FABIO MARQUES   VERSAO INICIAL                 *
      *   2026-10-15  FABIO MARQUES   ACRESCENTA LOT-SOMA-ESTORNOS   *
      *                               (SOMA DOS LANCAMENTOS DE       *
      *                               ESTORNO 'R' DO LOTE), TIRADA   *
      *                               DO FILLER; LOTE REGISTRADO     *
      *                               ANTES DESTA VERSAO TRAZ        *
      *                               BRANCOS NO CAMPO               *
      *                                                              *
      ****************************************************************
       01 REG-CTALOTE.
           05 LOT-QTD-LANCAMENTOS        PIC 9(07).
           05 LOT-SOMA-DEBITOS           PIC 9(15)V99.
           05 LOT-SOMA-CREDITOS          PIC 9(15)V99.
           05 LOT-SOMA-ESTORNOS          PIC 9(15)V99.
           05 FILLER                     PIC X(03).
