      *                               RETIDO E O DESCONTA DO SALDO   *
      *                               DISPONIVEL, DO MESMO JEITO QUE *
      *                               O CCLANCTO FAZ NA POSTAGEM     *
      *   2026-10-15  FABIO MARQUES   CONTA DORMENTE EXIBIDA COMO    *
      *                               'DORMENTE' NA SITUACAO DA      *
      *                               CONSULTA                       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
           EVALUATE TRUE
               WHEN CTA-STATUS-ATIVA
                   MOVE 'ATIVA' TO SITUO
               WHEN CTA-STATUS-DORMENTE
                   MOVE 'DORMENTE' TO SITUO
               WHEN CTA-STATUS-BLOQUEADA
                   MOVE '*** BLOQUEADA ***' TO SITUO
                   MOVE 'ATENCAO: CONTA BLOQUEADA - NAO MOVIMENTAR'
