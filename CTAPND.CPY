      ****************************************************************
      * COPYBOOK: CTAPND                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO ARQUIVO DE PENDENCIAS     *
      *              (SUSPENSE) DE LANCAMENTOS REJEITADOS DO BANCO   *
      *              FUTURE SCHOOL (ARQUIVO CTAPND, INDEXADO POR     *
      *              PND-CHAVE = ID DO LOTE DE ORIGEM + POSICAO DO   *
      *              DETALHE NO LOTE). GRAVADO PELO CCLANCTO PARA    *
      *              CADA DETALHE REJEITADO NA POSTAGEM, COM O       *
      *              REGISTRO CTALANC ORIGINAL, O MOTIVO E A DATA.   *
      *              MANTIDO PELO CCPNDMNT (CORRIGIR, CANCELAR,      *
      *              LIBERAR); OS ITENS LIBERADOS SAO REAPRESENTADOS *
      *              EM LOTE NOVO PELO CCPNDLIB E O CCPNDREL EMITE A *
      *              POSICAO DIARIA POR IDADE                        *
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
       01 REG-CTAPND.
           05 PND-CHAVE.
               10 PND-LOTE-ID            PIC X(10).
               10 PND-SEQUENCIA          PIC 9(07).
           05 PND-LOTE-ORIGEM            PIC X(08).
           05 PND-DATA-MOVIMENTO         PIC 9(08).
           05 PND-DATA-REJEICAO          PIC 9(08).
      *
      ** MOTIVO PADRONIZADO DA REJEICAO; O TEXTO DA SITUACAO IMPRESSO
      ** NO CCLANRPT VAI EM PND-DESCRICAO-MOTIVO
      *
           05 PND-MOTIVO                 PIC X(02).
               88 PND-MOT-AGENCIA                  VALUE '01'.
               88 PND-MOT-CONTA-INVALIDA           VALUE '02'.
               88 PND-MOT-CONTA-INEXISTENTE        VALUE '03'.
               88 PND-MOT-CONTA-INATIVA            VALUE '04'.
               88 PND-MOT-SALDO                    VALUE '05'.
               88 PND-MOT-TITULAR                  VALUE '06'.
               88 PND-MOT-MALFORMADO               VALUE '07'.
               88 PND-MOT-ESTORNO                  VALUE '08'.
               88 PND-MOT-FALHA-ATUALIZACAO        VALUE '09'.
               88 PND-MOT-REGRA-STATUS             VALUE '10'.
           05 PND-DESCRICAO-MOTIVO       PIC X(40).
      *
      ** IMAGEM DO DETALHE CTALANC (100 BYTES, MESMO LAYOUT DO FD
      ** CTALANC DO CCLANCTO); A CORRECAO DO CCPNDMNT ALTERA ESTA
      ** AREA E O CCPNDLIB A GRAVA COMO ESTA NO LOTE NOVO
      *
           05 PND-LANCAMENTO.
               10 PND-AGENCIA            PIC 9(04).
               10 PND-CONTA              PIC 9(09).
               10 PND-CONTA-DV           PIC X(01).
               10 PND-TIPO               PIC X(01).
               10 PND-VALOR              PIC 9(13)V99.
               10 PND-DATA               PIC 9(08).
               10 PND-HISTORICO          PIC X(40).
               10 PND-DESTINO            PIC X(14).
               10 FILLER                 PIC X(08).
           05 PND-SITUACAO               PIC X(01).
               88 PND-PENDENTE                     VALUE 'P'.
               88 PND-CORRIGIDO                    VALUE 'C'.
               88 PND-CANCELADO                    VALUE 'X'.
               88 PND-LIBERADO                     VALUE 'L'.
               88 PND-REAPRESENTADO                VALUE 'R'.
           05 PND-DATA-SITUACAO          PIC 9(08).
      *
      ** LOTE EM QUE O ITEM FOI REAPRESENTADO (SITUACAO 'R')
      *
           05 PND-LOTE-REAPRESENTACAO    PIC X(10).
           05 FILLER                     PIC X(20).
