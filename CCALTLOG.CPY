      ****************************************************************
      * COPYBOOK: CCALTLOG                                           *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DO LOG DE ALTERACOES DOS     *
      *              CADASTROS DO BANCO FUTURE SCHOOL (ARQUIVO       *
      *              CCALTLOG, SEQUENCIAL, ABERTO EM EXTEND COMO O   *
      *              CCAUDITA). UM REGISTRO POR INCLUSAO, ALTERACAO  *
      *              OU EXCLUSAO EFETIVADA NO AGCADM (CCAGMNT),      *
      *              CTATIT (CCTITMNT), CTADEB (CCDEBMNT), CTABLQ    *
      *              (CCBLQMNT), CTACHQ (CCCHQMNT) E NO STATUS E     *
      *              LIMITE DO CTACADM (CCLANCTO, TIPOS 'B', 'L',    *
      *              'E' E 'X' E REATIVACAO DE CONTA DORMENTE;       *
      *              CCTELLAN, REATIVACAO NO GUICHE; CCDORCTA,       *
      *              MARCACAO DE DORMENCIA), COM AS IMAGENS DO       *
      *              REGISTRO ANTES E DEPOIS. LIDO PELO CCALTREL     *
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
       01 REG-CCALTLOG.
           05 ALT-DATA-HORA.
               10 ALT-DATA               PIC 9(08).
               10 ALT-HORA               PIC 9(08).
           05 ALT-ARQUIVO                PIC X(08).
               88 ALT-ARQ-AGCADM                   VALUE 'AGCADM'.
               88 ALT-ARQ-CTATIT                   VALUE 'CTATIT'.
               88 ALT-ARQ-CTADEB                   VALUE 'CTADEB'.
               88 ALT-ARQ-CTABLQ                   VALUE 'CTABLQ'.
               88 ALT-ARQ-CTACHQ                   VALUE 'CTACHQ'.
               88 ALT-ARQ-CTACADM                  VALUE 'CTACADM'.
      *
      ** CHAVE DO REGISTRO ALTERADO NO FORMATO DA CHAVE DO PROPRIO
      ** ARQUIVO (AG-NUMERO, TIT-CHAVE, DEB-CHAVE, BLQ-CHAVE,
      ** CHQ-CHAVE OU CTA-CHAVE), ALINHADA A ESQUERDA
      *
           05 ALT-CHAVE                  PIC X(20).
           05 ALT-OPERACAO               PIC X(01).
               88 ALT-INCLUSAO                     VALUE 'I'.
               88 ALT-ALTERACAO                    VALUE 'A'.
               88 ALT-EXCLUSAO                     VALUE 'E'.
      *
      ** FUNCAO DA TRANSACAO DE MANUTENCAO OU TIPO DO LANCAMENTO DO
      ** CCLANCTO OU DO CCTELLAN QUE PROVOCOU A ALTERACAO ('D' NA
      ** MARCACAO DE DORMENCIA DO CCDORCTA)
      *
           05 ALT-FUNCAO                 PIC X(01).
           05 ALT-PROGRAMA               PIC X(08).
      *
      ** ORIGEM DA ALTERACAO: NO CCLANCTO, O SISTEMA DE ORIGEM E O ID
      ** DO LOTE, COM A POSICAO DO DETALHE NO LOTE; NO CCTELLAN, O
      ** LOTE DO GUICHE DO DIA ('GUICHE', 'GU' + DATA), COM A POSICAO
      ** DO LANCAMENTO NO LOTE; NOS PROGRAMAS DE MANUTENCAO, O ARQUIVO
      ** DE TRANSACOES (SISTEMA EM BRANCO), COM A POSICAO DA TRANSACAO
      ** NO ARQUIVO; NO CCDORCTA, O PROPRIO PROGRAMA (SISTEMA EM
      ** BRANCO), COM A POSICAO DA CONTA NA VARREDURA DO CTACADM
      *
           05 ALT-SISTEMA-ORIGEM         PIC X(08).
           05 ALT-ORIGEM-ID              PIC X(10).
           05 ALT-ORIGEM-SEQ             PIC 9(07).
      *
      ** IMAGENS DO REGISTRO: ANTES EM BRANCO NA INCLUSAO E DEPOIS
      ** EM BRANCO NA EXCLUSAO
      *
           05 ALT-IMAGEM-ANTES           PIC X(200).
           05 ALT-IMAGEM-DEPOIS          PIC X(200).
           05 FILLER                     PIC X(21).
