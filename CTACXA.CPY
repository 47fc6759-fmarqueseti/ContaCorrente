      ****************************************************************
      * COPYBOOK: CTACXA                                             *
      *                                                              *
      * DESCRIPTION: LAYOUT DO REGISTRO DE CAIXA (GAVETA) DO GUICHE  *
      *              DO BANCO FUTURE SCHOOL (ARQUIVO CTACXA,         *
      *              INDEXADO POR CXA-CHAVE = DATA + OPERADOR). O    *
      *              CAIXA ABRE A GAVETA DO DIA PELA TRANSACAO CCXA  *
      *              (CCTELCXA) INFORMANDO A AGENCIA E O TROCO       *
      *              INICIAL; CADA DEPOSITO E SAQUE EFETIVADO PELA   *
      *              TRANSACAO CLAN (CCTELLAN) E SOMADO NAS ENTRADAS *
      *              OU SAIDAS DA GAVETA DO OPERADOR; NO FIM DO      *
      *              EXPEDIENTE O CAIXA FECHA A GAVETA PELA CCXA COM *
      *              O DINHEIRO CONTADO E O CCCXAREL EMITE A NOITE O *
      *              FECHAMENTO POR AGENCIA E CAIXA, COM AS SOBRAS E *
      *              FALTAS                                          *
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
       01 REG-CTACXA.
           05 CXA-CHAVE.
               10 CXA-DATA               PIC 9(08).
               10 CXA-OPERADOR           PIC X(08).
           05 CXA-AGENCIA                PIC 9(04).
           05 CXA-TERMINAL               PIC X(04).
           05 CXA-SITUACAO               PIC X(01).
               88 CXA-ABERTO                       VALUE 'A'.
               88 CXA-FECHADO                      VALUE 'F'.
      *
      ** ABERTURA: HORA (HHMMSSCC) E TROCO INICIAL DA GAVETA
      *
           05 CXA-HORA-ABERTURA          PIC 9(08).
           05 CXA-VALOR-ABERTURA         PIC 9(13)V99.
      *
      ** ENTRADAS (DEPOSITOS) E SAIDAS (SAQUES) EM DINHEIRO,
      ** SOMADAS PELO CCTELLAN A CADA LANCAMENTO EFETIVADO
      *
           05 CXA-QTD-ENTRADAS           PIC 9(07).
           05 CXA-SOMA-ENTRADAS          PIC 9(15)V99.
           05 CXA-QTD-SAIDAS             PIC 9(07).
           05 CXA-SOMA-SAIDAS            PIC 9(15)V99.
      *
      ** FECHAMENTO: HORA, TERMINAL E DINHEIRO CONTADO E DECLARADO
      ** PELO CAIXA. O SALDO ESPERADO (TROCO + ENTRADAS - SAIDAS) E
      ** A DIFERENCA SAO CALCULADOS, NAO GRAVADOS
      *
           05 CXA-HORA-FECHAMENTO        PIC 9(08).
           05 CXA-TERMINAL-FECHAMENTO    PIC X(04).
           05 CXA-VALOR-DECLARADO        PIC 9(13)V99.
           05 FILLER                     PIC X(30).
