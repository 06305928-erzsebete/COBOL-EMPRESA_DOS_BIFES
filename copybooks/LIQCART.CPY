      ******************************************************************
      * LIQCART.CPY
      * Registo do ficheiro de liquidacao diaria do adquirente dos
      * cartoes (LIQCART.DAT), recebido do banco e importado por
      * CONCILIA_CARTOES. Cada TPA esta associado a um terminal de
      * venda e o ficheiro traz o numero desse terminal. Consoante o
      * contrato, o banco manda uma linha "T" por transaccao (com a
      * hora e a referencia da autorizacao) ou uma linha "L" por lote
      * de terminal (o total do dia nesse TPA e o numero de
      * transaccoes). As devolucoes feitas no TPA vem com sinal "-".
      ******************************************************************
       01  LIQ-REG.
           05 LIQ-TIPO               PIC X(01).
              88 LIQ-TRANSACCAO      VALUE "T".
              88 LIQ-LOTE            VALUE "L".
           05 LIQ-DATA               PIC 9(08).
           05 LIQ-HORA               PIC 9(04).
           05 LIQ-TERMINAL           PIC 9(01).
           05 LIQ-SINAL              PIC X(01).
              88 LIQ-DEVOLUCAO       VALUE "-".
           05 LIQ-VALOR              PIC 9(07)V99.
           05 LIQ-NUM-TRANS          PIC 9(04).
           05 LIQ-REFERENCIA         PIC X(12).
