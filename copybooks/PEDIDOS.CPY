      * quando o pedido passa a "R", para o relatorio de tempos de
      * preparacao por hora. O numero do pedido e o numero da conta
      * no jornal, o mesmo que sai impresso no talao.
      * Os pedidos de entrega ao domicilio levam ainda a morada, o
      * telefone e o valor que o estafeta tem de cobrar em dinheiro a
      * porta; pronto, o pedido e atribuido a um estafeta no programa
      * de expedicao (EXPEDICAO) e passa a "D" em distribuicao, e so
      * passa a "L" quando o estafeta presta contas do que levou.
      ******************************************************************
       01  PEDIDO-REG.
           05 PEDIDO-NUM-CONTA       PIC 9(06).
              88 PEDIDO-EM-PREP      VALUE "E".
              88 PEDIDO-PRONTO       VALUE "R".
              88 PEDIDO-LEVANTADO    VALUE "L".
              88 PEDIDO-EM-DISTRIB   VALUE "D".
           05 PEDIDO-HORA-PRONTO.
              10 PEDIDO-PRONTO-HOR   PIC 9(02).
              10 PEDIDO-PRONTO-MIN   PIC 9(02).
      * Tipo de pedido (como no jornal): "S" sala, "T" take-away,
      * "E" entrega. Registos antigos, sem o campo, sao de sala.
           05 PEDIDO-TIPO            PIC X(01).
              88 PEDIDO-SALA         VALUE "S" " ".
              88 PEDIDO-TAKEAWAY     VALUE "T".
              88 PEDIDO-ENTREGA      VALUE "E".
      * So nos pedidos de entrega: cliente, morada e telefone, o total
      * da conta e a parte paga em dinheiro (a cobrar pelo estafeta),
      * o estafeta a quem o pedido foi atribuido e a hora de saida.
           05 PEDIDO-DADOS-ENTREGA.
              10 PEDIDO-NOME         PIC X(25).
              10 PEDIDO-MORADA       PIC X(40).
              10 PEDIDO-TELEFONE     PIC X(12).
              10 PEDIDO-TOTAL        PIC 9(05)V99.
              10 PEDIDO-A-COBRAR     PIC 9(05)V99.
              10 PEDIDO-ESTAFETA     PIC X(08).
              10 PEDIDO-HORA-SAIDA.
                 15 PEDIDO-SAIDA-HOR PIC 9(02).
                 15 PEDIDO-SAIDA-MIN PIC 9(02).
