      ******************************************************************
      * CCORRENT.CPY
      * Registo da conta-corrente dos clientes a credito
      * (CCORRENT.DAT), um por movimento, sempre acrescentado ao fim:
      * "D" debito - conta fechada no balcao com a forma de pagamento
      * "A" (a credito), com o numero da conta e da factura; "E"
      * credito de um estorno dessa conta (ESTORNA_CONTA); "C"
      * credito de um pagamento do cliente registado em MANUT_CREDITO
      * (forma D dinheiro, C cartao, T transferencia, e a referencia
      * do documento). O saldo em divida de um NIF e sempre a soma
      * dos debitos menos a dos creditos - nao ha saldo guardado no
      * ficheiro de clientes que possa divergir dos movimentos.
      ******************************************************************
       01  CCORRENTE-REG.
           05 CC-TIPO                PIC X(01).
              88 CC-DEBITO           VALUE "D".
              88 CC-ESTORNO          VALUE "E".
              88 CC-PAGAMENTO        VALUE "C".
           05 CC-NIF                 PIC 9(09).
           05 CC-DATA.
              10 CC-ANO              PIC 9(04).
              10 CC-MES              PIC 9(02).
              10 CC-DIA              PIC 9(02).
           05 CC-HORA.
              10 CC-HOR              PIC 9(02).
              10 CC-MIN              PIC 9(02).
           05 CC-NUM-CONTA           PIC 9(06).
           05 CC-NUM-FATURA          PIC 9(06).
           05 CC-VALOR               PIC 9(05)V99.
           05 CC-OPERADOR            PIC X(08).
           05 CC-TERMINAL            PIC 9(01).
           05 CC-FORMA               PIC X(01).
              88 CC-FORMA-DINHEIRO   VALUE "D".
              88 CC-FORMA-CARTAO     VALUE "C".
              88 CC-FORMA-TRANSF     VALUE "T".
           05 CC-REFERENCIA          PIC X(12).
