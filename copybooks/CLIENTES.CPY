           05 CLIENTE-NIF            PIC 9(09).
           05 CLIENTE-NOME           PIC X(25).
           05 CLIENTE-PONTOS         PIC 9(06).
      * Conta-corrente: um cliente (tipicamente uma empresa) marcado
      * com credito "S" pode pagar contas "a credito" no balcao, ate
      * ao limite de credito - o valor fica em divida na conta
      * corrente (CCORRENT.DAT) e e liquidado mais tarde. Registos
      * antigos, sem estes campos, ficam sem credito.
           05 CLIENTE-CREDITO        PIC X(01).
              88 CLIENTE-COM-CREDITO VALUE "S".
           05 CLIENTE-LIMITE         PIC 9(05)V99.
      * Morada e telefone de entrega, propostos no balcao sempre que
      * o cliente faz um pedido de entrega ao domicilio com o NIF, e
      * actualizados quando o cliente da outros.
           05 CLIENTE-MORADA         PIC X(40).
           05 CLIENTE-TELEFONE       PIC X(12).
