              10 CKPT-TOTAL          PIC 9(05)V99.
              10 CKPT-LINHA          PIC 9(02).
              10 CKPT-OPERADOR       PIC X(08).
      * Tipo de pedido da conta (S sala, T take-away, E entrega).
              10 CKPT-TIPO-PEDIDO    PIC X(01).
           05 CKPT-ITEM-DET REDEFINES CKPT-DETALHE.
              10 CKPT-COD-ITEM       PIC 9(02).
              10 CKPT-DESCR-ITEM     PIC X(25).
