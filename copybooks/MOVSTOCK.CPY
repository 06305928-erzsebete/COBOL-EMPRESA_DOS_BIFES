      * Encomenda a que a entrada "E" diz respeito (ENCOMEND.DAT;
      * zero = entrada avulsa, sem encomenda).
           05 MOV-ENCOMENDA          PIC 9(06).
      * Preco unitario de compra da entrada "E" (zero nos outros
      * movimentos e nas entradas sem preco).
           05 MOV-PRECO-UNIT         PIC 9(03)V9999.
