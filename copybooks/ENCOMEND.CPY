           05 ENC-ESTADO             PIC X(01).
              88 ENCOMENDA-ABERTA    VALUE "A".
              88 ENCOMENDA-FECHADA   VALUE "F".
      * Preco unitario de compra do recebido contra a linha (medio
      * ponderado das entregas, se chegou em mais de uma), registado
      * na entrada de mercadoria em MANUT_STOCK. Zero = nada recebido
      * com preco.
           05 ENC-PRECO-UNIT         PIC 9(03)V9999.
