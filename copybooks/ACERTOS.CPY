      ******************************************************************
      * ACERTOS.CPY
      * Registo do ficheiro de prestacao de contas dos estafetas
      * (ACERTOS.DAT), gravado em acrescento por EXPEDICAO no fim de
      * cada volta de entregas: data e hora do acerto, estafeta e
      * operador que o recebeu, pedidos entregues e devolvidos, o
      * dinheiro que o estafeta devia trazer (a soma a cobrar dos
      * pedidos entregues), o que entregou e a diferenca (entregue -
      * esperado).
      ******************************************************************
       01  ACERTO-REG.
           05 ACERTO-DATA            PIC 9(08).
           05 ACERTO-HORA.
              10 ACERTO-HOR          PIC 9(02).
              10 ACERTO-MIN          PIC 9(02).
           05 ACERTO-ESTAFETA        PIC X(08).
           05 ACERTO-OPERADOR        PIC X(08).
           05 ACERTO-ENTREGUES       PIC 9(03).
           05 ACERTO-DEVOLVIDOS      PIC 9(03).
           05 ACERTO-ESPERADO        PIC 9(07)V99.
           05 ACERTO-ENTREGUE        PIC 9(07)V99.
           05 ACERTO-DIFERENCA       PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
