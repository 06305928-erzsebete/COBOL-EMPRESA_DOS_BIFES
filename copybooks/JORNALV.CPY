      * (terminal x 100000 + sequencia), para nunca colidirem entre
      * terminais.
              10 JORNAL-TERMINAL     PIC 9(01).
      * Tipo de pedido escolhido ao abrir a conta: "S" sala (ao
      * balcao), "T" take-away, "E" entrega ao domicilio. Registos
      * antigos, sem o campo, sao todos de sala.
              10 JORNAL-TIPO-PEDIDO  PIC X(01).
                 88 JORNAL-PEDIDO-SALA     VALUE "S" " ".
                 88 JORNAL-PEDIDO-TAKEAWAY VALUE "T".
                 88 JORNAL-PEDIDO-ENTREGA  VALUE "E".
      * Certificacao do documento. O cabecalho "C" e a factura da
      * serie FT do terminal (numero em JORNAL-NUM-FATURA); o estorno
      * "V" e uma nota de credito da serie NC do terminal da conta,
      * com numeracao propria em JORNAL-NUM-NOTA-CRED (terminal x
      * 100000 + sequencia, como as facturas). O ATCUD e o codigo de
      * validacao da serie (SERIES.DAT) mais o numero dentro da
      * serie; o hash (ASSINA_DOC) encadeia cada documento no
      * anterior da mesma serie e e conferido por VERIFICA_JORNAL.
      * Registos antigos, sem os campos, ficam com espacos no hash.
              10 JORNAL-NUM-NOTA-CRED PIC 9(06).
              10 JORNAL-ATCUD        PIC X(15).
              10 JORNAL-HASH         PIC X(16).
