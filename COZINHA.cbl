      *          a media de minutos de preparacao por hora do dia. O
      *          ficheiro e relido a cada ecran, para os pedidos que
      *          o balcao for fechando entretanto aparecerem logo.
      *          O quadro mostra o tipo de cada pedido (sala,
      *          take-away, entrega); um pedido de entrega pronto nao
      *          e chamado ao balcao - segue para a expedicao
      *          (EXPEDICAO), que o entrega a um estafeta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              10 PD-ESTADO         PIC X(01).
              10 PD-PRONTO-HOR     PIC 9(02).
              10 PD-PRONTO-MIN     PIC 9(02).
              10 PD-TIPO           PIC X(01).
              10 PD-DADOS-ENTREGA  PIC X(103).

      * Tempos de preparacao por hora do dia (posicao 1 = 00h):
      * pedidos ja prontos, minutos acumulados entre a criacao e o
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - PEDIDOS DE COZINHA".
           DISPLAY "================================================".
           DISPLAY "PEDIDO  ENTRADA  TIPO       ESTADO".
           DISPLAY "------------------------------------------------".
           MOVE 0 TO LINHAS-QUADRO.
           PERFORM MOSTRAR-PEDIDO THRU
           DISPLAY SAIDA-NUM-PEDIDO "  " PD-CRIACAO-HOR(IDX-PEDIDO)
               ":" PD-CRIACAO-MIN(IDX-PEDIDO) "    "
               WITH NO ADVANCING.
           EVALUATE PD-TIPO(IDX-PEDIDO)
             WHEN "T"
               DISPLAY "TAKE-AWAY  " WITH NO ADVANCING
             WHEN "E"
               DISPLAY "ENTREGA    " WITH NO ADVANCING
             WHEN OTHER
               DISPLAY "SALA       " WITH NO ADVANCING
           END-EVALUATE.
           EVALUATE PD-ESTADO(IDX-PEDIDO)
             WHEN "P"
               DISPLAY "PENDENTE"
             WHEN "E"
               DISPLAY "EM PREPARACAO"
             WHEN "R"
               IF PD-TIPO(IDX-PEDIDO) = "E" THEN
                   DISPLAY "PRONTO - EXPEDIR"
               ELSE
                   DISPLAY "PRONTO - CHAMAR"
               END-IF
             WHEN "D"
               DISPLAY "COM O ESTAFETA"
             WHEN OTHER
               DISPLAY PD-ESTADO(IDX-PEDIDO)
           END-EVALUATE.
      ******************************************************************
      * QUADRO-PRONTOS
      * Vista do balcao: so os numeros de pedido de hoje ja prontos,
      * para chamar os clientes - grandes e sem mais nada a volta. Os
      * pedidos de entrega nao sao chamados (saem com o estafeta).
      ******************************************************************
        QUADRO-PRONTOS.
           DISPLAY " ".

        MOSTRAR-PRONTO.
           IF PD-DATA(IDX-PEDIDO) NOT = DATA-HOJE OR
              PD-ESTADO(IDX-PEDIDO) NOT = "R" OR
              PD-TIPO(IDX-PEDIDO) = "E"
               GO TO MOSTRAR-PRONTO-EXIT
           END-IF.
           ADD 1 TO LINHAS-QUADRO.
      * Avanca um estado o pedido de hoje com o numero pedido:
      * pendente passa a em preparacao, em preparacao a pronto (com a
      * hora de pronto gravada) e pronto a levantado, quando o balcao
      * o entrega. Um pedido de entrega pronto nao avanca aqui: e a
      * expedicao que o passa ao estafeta e, no acerto, a entregue.
      * O ficheiro e relido imediatamente antes da
      * alteracao - o operador pode ter ficado minutos no ecran e o
      * balcao imprimido talões novos entretanto - e regravado logo a
      * seguir, para o estado novo nao se perder se o programa for
               MOVE MINUTO TO PD-PRONTO-MIN(IDX-ACHADO)
               DISPLAY "PEDIDO PRONTO - CHAMAR AO BALCAO."
             WHEN "R"
               IF PD-TIPO(IDX-ACHADO) = "E" THEN
                   DISPLAY "PEDIDO DE ENTREGA - ATRIBUIR A UM ESTAFETA "
                           "NA EXPEDICAO."
                   GO TO AVANCAR-PEDIDO-EXIT
               END-IF
               MOVE "L" TO PD-ESTADO(IDX-ACHADO)
               DISPLAY "PEDIDO LEVANTADO."
             WHEN "D"
               DISPLAY "PEDIDO JA SAIU COM O ESTAFETA."
               GO TO AVANCAR-PEDIDO-EXIT
             WHEN OTHER
               DISPLAY "PEDIDO JA FOI LEVANTADO."
               GO TO AVANCAR-PEDIDO-EXIT
        ACUMULAR-TEMPO.
           IF PD-DATA(IDX-PEDIDO) NOT = DATA-HOJE OR
              (PD-ESTADO(IDX-PEDIDO) NOT = "R" AND
               PD-ESTADO(IDX-PEDIDO) NOT = "D" AND
               PD-ESTADO(IDX-PEDIDO) NOT = "L")
               GO TO ACUMULAR-TEMPO-EXIT
           END-IF.
                           TO PD-PRONTO-HOR(NUM-PEDIDOS)
                       MOVE PEDIDO-PRONTO-MIN
                           TO PD-PRONTO-MIN(NUM-PEDIDOS)
                       MOVE PEDIDO-TIPO TO PD-TIPO(NUM-PEDIDOS)
                       MOVE PEDIDO-DADOS-ENTREGA
                           TO PD-DADOS-ENTREGA(NUM-PEDIDOS)
                   END-IF
           END-READ.

           MOVE PD-ESTADO(IDX-PEDIDO)      TO PEDIDO-ESTADO.
           MOVE PD-PRONTO-HOR(IDX-PEDIDO)  TO PEDIDO-PRONTO-HOR.
           MOVE PD-PRONTO-MIN(IDX-PEDIDO)  TO PEDIDO-PRONTO-MIN.
           MOVE PD-TIPO(IDX-PEDIDO)        TO PEDIDO-TIPO.
           MOVE PD-DADOS-ENTREGA(IDX-PEDIDO) TO PEDIDO-DADOS-ENTREGA.
           WRITE PEDIDO-REG.


