      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das contas-correntes dos clientes a
      *          credito. Marca um cliente de CLIENTES.DAT com credito
      *          e o seu limite (inscrevendo-o, se ainda nao tem
      *          cartao) - so esses podem pagar contas "a credito"
      *          (forma A) no balcao - e regista os pagamentos que os
      *          clientes fazem para liquidar o saldo, como
      *          movimentos de credito "C" na conta-corrente
      *          (CCORRENT.DAT). Um pagamento em dinheiro fica com o
      *          operador que o recebeu, para entrar no valor
      *          esperado do seu fecho de caixa (FECHO_CAIXA). O
      *          ficheiro de clientes e regravado no fim: as
      *          alteracoes de credito fazem-se com os terminais
      *          fechados, que leem os clientes no arranque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTES.CPY.

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       WORKING-STORAGE SECTION.
        77 FS-CLIENTES             PIC X(02)  VALUES "00".
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
        77 FIM-CLIENTES            PIC X      VALUES "N".
           88 CLIENTES-TERMINARAM  VALUE "S".
        77 FIM-CCORRENTE           PIC X      VALUES "N".
           88 CCORRENTE-TERMINOU   VALUE "S".
        77 NUM-CLIENTES            PIC 9(03)  VALUE ZERO.
        77 IDX-CLIENTE             PIC 9(03)  VALUE ZERO.
        77 IDX-ESCOLHIDO           PIC 9(03)  VALUE ZERO.
        77 CLIENTE-ACHADO          PIC X      VALUES "N".
           88 ACHOU-CLIENTE        VALUE "S".
        77 CLIENTES-ALTERADOS      PIC X      VALUES "N".
           88 HA-ALTERACOES        VALUE "S".
        77 RESPOSTA                PIC X(02)  VALUES SPACE.
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 NIF-PEDIDO              PIC 9(09)  VALUE ZERO.
        77 NOVO-NOME               PIC X(25)  VALUE SPACES.
        77 NOVO-CREDITO            PIC X      VALUE SPACE.
        77 NOVO-LIMITE             PIC 9(05)V99 VALUE ZERO.
        77 VALOR-PAGO              PIC 9(05)V99 VALUE ZERO.
        77 FORMA-RECEBIMENTO       PIC X      VALUE SPACE.
           88 FORMA-RECEBIMENTO-OK VALUES "D" "C" "T".
        77 REFERENCIA-PAGAMENTO    PIC X(12)  VALUE SPACES.
        77 SAIDA-LIMITE            PIC Z(4)9.99.
        77 SAIDA-SALDO             PIC Z(6)9.99-.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.

      * Clientes lidos de CLIENTES.DAT, com o saldo em divida de cada
      * um apurado dos movimentos da conta-corrente (debitos menos
      * creditos) - o saldo nunca e gravado, so calculado.
        01 CLIENTES-MEMORIA.
           05 CLIENTE-MEM OCCURS 100 TIMES.
              10 CM-NIF            PIC 9(09).
              10 CM-NOME           PIC X(25).
              10 CM-PONTOS         PIC 9(06).
              10 CM-CREDITO        PIC X(01).
              10 CM-LIMITE         PIC 9(05)V99.
              10 CM-MORADA         PIC X(40).
              10 CM-TELEFONE       PIC X(12).
              10 CM-SALDO          PIC S9(07)V99.

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - CONTAS-CORRENTES".
           DISPLAY "================================================".
           PERFORM UNTIL OPERADOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT OPERADOR
           END-PERFORM.
           PERFORM LER-CLIENTES.
           PERFORM MANUTENCAO
               UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "F".
           IF HA-ALTERACOES THEN
               PERFORM GRAVAR-CLIENTES
           END-IF.
           STOP RUN.


      ******************************************************************
      * LER-CLIENTES
      * Carrega CLIENTES.DAT para memoria (registos antigos sem os
      * campos de credito ficam sem credito) e apura o saldo de cada
      * cliente na conta-corrente.
      ******************************************************************
        LER-CLIENTES.
           MOVE 0 TO NUM-CLIENTES.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE "N" TO FIM-CLIENTES
               PERFORM LER-CLIENTE-ITEM
                   UNTIL CLIENTES-TERMINARAM OR NUM-CLIENTES >= 100
               CLOSE FICHEIRO-CLIENTES
           END-IF.
           PERFORM APURAR-SALDOS.


        LER-CLIENTE-ITEM.
           READ FICHEIRO-CLIENTES
               AT END
                   MOVE "S" TO FIM-CLIENTES
               NOT AT END
                   ADD 1 TO NUM-CLIENTES
                   MOVE CLIENTE-NIF     TO CM-NIF(NUM-CLIENTES)
                   MOVE CLIENTE-NOME    TO CM-NOME(NUM-CLIENTES)
                   MOVE CLIENTE-PONTOS  TO CM-PONTOS(NUM-CLIENTES)
                   MOVE CLIENTE-CREDITO TO CM-CREDITO(NUM-CLIENTES)
                   IF CLIENTE-LIMITE IS NUMERIC THEN
                       MOVE CLIENTE-LIMITE
                           TO CM-LIMITE(NUM-CLIENTES)
                   ELSE
                       MOVE 0 TO CM-LIMITE(NUM-CLIENTES)
                   END-IF
                   IF CM-CREDITO(NUM-CLIENTES) NOT = "S" THEN
                       MOVE "N" TO CM-CREDITO(NUM-CLIENTES)
                   END-IF
                   MOVE CLIENTE-MORADA   TO CM-MORADA(NUM-CLIENTES)
                   MOVE CLIENTE-TELEFONE TO CM-TELEFONE(NUM-CLIENTES)
                   MOVE 0 TO CM-SALDO(NUM-CLIENTES)
           END-READ.


      ******************************************************************
      * APURAR-SALDOS
      * Le a conta-corrente inteira e acumula o saldo em divida de
      * cada cliente: debitos somam, estornos e pagamentos abatem.
      ******************************************************************
        APURAR-SALDOS.
           PERFORM ZERAR-SALDO
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > NUM-CLIENTES.
           MOVE "N" TO FIM-CCORRENTE.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE = "00" THEN
               PERFORM LER-MOVIMENTO
                   UNTIL CCORRENTE-TERMINOU
               CLOSE FICHEIRO-CCORRENTE
           END-IF.


        ZERAR-SALDO.
           MOVE 0 TO CM-SALDO(IDX-CLIENTE).


        LER-MOVIMENTO.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   MOVE CC-NIF TO NIF-PEDIDO
                   PERFORM PROCURAR-NIF
                   IF ACHOU-CLIENTE THEN
                       IF CC-DEBITO THEN
                           ADD CC-VALOR TO CM-SALDO(IDX-ESCOLHIDO)
                       ELSE
                           SUBTRACT CC-VALOR
                               FROM CM-SALDO(IDX-ESCOLHIDO)
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      * PROCURAR-NIF
      * Procura NIF-PEDIDO na tabela de clientes; se encontrado fica
      * a posicao em IDX-ESCOLHIDO.
      ******************************************************************
        PROCURAR-NIF.
           MOVE "N" TO CLIENTE-ACHADO.
           MOVE 0   TO IDX-ESCOLHIDO.
           PERFORM COMPARAR-NIF
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > NUM-CLIENTES OR ACHOU-CLIENTE.


        COMPARAR-NIF.
           IF CM-NIF(IDX-CLIENTE) = NIF-PEDIDO THEN
               MOVE "S" TO CLIENTE-ACHADO
               MOVE IDX-CLIENTE TO IDX-ESCOLHIDO
           END-IF.


      ******************************************************************
      * MANUTENCAO
      * Mostra os clientes com credito (ou com saldo em divida) e
      * pede a operacao: "C" define o credito e o limite de um
      * cliente, "P" regista um pagamento de um cliente, "F" termina.
      ******************************************************************
        MANUTENCAO.
           DISPLAY " ".
           DISPLAY "NIF        CLIENTE                    LIMITE"
               "       SALDO".
           DISPLAY "------------------------------------------------"
               "------------".
           PERFORM MOSTRAR-CLIENTE
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > NUM-CLIENTES.
           DISPLAY "------------------------------------------------"
               "------------".
           DISPLAY "C  DEFINIR CREDITO / LIMITE DE UM CLIENTE".
           DISPLAY "P  REGISTAR PAGAMENTO DE UM CLIENTE".
           DISPLAY "F  TERMINAR".
           DISPLAY " ".
           DISPLAY "OPERACAO (C, P OU F): " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           EVALUATE FUNCTION UPPER-CASE(RESPOSTA)
             WHEN "F"
               CONTINUE
             WHEN "C"
               PERFORM DEFINIR-CREDITO THRU
                   DEFINIR-CREDITO-EXIT
             WHEN "P"
               PERFORM REGISTAR-PAGAMENTO THRU
                   REGISTAR-PAGAMENTO-EXIT
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.


        MOSTRAR-CLIENTE.
           IF CM-CREDITO(IDX-CLIENTE) = "S" OR
              CM-SALDO(IDX-CLIENTE) NOT = 0 THEN
               MOVE CM-LIMITE(IDX-CLIENTE) TO SAIDA-LIMITE
               MOVE CM-SALDO(IDX-CLIENTE)  TO SAIDA-SALDO
               DISPLAY CM-NIF(IDX-CLIENTE) "  " CM-NOME(IDX-CLIENTE)
                   " " SAIDA-LIMITE " " SAIDA-SALDO WITH NO ADVANCING
               IF CM-CREDITO(IDX-CLIENTE) NOT = "S" THEN
                   DISPLAY " SEM CREDITO"
               ELSE
                   DISPLAY " "
               END-IF
           END-IF.


      ******************************************************************
      * DEFINIR-CREDITO
      * Pede o NIF; se o cliente ainda nao esta inscrito pede o nome e
      * inscreve-o. Pede depois se tem credito (S/N) e o limite. Um
      * cliente a quem se retira o credito continua com o saldo que
      * deve - so deixa de poder pagar a credito no balcao.
      ******************************************************************
        DEFINIR-CREDITO.
           DISPLAY "NIF DO CLIENTE: " WITH NO ADVANCING.
           MOVE 0 TO NIF-PEDIDO.
           ACCEPT NIF-PEDIDO.
           IF NIF-PEDIDO = 0 THEN
               DISPLAY "NIF INVALIDO"
               GO TO DEFINIR-CREDITO-EXIT
           END-IF.
           PERFORM PROCURAR-NIF.
           IF NOT ACHOU-CLIENTE THEN
               IF NUM-CLIENTES >= 100 THEN
                   DISPLAY "TABELA CHEIA (MAX 100 CLIENTES)"
                   GO TO DEFINIR-CREDITO-EXIT
               END-IF
               MOVE SPACES TO NOVO-NOME
               DISPLAY "CLIENTE NOVO - NOME (ENTER=CANCELA): "
                   WITH NO ADVANCING
               ACCEPT NOVO-NOME
               IF NOVO-NOME = SPACES THEN
                   GO TO DEFINIR-CREDITO-EXIT
               END-IF
               ADD 1 TO NUM-CLIENTES
               MOVE NIF-PEDIDO TO CM-NIF(NUM-CLIENTES)
               MOVE NOVO-NOME  TO CM-NOME(NUM-CLIENTES)
               MOVE 0          TO CM-PONTOS(NUM-CLIENTES)
               MOVE "N"        TO CM-CREDITO(NUM-CLIENTES)
               MOVE 0          TO CM-LIMITE(NUM-CLIENTES)
               MOVE SPACES     TO CM-MORADA(NUM-CLIENTES)
               MOVE SPACES     TO CM-TELEFONE(NUM-CLIENTES)
               MOVE 0          TO CM-SALDO(NUM-CLIENTES)
               MOVE NUM-CLIENTES TO IDX-ESCOLHIDO
           END-IF.
           DISPLAY "CLIENTE: " CM-NOME(IDX-ESCOLHIDO).
           MOVE SPACE TO NOVO-CREDITO.
           PERFORM UNTIL NOVO-CREDITO = "S" OR NOVO-CREDITO = "N"
               DISPLAY "PODE PAGAR A CREDITO? (S/N): "
                   WITH NO ADVANCING
               ACCEPT NOVO-CREDITO
               MOVE FUNCTION UPPER-CASE(NOVO-CREDITO) TO NOVO-CREDITO
           END-PERFORM.
           MOVE 0 TO NOVO-LIMITE.
           IF NOVO-CREDITO = "S" THEN
               PERFORM UNTIL NOVO-LIMITE > 0
                   DISPLAY "LIMITE DE CREDITO (EUR): "
                       WITH NO ADVANCING
                   ACCEPT NOVO-LIMITE
               END-PERFORM
           END-IF.
           MOVE NOVO-CREDITO TO CM-CREDITO(IDX-ESCOLHIDO).
           MOVE NOVO-LIMITE  TO CM-LIMITE(IDX-ESCOLHIDO).
           MOVE "S" TO CLIENTES-ALTERADOS.
           IF NOVO-CREDITO = "S" AND
              CM-SALDO(IDX-ESCOLHIDO) > NOVO-LIMITE THEN
               DISPLAY "ATENCAO: O SALDO EM DIVIDA JA PASSA O LIMITE."
           END-IF.
           DISPLAY "CREDITO DO CLIENTE ACTUALIZADO.".

        DEFINIR-CREDITO-EXIT.
           EXIT.


      ******************************************************************
      * REGISTAR-PAGAMENTO
      * Regista um pagamento de um cliente para abater ao saldo em
      * divida: pede o NIF, mostra o saldo, o valor (nunca mais do
      * que o saldo), a forma (D dinheiro, C cartao, T transferencia)
      * e a referencia do documento (recibo, transferencia), e
      * acrescenta de imediato o movimento "C" a conta-corrente com o
      * operador que o recebeu.
      ******************************************************************
        REGISTAR-PAGAMENTO.
           DISPLAY "NIF DO CLIENTE: " WITH NO ADVANCING.
           MOVE 0 TO NIF-PEDIDO.
           ACCEPT NIF-PEDIDO.
           PERFORM PROCURAR-NIF.
           IF NOT ACHOU-CLIENTE THEN
               DISPLAY "CLIENTE NAO INSCRITO"
               GO TO REGISTAR-PAGAMENTO-EXIT
           END-IF.
           IF CM-SALDO(IDX-ESCOLHIDO) <= 0 THEN
               DISPLAY "O CLIENTE NAO TEM SALDO EM DIVIDA"
               GO TO REGISTAR-PAGAMENTO-EXIT
           END-IF.
           MOVE CM-SALDO(IDX-ESCOLHIDO) TO SAIDA-SALDO.
           DISPLAY "CLIENTE: " CM-NOME(IDX-ESCOLHIDO)
               "  SALDO: " SAIDA-SALDO " EUR".
           MOVE 0 TO VALOR-PAGO.
           DISPLAY "VALOR PAGO (EUR): " WITH NO ADVANCING.
           ACCEPT VALOR-PAGO.
           IF VALOR-PAGO = 0 THEN
               DISPLAY "PAGAMENTO CANCELADO"
               GO TO REGISTAR-PAGAMENTO-EXIT
           END-IF.
           IF VALOR-PAGO > CM-SALDO(IDX-ESCOLHIDO) THEN
               DISPLAY "VALOR SUPERIOR AO SALDO EM DIVIDA"
               GO TO REGISTAR-PAGAMENTO-EXIT
           END-IF.
           MOVE SPACE TO FORMA-RECEBIMENTO.
           PERFORM UNTIL FORMA-RECEBIMENTO-OK
               DISPLAY "FORMA (D=DINHEIRO C=CARTAO T=TRANSF.): "
                   WITH NO ADVANCING
               ACCEPT FORMA-RECEBIMENTO
               MOVE FUNCTION UPPER-CASE(FORMA-RECEBIMENTO)
                   TO FORMA-RECEBIMENTO
           END-PERFORM.
           MOVE SPACES TO REFERENCIA-PAGAMENTO.
           DISPLAY "REFERENCIA DO DOCUMENTO: " WITH NO ADVANCING.
           ACCEPT REFERENCIA-PAGAMENTO.
           PERFORM GRAVAR-PAGAMENTO.
           SUBTRACT VALOR-PAGO FROM CM-SALDO(IDX-ESCOLHIDO).
           MOVE CM-SALDO(IDX-ESCOLHIDO) TO SAIDA-SALDO.
           DISPLAY "PAGAMENTO REGISTADO. SALDO: " SAIDA-SALDO " EUR".

        REGISTAR-PAGAMENTO-EXIT.
           EXIT.


      ******************************************************************
      * GRAVAR-PAGAMENTO
      * Acrescenta o movimento de pagamento "C" a conta-corrente
      * (cria o ficheiro no primeiro movimento).
      ******************************************************************
        GRAVAR-PAGAMENTO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN EXTEND FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE = "35" THEN
               OPEN OUTPUT FICHEIRO-CCORRENTE
               CLOSE FICHEIRO-CCORRENTE
               OPEN EXTEND FICHEIRO-CCORRENTE
           END-IF.
           INITIALIZE CCORRENTE-REG.
           MOVE "C"                  TO CC-TIPO.
           MOVE NIF-PEDIDO           TO CC-NIF.
           MOVE ANO                  TO CC-ANO.
           MOVE MES                  TO CC-MES.
           MOVE DIA                  TO CC-DIA.
           MOVE HORA                 TO CC-HOR.
           MOVE MINUTO               TO CC-MIN.
           MOVE 0                    TO CC-NUM-CONTA.
           MOVE 0                    TO CC-NUM-FATURA.
           MOVE VALOR-PAGO           TO CC-VALOR.
           MOVE OPERADOR             TO CC-OPERADOR.
           MOVE 0                    TO CC-TERMINAL.
           MOVE FORMA-RECEBIMENTO    TO CC-FORMA.
           MOVE REFERENCIA-PAGAMENTO TO CC-REFERENCIA.
           WRITE CCORRENTE-REG.
           CLOSE FICHEIRO-CCORRENTE.


      ******************************************************************
      * GRAVAR-CLIENTES
      * Regrava CLIENTES.DAT com a tabela em memoria, se houve
      * alteracoes de credito ou clientes inscritos aqui.
      ******************************************************************
        GRAVAR-CLIENTES.
           OPEN OUTPUT FICHEIRO-CLIENTES.
           PERFORM GRAVAR-CLIENTE-ITEM
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > NUM-CLIENTES.
           CLOSE FICHEIRO-CLIENTES.
           DISPLAY "CLIENTES ACTUALIZADOS.".


        GRAVAR-CLIENTE-ITEM.
           MOVE CM-NIF(IDX-CLIENTE)     TO CLIENTE-NIF.
           MOVE CM-NOME(IDX-CLIENTE)    TO CLIENTE-NOME.
           MOVE CM-PONTOS(IDX-CLIENTE)  TO CLIENTE-PONTOS.
           MOVE CM-CREDITO(IDX-CLIENTE) TO CLIENTE-CREDITO.
           MOVE CM-LIMITE(IDX-CLIENTE)  TO CLIENTE-LIMITE.
           MOVE CM-MORADA(IDX-CLIENTE)  TO CLIENTE-MORADA.
           MOVE CM-TELEFONE(IDX-CLIENTE) TO CLIENTE-TELEFONE.
           WRITE CLIENTE-REG.


       END PROGRAM MANUT_CREDITO.
