      ******************************************************************
      * Author:
      * Date:
      * Purpose: Antiguidade de saldos das contas-correntes dos
      *          clientes a credito. Le a conta-corrente inteira
      *          (CCORRENT.DAT): cada estorno anula a divida da sua
      *          propria conta e os pagamentos de cada cliente
      *          liquidam as dividas mais antigas primeiro; o que
      *          fica por pagar e repartido pela idade contada da
      *          data da venda ate hoje - ate 30 dias, 31 a 60, 61 a
      *          90 e mais de 90 - com o total por cliente e geral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_ANTIGUIDADE.

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
        77 NIF-PEDIDO              PIC 9(09)  VALUE ZERO.
        77 NUM-DEBITOS             PIC 9(04)  VALUE ZERO.
        77 IDX-DEBITO              PIC 9(04)  VALUE ZERO.
        77 DEBITO-ACHADO           PIC X      VALUES "N".
           88 ACHOU-DEBITO         VALUE "S".
        77 TABELA-CHEIA-FLAG       PIC X      VALUES "N".
           88 TABELA-CHEIA         VALUE "S".
        77 VALOR-A-ABATER          PIC S9(07)V99 VALUE ZERO.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 DIAS-EM-DIVIDA          PIC S9(05) VALUE ZERO.
        77 IDX-ESCALAO             PIC 9      VALUE ZERO.
        77 HA-SALDOS-FLAG          PIC X      VALUES "N".
           88 HA-SALDOS            VALUE "S".
        77 SAIDA-NOME              PIC X(16)  VALUE SPACES.
        77 SAIDA-ESC1              PIC Z(5)9.99-.
        77 SAIDA-ESC2              PIC Z(5)9.99-.
        77 SAIDA-ESC3              PIC Z(5)9.99-.
        77 SAIDA-ESC4              PIC Z(5)9.99-.
        77 SAIDA-TOTAL             PIC Z(5)9.99-.

      * Clientes (de CLIENTES.DAT e, se algum NIF da conta-corrente
      * la nao estiver, acrescentados sem nome), com os pagamentos
      * por aplicar e o saldo em divida por escalao de idade
      * (1 = ate 30 dias, 2 = 31-60, 3 = 61-90, 4 = mais de 90).
        01 CLIENTES-MEMORIA.
           05 CLIENTE-MEM OCCURS 100 TIMES.
              10 CM-NIF            PIC 9(09).
              10 CM-NOME           PIC X(25).
              10 CM-PAGO           PIC S9(07)V99.
              10 CM-ESCALAO        PIC S9(07)V99 OCCURS 4 TIMES.
              10 CM-TOTAL          PIC S9(07)V99.

      * Debitos (vendas a credito) pela ordem da conta-corrente, que
      * e a ordem cronologica - o valor ainda em aberto de cada um vai
      * sendo abatido pelo estorno da mesma conta e pelos pagamentos
      * do cliente, do mais antigo para o mais recente.
        01 TABELA-DEBITOS.
           05 DEBITO-MEM OCCURS 5000 TIMES.
              10 DB-CLIENTE        PIC 9(03).
              10 DB-DATA           PIC 9(08).
              10 DB-NUM-CONTA      PIC 9(06).
              10 DB-ABERTO         PIC S9(07)V99.

        01 TOTAIS-GERAIS.
           05 TG-ESCALAO           PIC S9(07)V99 OCCURS 4 TIMES.
           05 TG-TOTAL             PIC S9(07)V99.

       PROCEDURE DIVISION.
        MAINLINE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE TOTAIS-GERAIS.
           PERFORM LER-CLIENTES.
           PERFORM LER-CONTA-CORRENTE THRU
                   LER-CONTA-CORRENTE-EXIT.
           PERFORM APLICAR-PAGAMENTOS
               VARYING IDX-DEBITO FROM 1 BY 1
               UNTIL IDX-DEBITO > NUM-DEBITOS.
           PERFORM CLASSIFICAR-DEBITO
               VARYING IDX-DEBITO FROM 1 BY 1
               UNTIL IDX-DEBITO > NUM-DEBITOS.
           PERFORM IMPRIMIR-RELATORIO.
           STOP RUN.


      ******************************************************************
      * LER-CLIENTES
      * Carrega o NIF e o nome dos clientes inscritos.
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


        LER-CLIENTE-ITEM.
           READ FICHEIRO-CLIENTES
               AT END
                   MOVE "S" TO FIM-CLIENTES
               NOT AT END
                   ADD 1 TO NUM-CLIENTES
                   INITIALIZE CLIENTE-MEM(NUM-CLIENTES)
                   MOVE CLIENTE-NIF  TO CM-NIF(NUM-CLIENTES)
                   MOVE CLIENTE-NOME TO CM-NOME(NUM-CLIENTES)
           END-READ.


      ******************************************************************
      * LER-CONTA-CORRENTE
      * Le os movimentos: cada debito entra na tabela de debitos com
      * o valor em aberto; cada estorno abate a divida da conta que
      * estorna; cada pagamento fica a somar aos pagamentos do
      * cliente, aplicados depois em APLICAR-PAGAMENTOS.
      ******************************************************************
        LER-CONTA-CORRENTE.
           MOVE "N" TO FIM-CCORRENTE.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO LER-CONTA-CORRENTE-EXIT
           END-IF.
           PERFORM LER-MOVIMENTO
               UNTIL CCORRENTE-TERMINOU.
           CLOSE FICHEIRO-CCORRENTE.

        LER-CONTA-CORRENTE-EXIT.
           EXIT.


        LER-MOVIMENTO.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   PERFORM TRATAR-MOVIMENTO
           END-READ.


        TRATAR-MOVIMENTO.
           MOVE CC-NIF TO NIF-PEDIDO.
           PERFORM PROCURAR-NIF.
           IF NOT ACHOU-CLIENTE THEN
               IF NUM-CLIENTES >= 100 THEN
                   MOVE "S" TO TABELA-CHEIA-FLAG
               ELSE
                   ADD 1 TO NUM-CLIENTES
                   INITIALIZE CLIENTE-MEM(NUM-CLIENTES)
                   MOVE CC-NIF TO CM-NIF(NUM-CLIENTES)
                   MOVE "(NAO INSCRITO)" TO CM-NOME(NUM-CLIENTES)
                   MOVE NUM-CLIENTES TO IDX-ESCOLHIDO
                   MOVE "S" TO CLIENTE-ACHADO
               END-IF
           END-IF.
           IF ACHOU-CLIENTE THEN
               EVALUATE TRUE
                 WHEN CC-DEBITO
                   IF NUM-DEBITOS >= 5000 THEN
                       MOVE "S" TO TABELA-CHEIA-FLAG
                   ELSE
                       ADD 1 TO NUM-DEBITOS
                       MOVE IDX-ESCOLHIDO TO DB-CLIENTE(NUM-DEBITOS)
                       MOVE CC-DATA       TO DB-DATA(NUM-DEBITOS)
                       MOVE CC-NUM-CONTA  TO DB-NUM-CONTA(NUM-DEBITOS)
                       MOVE CC-VALOR      TO DB-ABERTO(NUM-DEBITOS)
                   END-IF
                 WHEN CC-ESTORNO
                   PERFORM ABATER-ESTORNO
                 WHEN CC-PAGAMENTO
                   ADD CC-VALOR TO CM-PAGO(IDX-ESCOLHIDO)
               END-EVALUATE
           END-IF.


      * O estorno anula a divida da propria conta; se a venda ja nao
      * estiver na tabela, o credito fica como um pagamento.
        ABATER-ESTORNO.
           MOVE "N" TO DEBITO-ACHADO.
           PERFORM PROCURAR-DEBITO-CONTA
               VARYING IDX-DEBITO FROM 1 BY 1
               UNTIL IDX-DEBITO > NUM-DEBITOS OR ACHOU-DEBITO.
           IF NOT ACHOU-DEBITO THEN
               ADD CC-VALOR TO CM-PAGO(IDX-ESCOLHIDO)
           END-IF.


        PROCURAR-DEBITO-CONTA.
           IF DB-NUM-CONTA(IDX-DEBITO) = CC-NUM-CONTA AND
              DB-CLIENTE(IDX-DEBITO) = IDX-ESCOLHIDO THEN
               MOVE "S" TO DEBITO-ACHADO
               SUBTRACT CC-VALOR FROM DB-ABERTO(IDX-DEBITO)
           END-IF.


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
      * APLICAR-PAGAMENTOS
      * Percorre os debitos do mais antigo para o mais recente e
      * abate a cada um o que ainda houver por aplicar dos pagamentos
      * do seu cliente.
      ******************************************************************
        APLICAR-PAGAMENTOS.
           MOVE DB-CLIENTE(IDX-DEBITO) TO IDX-ESCOLHIDO.
           IF CM-PAGO(IDX-ESCOLHIDO) > 0 AND
              DB-ABERTO(IDX-DEBITO) > 0 THEN
               IF CM-PAGO(IDX-ESCOLHIDO) >= DB-ABERTO(IDX-DEBITO)
                   MOVE DB-ABERTO(IDX-DEBITO) TO VALOR-A-ABATER
               ELSE
                   MOVE CM-PAGO(IDX-ESCOLHIDO) TO VALOR-A-ABATER
               END-IF
               SUBTRACT VALOR-A-ABATER FROM DB-ABERTO(IDX-DEBITO)
               SUBTRACT VALOR-A-ABATER FROM CM-PAGO(IDX-ESCOLHIDO)
           END-IF.


      ******************************************************************
      * CLASSIFICAR-DEBITO
      * Soma o que ficou em aberto de cada debito ao escalao da sua
      * idade (dias desde a data da venda ate hoje).
      ******************************************************************
        CLASSIFICAR-DEBITO.
           IF DB-ABERTO(IDX-DEBITO) NOT = 0 THEN
               MOVE DB-CLIENTE(IDX-DEBITO) TO IDX-ESCOLHIDO
               COMPUTE DIAS-EM-DIVIDA =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(DB-DATA(IDX-DEBITO))
               EVALUATE TRUE
                 WHEN DIAS-EM-DIVIDA <= 30
                   MOVE 1 TO IDX-ESCALAO
                 WHEN DIAS-EM-DIVIDA <= 60
                   MOVE 2 TO IDX-ESCALAO
                 WHEN DIAS-EM-DIVIDA <= 90
                   MOVE 3 TO IDX-ESCALAO
                 WHEN OTHER
                   MOVE 4 TO IDX-ESCALAO
               END-EVALUATE
               ADD DB-ABERTO(IDX-DEBITO)
                   TO CM-ESCALAO(IDX-ESCOLHIDO IDX-ESCALAO)
               ADD DB-ABERTO(IDX-DEBITO) TO CM-TOTAL(IDX-ESCOLHIDO)
               ADD DB-ABERTO(IDX-DEBITO) TO TG-ESCALAO(IDX-ESCALAO)
               ADD DB-ABERTO(IDX-DEBITO) TO TG-TOTAL
           END-IF.


      ******************************************************************
      * IMPRIMIR-RELATORIO
      * Uma linha por cliente com saldo em divida, com os quatro
      * escaloes e o total, e a linha de totais gerais. Um pagamento
      * ainda por aplicar (o cliente pagou mais do que devia) sai no
      * total do cliente como saldo negativo, e abate tambem o total
      * geral; nao tem idade, fica fora dos escaloes.
      ******************************************************************
        IMPRIMIR-RELATORIO.
           DISPLAY " ".
           DISPLAY "================================================"
               "============================".
           DISPLAY "  EMPRESA DOS BIFES - ANTIGUIDADE DE SALDOS"
               " (CONTAS-CORRENTES)".
           DISPLAY "  DATA: " DATA-HOJE(7:2) "-" DATA-HOJE(5:2) "-"
               DATA-HOJE(1:4).
           DISPLAY "================================================"
               "============================".
           DISPLAY "NIF       CLIENTE             ATE 30D    31-60D"
               "    61-90D  +90 DIAS     TOTAL".
           DISPLAY "------------------------------------------------"
               "----------------------------".
           PERFORM IMPRIMIR-CLIENTE
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > NUM-CLIENTES.
           IF NOT HA-SALDOS THEN
               DISPLAY "SEM SALDOS EM DIVIDA."
           END-IF.
           DISPLAY "------------------------------------------------"
               "----------------------------".
           MOVE TG-ESCALAO(1) TO SAIDA-ESC1.
           MOVE TG-ESCALAO(2) TO SAIDA-ESC2.
           MOVE TG-ESCALAO(3) TO SAIDA-ESC3.
           MOVE TG-ESCALAO(4) TO SAIDA-ESC4.
           MOVE TG-TOTAL      TO SAIDA-TOTAL.
           DISPLAY "TOTAL                      " SAIDA-ESC1 SAIDA-ESC2
               SAIDA-ESC3 SAIDA-ESC4 SAIDA-TOTAL.
           DISPLAY "================================================"
               "============================".
           IF TABELA-CHEIA THEN
               DISPLAY "ATENCAO: TABELAS CHEIAS - HA MOVIMENTOS QUE "
                   "NAO ENTRARAM NO RELATORIO."
           END-IF.


        IMPRIMIR-CLIENTE.
           MOVE CM-PAGO(IDX-CLIENTE) TO VALOR-A-ABATER.
           SUBTRACT VALOR-A-ABATER FROM CM-TOTAL(IDX-CLIENTE).
           SUBTRACT VALOR-A-ABATER FROM TG-TOTAL.
           IF CM-TOTAL(IDX-CLIENTE) NOT = 0 THEN
               MOVE "S" TO HA-SALDOS-FLAG
               MOVE CM-NOME(IDX-CLIENTE)         TO SAIDA-NOME
               MOVE CM-ESCALAO(IDX-CLIENTE 1)    TO SAIDA-ESC1
               MOVE CM-ESCALAO(IDX-CLIENTE 2)    TO SAIDA-ESC2
               MOVE CM-ESCALAO(IDX-CLIENTE 3)    TO SAIDA-ESC3
               MOVE CM-ESCALAO(IDX-CLIENTE 4)    TO SAIDA-ESC4
               MOVE CM-TOTAL(IDX-CLIENTE)        TO SAIDA-TOTAL
               DISPLAY CM-NIF(IDX-CLIENTE) " " SAIDA-NOME " "
                   SAIDA-ESC1 SAIDA-ESC2 SAIDA-ESC3 SAIDA-ESC4
                   SAIDA-TOTAL
           END-IF.


       END PROGRAM REL_ANTIGUIDADE.
