      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto mensal da conta-corrente de um cliente a
      *          credito, para enviar ao cliente. Pede o NIF e o mes
      *          (AAAAMM) e le a conta-corrente (CCORRENT.DAT): o
      *          saldo anterior e a soma dos movimentos antes do mes;
      *          segue-se uma linha por movimento do mes - cada
      *          factura (JORNAL-NUM-FATURA) lancada a credito, cada
      *          estorno e cada pagamento recebido - com o saldo
      *          corrido, e o saldo final a pagar. O extracto e
      *          escrito em EXTRATO.TXT (regravado em cada execucao)
      *          para impressao e mostrado no ecran.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO_CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.
           SELECT EXTRATO-IMPRESSO ASSIGN TO "EXTRATO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTES.CPY.

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       FD  EXTRATO-IMPRESSO.
       01  EXTRATO-LINHA              PIC X(70).

       WORKING-STORAGE SECTION.
        77 FS-CLIENTES             PIC X(02)  VALUES "00".
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
        77 FS-EXTRATO              PIC X(02)  VALUES "00".
        77 FIM-CLIENTES            PIC X      VALUES "N".
           88 CLIENTES-TERMINARAM  VALUE "S".
        77 FIM-CCORRENTE           PIC X      VALUES "N".
           88 CCORRENTE-TERMINOU   VALUE "S".
        77 CLIENTE-ACHADO          PIC X      VALUES "N".
           88 ACHOU-CLIENTE        VALUE "S".
        77 NIF-PEDIDO              PIC 9(09)  VALUE ZERO.
        77 NOME-CLIENTE            PIC X(25)  VALUE SPACES.
        77 LIMITE-CLIENTE          PIC 9(05)V99 VALUE ZERO.
        77 MES-PEDIDO              PIC 9(06)  VALUE ZERO.
        77 MES-REGISTO             PIC 9(06)  VALUE ZERO.
        77 SALDO-ANTERIOR          PIC S9(07)V99 VALUE ZERO.
        77 SALDO-CORRENTE          PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-DEBITOS           PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-CREDITOS          PIC S9(07)V99 VALUE ZERO.
        77 NUM-MOVIMENTOS          PIC 9(04)  VALUE ZERO.
        77 SAIDA-VALOR             PIC Z(6)9.99-.
        77 SAIDA-LIMITE            PIC Z(4)9.99.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.

      * Linha de movimento do extracto: data, descricao, factura,
      * debito ou credito e saldo depois do movimento.
        01 LINHA-MOVIMENTO.
           05 LM-DIA                PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LM-MES                PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LM-ANO                PIC 9(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LM-DESCRICAO          PIC X(12).
           05 FILLER                PIC X      VALUE SPACE.
           05 LM-FATURA             PIC ZZZZZ9.
           05 FILLER                PIC X      VALUE SPACE.
           05 LM-DEBITO             PIC Z(5)9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X      VALUE SPACE.
           05 LM-CREDITO            PIC Z(5)9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X      VALUE SPACE.
           05 LM-SALDO              PIC Z(6)9.99-.

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - EXTRACTO DE CONTA-CORRENTE".
           DISPLAY "================================================".
           DISPLAY "NIF DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT NIF-PEDIDO.
           DISPLAY "MES DO EXTRACTO (AAAAMM, 0=MES ACTUAL): "
               WITH NO ADVANCING.
           ACCEPT MES-PEDIDO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           IF MES-PEDIDO = 0 THEN
               COMPUTE MES-PEDIDO = ANO * 100 + MES
           END-IF.
           PERFORM PROCURA-CLIENTE.
           IF NOT ACHOU-CLIENTE THEN
               DISPLAY "CLIENTE NAO INSCRITO."
               STOP RUN
           END-IF.
           PERFORM APURA-SALDO-ANTERIOR THRU
                   APURA-SALDO-ANTERIOR-EXIT.
           OPEN OUTPUT EXTRATO-IMPRESSO.
           PERFORM ESCREVE-CABECALHO.
           PERFORM ESCREVE-MOVIMENTOS THRU
                   ESCREVE-MOVIMENTOS-EXIT.
           PERFORM ESCREVE-RODAPE.
           CLOSE EXTRATO-IMPRESSO.
           DISPLAY " ".
           DISPLAY "EXTRACTO GRAVADO EM EXTRATO.TXT".
           STOP RUN.


      ******************************************************************
      * PROCURA-CLIENTE
      * Le CLIENTES.DAT ate encontrar o NIF pedido, para o nome e o
      * limite de credito no cabecalho do extracto.
      ******************************************************************
        PROCURA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00" THEN
               MOVE "N" TO FIM-CLIENTES
               PERFORM LE-CLIENTE
                   UNTIL CLIENTES-TERMINARAM OR ACHOU-CLIENTE
               CLOSE FICHEIRO-CLIENTES
           END-IF.


        LE-CLIENTE.
           READ FICHEIRO-CLIENTES
               AT END
                   MOVE "S" TO FIM-CLIENTES
               NOT AT END
                   IF CLIENTE-NIF = NIF-PEDIDO THEN
                       MOVE "S"          TO CLIENTE-ACHADO
                       MOVE CLIENTE-NOME TO NOME-CLIENTE
                       IF CLIENTE-LIMITE IS NUMERIC THEN
                           MOVE CLIENTE-LIMITE TO LIMITE-CLIENTE
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      * APURA-SALDO-ANTERIOR
      * Primeira passagem pela conta-corrente: soma os movimentos do
      * NIF anteriores ao mes pedido (debitos menos creditos).
      ******************************************************************
        APURA-SALDO-ANTERIOR.
           MOVE 0   TO SALDO-ANTERIOR.
           MOVE "N" TO FIM-CCORRENTE.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO APURA-SALDO-ANTERIOR-EXIT
           END-IF.
           PERFORM LE-MOVIMENTO-ANTERIOR
               UNTIL CCORRENTE-TERMINOU.
           CLOSE FICHEIRO-CCORRENTE.

        APURA-SALDO-ANTERIOR-EXIT.
           EXIT.


        LE-MOVIMENTO-ANTERIOR.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   COMPUTE MES-REGISTO = CC-ANO * 100 + CC-MES
                   IF CC-NIF = NIF-PEDIDO AND
                      MES-REGISTO < MES-PEDIDO THEN
                       IF CC-DEBITO THEN
                           ADD CC-VALOR TO SALDO-ANTERIOR
                       ELSE
                           SUBTRACT CC-VALOR FROM SALDO-ANTERIOR
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      * ESCREVE-CABECALHO
      * Identificacao da empresa, do cliente e do periodo, e o saldo
      * transitado do mes anterior.
      ******************************************************************
        ESCREVE-CABECALHO.
           MOVE "EMPRESA DOS BIFES" TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE "EXTRACTO DE CONTA-CORRENTE" TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE FUNCTION CONCATENATE("MES: ",MES-PEDIDO(5:2),"/",
               MES-PEDIDO(1:4),"   EMITIDO EM ",DIA,"-",MES,"-",ANO)
               TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE FUNCTION CONCATENATE("CLIENTE: ",NOME-CLIENTE)
               TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE FUNCTION CONCATENATE("NIF: ",NIF-PEDIDO)
               TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE LIMITE-CLIENTE TO SAIDA-LIMITE.
           MOVE FUNCTION CONCATENATE("LIMITE DE CREDITO: ",
               SAIDA-LIMITE," EUR") TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE "DATA        MOVIMENTO    FATURA    DEBITO   CREDITO"
               TO EXTRATO-LINHA.
           MOVE "     SALDO" TO EXTRATO-LINHA(53:10).
           PERFORM ESCREVE-LINHA.
           MOVE ALL "-" TO EXTRATO-LINHA(1:64).
           PERFORM ESCREVE-LINHA.
           MOVE SALDO-ANTERIOR TO SAIDA-VALOR.
           MOVE "SALDO ANTERIOR" TO EXTRATO-LINHA.
           MOVE SAIDA-VALOR TO EXTRATO-LINHA(53:12).
           PERFORM ESCREVE-LINHA.
           MOVE SALDO-ANTERIOR TO SALDO-CORRENTE.


      ******************************************************************
      * ESCREVE-MOVIMENTOS
      * Segunda passagem: uma linha por movimento do NIF no mes, pela
      * ordem em que foram lancados, com o saldo corrido.
      ******************************************************************
        ESCREVE-MOVIMENTOS.
           MOVE "N" TO FIM-CCORRENTE.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO ESCREVE-MOVIMENTOS-EXIT
           END-IF.
           PERFORM LE-MOVIMENTO-MES
               UNTIL CCORRENTE-TERMINOU.
           CLOSE FICHEIRO-CCORRENTE.

        ESCREVE-MOVIMENTOS-EXIT.
           EXIT.


        LE-MOVIMENTO-MES.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   COMPUTE MES-REGISTO = CC-ANO * 100 + CC-MES
                   IF CC-NIF = NIF-PEDIDO AND
                      MES-REGISTO = MES-PEDIDO THEN
                       PERFORM ESCREVE-MOVIMENTO
                   END-IF
           END-READ.


        ESCREVE-MOVIMENTO.
           ADD 1 TO NUM-MOVIMENTOS.
           MOVE CC-DIA        TO LM-DIA.
           MOVE CC-MES        TO LM-MES.
           MOVE CC-ANO        TO LM-ANO.
           MOVE CC-NUM-FATURA TO LM-FATURA.
           MOVE 0             TO LM-DEBITO.
           MOVE 0             TO LM-CREDITO.
           EVALUATE TRUE
             WHEN CC-DEBITO
               MOVE "FATURA"       TO LM-DESCRICAO
               MOVE CC-VALOR       TO LM-DEBITO
               ADD CC-VALOR        TO SALDO-CORRENTE
               ADD CC-VALOR        TO TOTAL-DEBITOS
             WHEN CC-ESTORNO
               MOVE "ESTORNO"      TO LM-DESCRICAO
               MOVE CC-VALOR       TO LM-CREDITO
               SUBTRACT CC-VALOR   FROM SALDO-CORRENTE
               ADD CC-VALOR        TO TOTAL-CREDITOS
             WHEN OTHER
               MOVE "PAGAMENTO"    TO LM-DESCRICAO
               MOVE CC-VALOR       TO LM-CREDITO
               SUBTRACT CC-VALOR   FROM SALDO-CORRENTE
               ADD CC-VALOR        TO TOTAL-CREDITOS
           END-EVALUATE.
           MOVE SALDO-CORRENTE TO LM-SALDO.
           MOVE LINHA-MOVIMENTO TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.


      ******************************************************************
      * ESCREVE-RODAPE
      * Totais do mes e saldo final a pagar.
      ******************************************************************
        ESCREVE-RODAPE.
           IF NUM-MOVIMENTOS = 0 THEN
               MOVE "SEM MOVIMENTOS NO MES" TO EXTRATO-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           MOVE ALL "-" TO EXTRATO-LINHA(1:64).
           PERFORM ESCREVE-LINHA.
           MOVE TOTAL-DEBITOS TO SAIDA-VALOR.
           MOVE FUNCTION CONCATENATE("TOTAL FATURADO NO MES: ",
               SAIDA-VALOR," EUR") TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE TOTAL-CREDITOS TO SAIDA-VALOR.
           MOVE FUNCTION CONCATENATE("TOTAL CREDITADO NO MES:",
               SAIDA-VALOR," EUR") TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SALDO-CORRENTE TO SAIDA-VALOR.
           MOVE FUNCTION CONCATENATE("SALDO A PAGAR:         ",
               SAIDA-VALOR," EUR") TO EXTRATO-LINHA.
           PERFORM ESCREVE-LINHA.


      * Cada linha do extracto vai para o ficheiro de impressao e para
      * o ecran.
        ESCREVE-LINHA.
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.


       END PROGRAM EXTRATO_CLIENTE.
