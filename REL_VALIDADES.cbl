      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio diario de validades dos lotes de
      *          ingredientes (LOTES.DAT) para o controlo HACCP. Lista
      *          os lotes com quantidade ainda em armazem ja fora de
      *          validade, a expirar hoje e a expirar nos proximos N
      *          dias (N pedido no arranque), com o ingrediente, a
      *          quantidade, a data de entrada e a encomenda de onde
      *          vieram. Havendo lotes expirados, deixa abate-los de
      *          uma so vez como quebra: cada lote gera um movimento
      *          "Q" em MOVSTOCK.DAT com o operador, a quantidade sai
      *          de STOCK.DAT e o lote fica no estado "Q". Os lotes ja
      *          vazios e fora de validade sao retirados do ficheiro
      *          nessa regravacao (ou, sem nada a abater, numa
      *          regravacao so para isso). Como MANUT_STOCK, regrava
      *          STOCK.DAT por completo - o abate faz-se com as caixas
      *          fechadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_VALIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.
           SELECT FICHEIRO-INGRED ASSIGN TO "INGRED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-INGRED.
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STOCK.
           SELECT MOVIMENTOS-STOCK ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MOVSTOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-LOTES.
           COPY LOTES.CPY.

       FD  FICHEIRO-INGRED.
           COPY INGRED.CPY.

       FD  FICHEIRO-STOCK.
           COPY STOCKF.CPY.

       FD  MOVIMENTOS-STOCK.
           COPY MOVSTOCK.CPY.

       WORKING-STORAGE SECTION.
        77 FS-LOTES                PIC X(02)  VALUES "00".
        77 FS-INGRED               PIC X(02)  VALUES "00".
        77 FS-STOCK                PIC X(02)  VALUES "00".
        77 FS-MOVSTOCK             PIC X(02)  VALUES "00".
        77 FIM-LOTES               PIC X      VALUES "N".
           88 LOTES-TERMINARAM     VALUE "S".
        77 FIM-INGRED              PIC X      VALUES "N".
           88 INGRED-TERMINARAM    VALUE "S".
        77 FIM-STOCK               PIC X      VALUES "N".
           88 STOCK-TERMINOU       VALUE "S".
        77 NUM-LOTES               PIC 9(03)  VALUE ZERO.
        77 IDX-LOTE                PIC 9(03)  VALUE ZERO.
        77 NUM-INGRED              PIC 99     VALUE ZERO.
        77 NUM-STOCK               PIC 99     VALUE ZERO.
        77 IDX-STOCK               PIC 99     VALUE ZERO.
        77 RESPOSTA                PIC X      VALUES SPACE.
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 DIAS-ANTECEDENCIA       PIC 9(03)  VALUE ZERO.
        77 DIAS-PARA-EXPIRAR       PIC S9(05) VALUE ZERO.
        77 LOTES-EXPIRADOS         PIC 9(03)  VALUE ZERO.
        77 LOTES-EXPIRAM-HOJE      PIC 9(03)  VALUE ZERO.
        77 LOTES-A-EXPIRAR         PIC 9(03)  VALUE ZERO.
        77 LOTES-ABATIDOS          PIC 9(03)  VALUE ZERO.
        77 LOTES-RETIRADOS         PIC 9(03)  VALUE ZERO.
        77 SAIDA-LOTE              PIC ZZZZZ9.
        77 SAIDA-QTD               PIC ZZZZ9.
        77 SAIDA-DIAS              PIC ZZ9.
        77 SAIDA-CONTAGEM          PIC ZZ9.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.
        01 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        01 DATA-LIMITE             PIC 9(08)  VALUE ZERO.

        01 INGRED-MEMORIA.
           05 INGRED-MEM OCCURS 50 TIMES.
              10 IM-DESCRICAO      PIC X(25).
              10 IM-UNIDADE        PIC X(02).

      * Stock de STOCK.DAT, so carregado para o abate dos lotes
      * expirados.
        01 STOCK-MEMORIA.
           05 STOCK-MEM OCCURS 50 TIMES.
              10 SM-CODIGO         PIC 9(02).
              10 SM-QTD            PIC S9(05).
              10 SM-MINIMO         PIC 9(05).

      * Lotes de LOTES.DAT. LT-RETIRAR marca os lotes vazios e fora de
      * validade, que nao voltam ao ficheiro na regravacao.
        01 TABELA-LOTES.
           05 LOTE-MEM OCCURS 500 TIMES.
              10 LT-NUMERO         PIC 9(06).
              10 LT-CODIGO         PIC 9(02).
              10 LT-DATA-ENTRADA   PIC 9(08).
              10 LT-VALIDADE       PIC 9(08).
              10 LT-QTD-ENTRADA    PIC 9(05).
              10 LT-QTD            PIC 9(05).
              10 LT-ENCOMENDA      PIC 9(06).
              10 LT-OPERADOR       PIC X(08).
              10 LT-ESTADO         PIC X(01).
              10 LT-RETIRAR        PIC X(01).

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM LER-INGREDIENTES THRU
                   LER-INGREDIENTES-EXIT.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - VALIDADES DOS LOTES".
           DISPLAY "================================================".
           DISPLAY "DIAS DE ANTECEDENCIA (ENTER=SO HOJE): "
               WITH NO ADVANCING.
           ACCEPT DIAS-ANTECEDENCIA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + DIAS-ANTECEDENCIA).
           PERFORM LER-LOTES.
           IF NUM-LOTES = 0 THEN
               DISPLAY "SEM LOTES REGISTADOS."
               DISPLAY "=============================================="
               STOP RUN
           END-IF.
           DISPLAY "HOJE: " DATA-HOJE "   LIMITE: " DATA-LIMITE.
           DISPLAY "LOTE    INGREDIENTE                 QTD UN  "
                   "VALIDADE  SITUACAO".
           DISPLAY "  ENTRADA   ENCOMENDA".
           DISPLAY "------------------------------------------------"
                   "--------------------------".
           PERFORM LISTAR-LOTE THRU
                   LISTAR-LOTE-EXIT
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           DISPLAY "------------------------------------------------"
                   "--------------------------".
           MOVE LOTES-EXPIRADOS TO SAIDA-CONTAGEM.
           DISPLAY "LOTES FORA DE VALIDADE:          " SAIDA-CONTAGEM.
           MOVE LOTES-EXPIRAM-HOJE TO SAIDA-CONTAGEM.
           DISPLAY "LOTES QUE EXPIRAM HOJE:          " SAIDA-CONTAGEM.
           MOVE LOTES-A-EXPIRAR TO SAIDA-CONTAGEM.
           DISPLAY "LOTES A EXPIRAR NO PERIODO:      " SAIDA-CONTAGEM.
           DISPLAY "================================================".
           IF LOTES-EXPIRADOS > 0 THEN
               PERFORM ABATER-EXPIRADOS THRU
                       ABATER-EXPIRADOS-EXIT
           ELSE
               PERFORM RETIRAR-VAZIOS THRU
                       RETIRAR-VAZIOS-EXIT
           END-IF.
           STOP RUN.


      ******************************************************************
      * LISTAR-LOTE
      * Uma linha por lote aberto com quantidade e validade ate a data
      * limite: fora de validade (validade anterior a hoje), expira
      * hoje, ou expira dentro de n dias.
      ******************************************************************
        LISTAR-LOTE.
           IF LT-ESTADO(IDX-LOTE) NOT = "A" OR
              LT-QTD(IDX-LOTE) = 0 OR
              LT-VALIDADE(IDX-LOTE) > DATA-LIMITE
               GO TO LISTAR-LOTE-EXIT
           END-IF.
           MOVE LT-NUMERO(IDX-LOTE) TO SAIDA-LOTE.
           MOVE LT-QTD(IDX-LOTE)    TO SAIDA-QTD.
           IF LT-CODIGO(IDX-LOTE) >= 1 AND
              LT-CODIGO(IDX-LOTE) <= NUM-INGRED
               DISPLAY SAIDA-LOTE "  " IM-DESCRICAO(LT-CODIGO(IDX-LOTE))
                   " " SAIDA-QTD " " IM-UNIDADE(LT-CODIGO(IDX-LOTE))
                   "  " LT-VALIDADE(IDX-LOTE) "  " WITH NO ADVANCING
           ELSE
               DISPLAY SAIDA-LOTE "  (INGREDIENTE " LT-CODIGO(IDX-LOTE)
                   ")         " SAIDA-QTD "     " LT-VALIDADE(IDX-LOTE)
                   "  " WITH NO ADVANCING
           END-IF.
           COMPUTE DIAS-PARA-EXPIRAR =
               FUNCTION INTEGER-OF-DATE(LT-VALIDADE(IDX-LOTE)) -
               FUNCTION INTEGER-OF-DATE(DATA-HOJE).
           EVALUATE TRUE
             WHEN DIAS-PARA-EXPIRAR < 0
               ADD 1 TO LOTES-EXPIRADOS
               DISPLAY "FORA DE VALIDADE"
             WHEN DIAS-PARA-EXPIRAR = 0
               ADD 1 TO LOTES-EXPIRAM-HOJE
               DISPLAY "EXPIRA HOJE"
             WHEN OTHER
               ADD 1 TO LOTES-A-EXPIRAR
               MOVE DIAS-PARA-EXPIRAR TO SAIDA-DIAS
               DISPLAY "EXPIRA EM " SAIDA-DIAS " DIAS"
           END-EVALUATE.
           MOVE LT-ENCOMENDA(IDX-LOTE) TO SAIDA-LOTE.
           DISPLAY "  " LT-DATA-ENTRADA(IDX-LOTE) "  " SAIDA-LOTE.

        LISTAR-LOTE-EXIT.
           EXIT.


      ******************************************************************
      * ABATER-EXPIRADOS
      * Abate numa so passagem todos os lotes fora de validade: pede o
      * operador, e por cada lote grava a quebra "Q" em MOVSTOCK.DAT,
      * tira a quantidade a STOCK.DAT e fecha o lote no estado "Q".
      * Regrava depois STOCK.DAT e LOTES.DAT, este ja sem os lotes
      * que estavam vazios e fora de validade (os abatidos agora ficam
      * no ficheiro ate a passagem seguinte).
      ******************************************************************
        ABATER-EXPIRADOS.
           MOVE " " TO RESPOSTA.
           PERFORM UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "S" OR
                         FUNCTION UPPER-CASE(RESPOSTA) = "N"
               DISPLAY "ABATER OS LOTES FORA DE VALIDADE COMO QUEBRA? "
                   "(S/N): " WITH NO ADVANCING
               ACCEPT RESPOSTA
           END-PERFORM.
           IF FUNCTION UPPER-CASE(RESPOSTA) = "N" THEN
               GO TO ABATER-EXPIRADOS-EXIT
           END-IF.
           PERFORM UNTIL OPERADOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT OPERADOR
           END-PERFORM.
           PERFORM LER-STOCK THRU
                   LER-STOCK-EXIT.
           IF NUM-STOCK = 0 THEN
               DISPLAY "STOCK.DAT NAO EXISTE - NADA ABATIDO."
               GO TO ABATER-EXPIRADOS-EXIT
           END-IF.
           PERFORM LER-LOTES.
           IF NUM-LOTES >= 500 AND NOT LOTES-TERMINARAM THEN
               DISPLAY "FICHEIRO DE LOTES CHEIO - NADA ABATIDO."
               GO TO ABATER-EXPIRADOS-EXIT
           END-IF.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN EXTEND MOVIMENTOS-STOCK.
           IF FS-MOVSTOCK = "35" THEN
               OPEN OUTPUT MOVIMENTOS-STOCK
               CLOSE MOVIMENTOS-STOCK
               OPEN EXTEND MOVIMENTOS-STOCK
           END-IF.
           PERFORM MARCAR-RETIRADA
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           PERFORM ABATER-LOTE
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE MOVIMENTOS-STOCK.
           OPEN OUTPUT FICHEIRO-STOCK.
           PERFORM GRAVAR-STOCK-ITEM
               VARYING IDX-STOCK FROM 1 BY 1
               UNTIL IDX-STOCK > NUM-STOCK.
           CLOSE FICHEIRO-STOCK.
           OPEN OUTPUT FICHEIRO-LOTES.
           PERFORM GRAVAR-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE FICHEIRO-LOTES.
           MOVE LOTES-ABATIDOS TO SAIDA-CONTAGEM.
           DISPLAY "LOTES ABATIDOS COMO QUEBRA:      " SAIDA-CONTAGEM.
           MOVE LOTES-RETIRADOS TO SAIDA-CONTAGEM.
           DISPLAY "LOTES VAZIOS RETIRADOS:          " SAIDA-CONTAGEM.

        ABATER-EXPIRADOS-EXIT.
           EXIT.


        ABATER-LOTE.
           IF LT-ESTADO(IDX-LOTE) = "A" AND
              LT-QTD(IDX-LOTE) > 0 AND
              LT-VALIDADE(IDX-LOTE) < DATA-HOJE AND
              LT-CODIGO(IDX-LOTE) >= 1 AND
              LT-CODIGO(IDX-LOTE) <= NUM-STOCK THEN
               MOVE "Q"                 TO MOV-TIPO
               MOVE ANO                 TO MOV-ANO
               MOVE MES                 TO MOV-MES
               MOVE DIA                 TO MOV-DIA
               MOVE HORA                TO MOV-HOR
               MOVE MINUTO              TO MOV-MIN
               MOVE LT-CODIGO(IDX-LOTE) TO MOV-CODIGO
               MOVE LT-QTD(IDX-LOTE)    TO MOV-QUANTIDADE
               MOVE OPERADOR            TO MOV-OPERADOR
               MOVE 0                   TO MOV-ENCOMENDA
               MOVE 0                   TO MOV-PRECO-UNIT
               WRITE MOVSTOCK-REG
               SUBTRACT LT-QTD(IDX-LOTE)
                   FROM SM-QTD(LT-CODIGO(IDX-LOTE))
               MOVE 0   TO LT-QTD(IDX-LOTE)
               MOVE "Q" TO LT-ESTADO(IDX-LOTE)
               ADD 1 TO LOTES-ABATIDOS
           END-IF.


      ******************************************************************
      * RETIRAR-VAZIOS
      * Sem lotes a abater, retira do ficheiro os lotes vazios (ja
      * consumidos ou abatidos) que estao fora de validade - ja nao
      * ha estorno que os possa repor. So regrava se houver algum.
      ******************************************************************
        RETIRAR-VAZIOS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-LOTES.
           IF NUM-LOTES >= 500 AND NOT LOTES-TERMINARAM THEN
               GO TO RETIRAR-VAZIOS-EXIT
           END-IF.
           PERFORM MARCAR-RETIRADA
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           IF LOTES-RETIRADOS = 0 THEN
               GO TO RETIRAR-VAZIOS-EXIT
           END-IF.
           OPEN OUTPUT FICHEIRO-LOTES.
           PERFORM GRAVAR-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE FICHEIRO-LOTES.
           MOVE LOTES-RETIRADOS TO SAIDA-CONTAGEM.
           DISPLAY "LOTES VAZIOS RETIRADOS:          " SAIDA-CONTAGEM.

        RETIRAR-VAZIOS-EXIT.
           EXIT.


        MARCAR-RETIRADA.
           MOVE "N" TO LT-RETIRAR(IDX-LOTE).
           IF LT-QTD(IDX-LOTE) = 0 AND
              LT-VALIDADE(IDX-LOTE) < DATA-HOJE THEN
               MOVE "S" TO LT-RETIRAR(IDX-LOTE)
               ADD 1 TO LOTES-RETIRADOS
           END-IF.


      ******************************************************************
      * LER-LOTES
      * Carrega LOTES.DAT para memoria (ate 500 lotes).
      ******************************************************************
        LER-LOTES.
           MOVE 0   TO NUM-LOTES.
           MOVE "N" TO FIM-LOTES.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES = "00" THEN
               PERFORM LER-LOTE-ITEM
                   UNTIL LOTES-TERMINARAM OR NUM-LOTES >= 500
               CLOSE FICHEIRO-LOTES
           END-IF.


        LER-LOTE-ITEM.
           READ FICHEIRO-LOTES
               AT END
                   MOVE "S" TO FIM-LOTES
               NOT AT END
                   ADD 1 TO NUM-LOTES
                   MOVE LOTE-NUMERO       TO LT-NUMERO(NUM-LOTES)
                   MOVE LOTE-CODIGO       TO LT-CODIGO(NUM-LOTES)
                   MOVE LOTE-DATA-ENTRADA TO LT-DATA-ENTRADA(NUM-LOTES)
                   MOVE LOTE-VALIDADE     TO LT-VALIDADE(NUM-LOTES)
                   MOVE LOTE-QTD-ENTRADA  TO LT-QTD-ENTRADA(NUM-LOTES)
                   MOVE LOTE-QTD          TO LT-QTD(NUM-LOTES)
                   MOVE LOTE-ENCOMENDA    TO LT-ENCOMENDA(NUM-LOTES)
                   MOVE LOTE-OPERADOR     TO LT-OPERADOR(NUM-LOTES)
                   MOVE LOTE-ESTADO       TO LT-ESTADO(NUM-LOTES)
                   MOVE "N"               TO LT-RETIRAR(NUM-LOTES)
           END-READ.


        GRAVAR-LOTE-ITEM.
           IF LT-RETIRAR(IDX-LOTE) NOT = "S" THEN
               MOVE LT-NUMERO(IDX-LOTE)       TO LOTE-NUMERO
               MOVE LT-CODIGO(IDX-LOTE)       TO LOTE-CODIGO
               MOVE LT-DATA-ENTRADA(IDX-LOTE) TO LOTE-DATA-ENTRADA
               MOVE LT-VALIDADE(IDX-LOTE)     TO LOTE-VALIDADE
               MOVE LT-QTD-ENTRADA(IDX-LOTE)  TO LOTE-QTD-ENTRADA
               MOVE LT-QTD(IDX-LOTE)          TO LOTE-QTD
               MOVE LT-ENCOMENDA(IDX-LOTE)    TO LOTE-ENCOMENDA
               MOVE LT-OPERADOR(IDX-LOTE)     TO LOTE-OPERADOR
               MOVE LT-ESTADO(IDX-LOTE)       TO LOTE-ESTADO
               WRITE LOTE-REG
           END-IF.


      ******************************************************************
      * LER-STOCK
      * Carrega STOCK.DAT (um registo por ingrediente) para o abate.
      ******************************************************************
        LER-STOCK.
           MOVE 0   TO NUM-STOCK.
           MOVE "N" TO FIM-STOCK.
           OPEN INPUT FICHEIRO-STOCK.
           IF FS-STOCK NOT = "00" THEN
               GO TO LER-STOCK-EXIT
           END-IF.
           PERFORM LER-STOCK-ITEM
               UNTIL STOCK-TERMINOU OR NUM-STOCK >= 50.
           CLOSE FICHEIRO-STOCK.

        LER-STOCK-EXIT.
           EXIT.


        LER-STOCK-ITEM.
           READ FICHEIRO-STOCK
               AT END
                   MOVE "S" TO FIM-STOCK
               NOT AT END
                   ADD 1 TO NUM-STOCK
                   MOVE STOCK-CODIGO TO SM-CODIGO(NUM-STOCK)
                   MOVE STOCK-QTD    TO SM-QTD(NUM-STOCK)
                   MOVE STOCK-MINIMO TO SM-MINIMO(NUM-STOCK)
           END-READ.


        GRAVAR-STOCK-ITEM.
           MOVE SM-CODIGO(IDX-STOCK) TO STOCK-CODIGO.
           MOVE SM-QTD(IDX-STOCK)    TO STOCK-QTD.
           MOVE SM-MINIMO(IDX-STOCK) TO STOCK-MINIMO.
           WRITE STOCK-REG.


      ******************************************************************
      * LER-INGREDIENTES
      * Carrega as descricoes e unidades dos ingredientes; sem
      * INGRED.DAT fica o codigo em bruto.
      ******************************************************************
        LER-INGREDIENTES.
           OPEN INPUT FICHEIRO-INGRED.
           IF FS-INGRED NOT = "00" THEN
               GO TO LER-INGREDIENTES-EXIT
           END-IF.
           MOVE "N" TO FIM-INGRED.
           PERFORM LER-INGRED-ITEM
               UNTIL INGRED-TERMINARAM OR NUM-INGRED >= 50.
           CLOSE FICHEIRO-INGRED.

        LER-INGREDIENTES-EXIT.
           EXIT.


        LER-INGRED-ITEM.
           READ FICHEIRO-INGRED
               AT END
                   MOVE "S" TO FIM-INGRED
               NOT AT END
                   ADD 1 TO NUM-INGRED
                   MOVE INGRED-DESCRICAO TO IM-DESCRICAO(NUM-INGRED)
                   MOVE INGRED-UNIDADE   TO IM-UNIDADE(NUM-INGRED)
           END-READ.


       END PROGRAM REL_VALIDADES.
