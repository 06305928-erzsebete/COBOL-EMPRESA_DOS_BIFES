      ******************************************************************
      * Author:
      * Date:
      * Purpose: Expedicao dos pedidos de entrega ao domicilio. Le o
      *          ficheiro de estado dos pedidos (PEDIDOS.DAT) e, para
      *          os pedidos de entrega de hoje ja prontos na cozinha,
      *          deixa atribui-los a um estafeta (passam a "D" em
      *          distribuicao, com o estafeta e a hora de saida) e
      *          imprime a folha de entregas do estafeta em
      *          ESTAFETA.TXT: por pedido o cliente, a morada, o
      *          telefone e o dinheiro a cobrar a porta. No regresso
      *          o estafeta presta contas: cada pedido que levou e
      *          dado como entregue (passa a "L") ou devolvido (volta
      *          a pronto, para nova volta), o dinheiro que traz e
      *          contado contra a soma a cobrar dos entregues e o
      *          acerto fica em ACERTOS.DAT, em nome do operador que
      *          recebeu o dinheiro - e por ai que FECHO_CAIXA o soma
      *          a gaveta desse operador. Como a COZINHA, o ficheiro
      *          de pedidos e relido imediatamente antes de cada
      *          alteracao e regravado logo a seguir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDICAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT FICHEIRO-ACERTOS ASSIGN TO "ACERTOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ACERTOS.
           SELECT FOLHA-ENTREGAS ASSIGN TO "ESTAFETA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO-PEDIDOS.
           COPY PEDIDOS.CPY.

       FD  FICHEIRO-ACERTOS.
           COPY ACERTOS.CPY.

       FD  FOLHA-ENTREGAS.
       01  FOLHA-LINHA                PIC X(60).

       WORKING-STORAGE SECTION.
        77 FS-PEDIDOS              PIC X(02)  VALUES "00".
        77 FS-ACERTOS              PIC X(02)  VALUES "00".
        77 FS-FOLHA                PIC X(02)  VALUES "00".
        77 FIM-PEDIDOS             PIC X      VALUES "N".
           88 PEDIDOS-TERMINARAM   VALUE "S".
        77 NUM-PEDIDOS             PIC 9(03)  VALUE ZERO.
        77 IDX-PEDIDO              PIC 9(03)  VALUE ZERO.
        77 IDX-ACHADO              PIC 9(03)  VALUE ZERO.
        77 PEDIDO-ACHADO           PIC X      VALUES "N".
           88 ACHOU-PEDIDO         VALUE "S".
        77 TABELA-CHEIA-FLAG       PIC X      VALUES "N".
           88 TABELA-PEDIDOS-CHEIA VALUE "S".
        77 OPCAO-MENU              PIC X      VALUES SPACE.
        77 RESPOSTA                PIC X      VALUES SPACE.
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 ESTAFETA                PIC X(08)  VALUE SPACES.
        77 CONTA-PEDIDA            PIC 9(06)  VALUE ZERO.
        77 LINHAS-LISTA            PIC 9(03)  VALUE ZERO.
        77 NUM-ATRIBUIDOS          PIC 9(03)  VALUE ZERO.
        77 NUM-ENTREGUES           PIC 9(03)  VALUE ZERO.
        77 NUM-DEVOLVIDOS          PIC 9(03)  VALUE ZERO.
        77 TOTAL-A-COBRAR          PIC 9(07)V99 VALUE ZERO.
        77 TOTAL-ENTREGUE          PIC 9(07)V99 VALUE ZERO.
        77 DIFERENCA               PIC S9(07)V99 VALUE ZERO.
        77 SAIDA-NUM-PEDIDO        PIC ZZZZZ9.
        77 SAIDA-VALOR             PIC Z(6)9.99-.
        77 SAIDA-COBRAR            PIC Z(4)9.99.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.
        01 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        01 DATA-PEDIDO-LIDO        PIC 9(08)  VALUE ZERO.

      * Pedidos de hoje lidos de PEDIDOS.DAT, todos os tipos - a
      * regravacao tem de devolver ao ficheiro tambem os pedidos de
      * sala e take-away que a cozinha esta a fazer avancar. Como na
      * COZINHA, com a tabela cheia nenhuma regravacao e feita.
        01 TABELA-PEDIDOS.
           05 PEDIDO-MEM OCCURS 999 TIMES.
              10 PD-NUM-CONTA      PIC 9(06).
              10 PD-DATA           PIC 9(08).
              10 PD-CRIACAO-HOR    PIC 9(02).
              10 PD-CRIACAO-MIN    PIC 9(02).
              10 PD-ESTADO         PIC X(01).
              10 PD-PRONTO-HOR     PIC 9(02).
              10 PD-PRONTO-MIN     PIC 9(02).
              10 PD-TIPO           PIC X(01).
              10 PD-NOME           PIC X(25).
              10 PD-MORADA         PIC X(40).
              10 PD-TELEFONE       PIC X(12).
              10 PD-TOTAL          PIC 9(05)V99.
              10 PD-A-COBRAR       PIC 9(05)V99.
              10 PD-ESTAFETA       PIC X(08).
              10 PD-SAIDA-HOR      PIC 9(02).
              10 PD-SAIDA-MIN      PIC 9(02).

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - EXPEDICAO DE ENTREGAS".
           DISPLAY "================================================".
           PERFORM UNTIL OPERADOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT OPERADOR
           END-PERFORM.
           PERFORM MENU-EXPEDICAO
               UNTIL FUNCTION UPPER-CASE(OPCAO-MENU) = "F".
           STOP RUN.


      ******************************************************************
      * MENU-EXPEDICAO
      * Mostra os pedidos de entrega por expedir e os que estao na
      * rua, e pede a accao: A atribuir pedidos a um estafeta (com a
      * folha de entregas), C acerto de contas de um estafeta, F
      * terminar.
      ******************************************************************
        MENU-EXPEDICAO.
           PERFORM LER-PEDIDOS THRU
                   LER-PEDIDOS-EXIT.
           DISPLAY " ".
           DISPLAY "PEDIDO  PRONTO  CLIENTE                   "
                   "A COBRAR  ESTAFETA".
           DISPLAY "------------------------------------------------"
                   "------------------".
           MOVE 0 TO LINHAS-LISTA.
           PERFORM MOSTRAR-ENTREGA THRU
                   MOSTRAR-ENTREGA-EXIT
               VARYING IDX-PEDIDO FROM 1 BY 1
               UNTIL IDX-PEDIDO > NUM-PEDIDOS.
           IF LINHAS-LISTA = 0 THEN
               DISPLAY "SEM PEDIDOS DE ENTREGA PRONTOS OU NA RUA."
           END-IF.
           DISPLAY "------------------------------------------------"
                   "------------------".
           DISPLAY "A  ATRIBUIR PEDIDOS A UM ESTAFETA".
           DISPLAY "C  ACERTO DE CONTAS DE UM ESTAFETA".
           DISPLAY "F  TERMINAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACE TO OPCAO-MENU.
           ACCEPT OPCAO-MENU.
           EVALUATE FUNCTION UPPER-CASE(OPCAO-MENU)
             WHEN "A"
               PERFORM ATRIBUIR-PEDIDOS THRU
                       ATRIBUIR-PEDIDOS-EXIT
             WHEN "C"
               PERFORM ACERTAR-ESTAFETA THRU
                       ACERTAR-ESTAFETA-EXIT
             WHEN "F"
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.


        MOSTRAR-ENTREGA.
           IF PD-TIPO(IDX-PEDIDO) NOT = "E" OR
              (PD-ESTADO(IDX-PEDIDO) NOT = "R" AND
               PD-ESTADO(IDX-PEDIDO) NOT = "D")
               GO TO MOSTRAR-ENTREGA-EXIT
           END-IF.
           ADD 1 TO LINHAS-LISTA.
           MOVE PD-NUM-CONTA(IDX-PEDIDO) TO SAIDA-NUM-PEDIDO.
           MOVE PD-A-COBRAR(IDX-PEDIDO)  TO SAIDA-COBRAR.
           IF PD-ESTADO(IDX-PEDIDO) = "R" THEN
               DISPLAY SAIDA-NUM-PEDIDO "  " PD-PRONTO-HOR(IDX-PEDIDO)
                   ":" PD-PRONTO-MIN(IDX-PEDIDO) "   "
                   PD-NOME(IDX-PEDIDO) " " SAIDA-COBRAR
                   "  (POR EXPEDIR)"
           ELSE
               DISPLAY SAIDA-NUM-PEDIDO "  " PD-PRONTO-HOR(IDX-PEDIDO)
                   ":" PD-PRONTO-MIN(IDX-PEDIDO) "   "
                   PD-NOME(IDX-PEDIDO) " " SAIDA-COBRAR
                   "  " PD-ESTAFETA(IDX-PEDIDO)
           END-IF.

        MOSTRAR-ENTREGA-EXIT.
           EXIT.


      ******************************************************************
      * ATRIBUIR-PEDIDOS
      * Pede o estafeta e, um a um, os numeros dos pedidos que leva
      * (0 termina). So aceita pedidos de entrega de hoje prontos na
      * cozinha e ainda nao atribuidos. Cada pedido aceite passa logo
      * a "D" com o estafeta e a hora de saida, e o ficheiro e
      * regravado; no fim e impressa a folha de entregas do estafeta
      * com todos os pedidos que tem na rua.
      ******************************************************************
        ATRIBUIR-PEDIDOS.
           PERFORM PEDE-ESTAFETA.
           MOVE 0 TO NUM-ATRIBUIDOS.
           MOVE 1 TO CONTA-PEDIDA.
           PERFORM ATRIBUIR-UM-PEDIDO THRU
                   ATRIBUIR-UM-PEDIDO-EXIT
               UNTIL CONTA-PEDIDA = 0.
           IF NUM-ATRIBUIDOS = 0 THEN
               DISPLAY "NENHUM PEDIDO ATRIBUIDO."
               GO TO ATRIBUIR-PEDIDOS-EXIT
           END-IF.
           PERFORM IMPRIME-FOLHA-ENTREGAS.

        ATRIBUIR-PEDIDOS-EXIT.
           EXIT.


        ATRIBUIR-UM-PEDIDO.
           DISPLAY "PEDIDO A ENTREGAR (0=FIM): " WITH NO ADVANCING.
           MOVE 0 TO CONTA-PEDIDA.
           ACCEPT CONTA-PEDIDA.
           IF CONTA-PEDIDA = 0 THEN
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
           END-IF.
           PERFORM LER-PEDIDOS THRU
                   LER-PEDIDOS-EXIT.
           IF TABELA-PEDIDOS-CHEIA THEN
               DISPLAY "FICHEIRO DE PEDIDOS CHEIO - NADA GRAVADO."
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
           END-IF.
           PERFORM PROCURA-PEDIDO.
           IF NOT ACHOU-PEDIDO THEN
               DISPLAY "PEDIDO NAO ENCONTRADO NOS PEDIDOS DE HOJE."
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
           END-IF.
           IF PD-TIPO(IDX-ACHADO) NOT = "E" THEN
               DISPLAY "NAO E UM PEDIDO DE ENTREGA."
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
           END-IF.
           EVALUATE PD-ESTADO(IDX-ACHADO)
             WHEN "R"
               CONTINUE
             WHEN "D"
               DISPLAY "PEDIDO JA SAIU COM " PD-ESTAFETA(IDX-ACHADO)
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
             WHEN "L"
               DISPLAY "PEDIDO JA ENTREGUE."
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
             WHEN OTHER
               DISPLAY "PEDIDO AINDA NAO ESTA PRONTO NA COZINHA."
               GO TO ATRIBUIR-UM-PEDIDO-EXIT
           END-EVALUATE.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE "D"      TO PD-ESTADO(IDX-ACHADO).
           MOVE ESTAFETA TO PD-ESTAFETA(IDX-ACHADO).
           MOVE HORA     TO PD-SAIDA-HOR(IDX-ACHADO).
           MOVE MINUTO   TO PD-SAIDA-MIN(IDX-ACHADO).
           PERFORM GRAVAR-PEDIDOS.
           ADD 1 TO NUM-ATRIBUIDOS.
           MOVE PD-A-COBRAR(IDX-ACHADO) TO SAIDA-COBRAR.
           DISPLAY "ATRIBUIDO - " PD-NOME(IDX-ACHADO)
               " A COBRAR: " SAIDA-COBRAR " EUR".

        ATRIBUIR-UM-PEDIDO-EXIT.
           EXIT.


      ******************************************************************
      * IMPRIME-FOLHA-ENTREGAS
      * Folha de entregas do estafeta (ESTAFETA.TXT, regravada a cada
      * atribuicao, para a impressora do balcao): todos os pedidos que
      * o estafeta tem na rua, com cliente, morada, telefone e o
      * dinheiro a cobrar, o total a trazer e a linha de assinatura.
      ******************************************************************
        IMPRIME-FOLHA-ENTREGAS.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE 0 TO TOTAL-A-COBRAR.
           OPEN OUTPUT FOLHA-ENTREGAS.
           MOVE "EMPRESA DOS BIFES - FOLHA DE ENTREGAS" TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           MOVE FUNCTION CONCATENATE("ESTAFETA: ",ESTAFETA,
               "   SAIDA: ",DIA,"-",MES,"-",ANO," ",HORA,":",MINUTO)
               TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           MOVE ALL "=" TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           PERFORM IMPRIME-FOLHA-PEDIDO
               VARYING IDX-PEDIDO FROM 1 BY 1
               UNTIL IDX-PEDIDO > NUM-PEDIDOS.
           MOVE ALL "=" TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           MOVE TOTAL-A-COBRAR TO SAIDA-VALOR.
           MOVE FUNCTION CONCATENATE("TOTAL A COBRAR: ",SAIDA-VALOR,
               " EUR") TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           MOVE SPACES TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           MOVE "ASSINATURA DO ESTAFETA: ____________________________"
               TO FOLHA-LINHA.
           PERFORM ESCREVE-FOLHA.
           CLOSE FOLHA-ENTREGAS.
           DISPLAY "FOLHA DE ENTREGAS GRAVADA EM ESTAFETA.TXT".


        IMPRIME-FOLHA-PEDIDO.
           IF PD-TIPO(IDX-PEDIDO) = "E" AND
              PD-ESTADO(IDX-PEDIDO) = "D" AND
              PD-ESTAFETA(IDX-PEDIDO) = ESTAFETA THEN
               MOVE PD-NUM-CONTA(IDX-PEDIDO) TO SAIDA-NUM-PEDIDO
               MOVE FUNCTION CONCATENATE("PEDIDO ",SAIDA-NUM-PEDIDO,
                   "  ",PD-NOME(IDX-PEDIDO)) TO FOLHA-LINHA
               PERFORM ESCREVE-FOLHA
               MOVE FUNCTION CONCATENATE("  ",PD-MORADA(IDX-PEDIDO))
                   TO FOLHA-LINHA
               PERFORM ESCREVE-FOLHA
               MOVE PD-TOTAL(IDX-PEDIDO)    TO SAIDA-COBRAR
               MOVE FUNCTION CONCATENATE("  TEL: ",
                   PD-TELEFONE(IDX-PEDIDO),"  TOTAL: ",SAIDA-COBRAR)
                   TO FOLHA-LINHA
               MOVE PD-A-COBRAR(IDX-PEDIDO) TO SAIDA-COBRAR
               MOVE FUNCTION CONCATENATE(FOLHA-LINHA(1:38),
                   "A COBRAR: ",SAIDA-COBRAR) TO FOLHA-LINHA
               PERFORM ESCREVE-FOLHA
               MOVE "  RECEBIDO: ________   ENTREGUE AS: __:__"
                   TO FOLHA-LINHA
               PERFORM ESCREVE-FOLHA
               MOVE "------------------------------------------------"
                   TO FOLHA-LINHA
               PERFORM ESCREVE-FOLHA
               ADD PD-A-COBRAR(IDX-PEDIDO) TO TOTAL-A-COBRAR
           END-IF.


      * Cada linha da folha vai para o ficheiro de impressao e para o
      * ecran.
        ESCREVE-FOLHA.
           WRITE FOLHA-LINHA.
           DISPLAY FOLHA-LINHA.
           MOVE SPACES TO FOLHA-LINHA.


      ******************************************************************
      * ACERTAR-ESTAFETA
      * Prestacao de contas de um estafeta no regresso: para cada
      * pedido que tem na rua pergunta se foi entregue (passa a "L" e
      * o seu valor a cobrar soma ao esperado) ou devolvido (volta a
      * pronto, sem estafeta, para ir noutra volta). Depois conta-se
      * o dinheiro que o estafeta entrega; a diferenca e mostrada e o
      * acerto acrescentado a ACERTOS.DAT em nome deste operador.
      ******************************************************************
        ACERTAR-ESTAFETA.
           PERFORM PEDE-ESTAFETA.
           PERFORM LER-PEDIDOS THRU
                   LER-PEDIDOS-EXIT.
           IF TABELA-PEDIDOS-CHEIA THEN
               DISPLAY "FICHEIRO DE PEDIDOS CHEIO - NADA GRAVADO."
               GO TO ACERTAR-ESTAFETA-EXIT
           END-IF.
           MOVE 0 TO NUM-ENTREGUES.
           MOVE 0 TO NUM-DEVOLVIDOS.
           MOVE 0 TO TOTAL-A-COBRAR.
           PERFORM CONFIRMA-ENTREGA
               VARYING IDX-PEDIDO FROM 1 BY 1
               UNTIL IDX-PEDIDO > NUM-PEDIDOS.
           IF NUM-ENTREGUES = 0 AND NUM-DEVOLVIDOS = 0 THEN
               DISPLAY "O ESTAFETA NAO TEM PEDIDOS NA RUA."
               GO TO ACERTAR-ESTAFETA-EXIT
           END-IF.
           MOVE TOTAL-A-COBRAR TO SAIDA-VALOR.
           DISPLAY "PEDIDOS ENTREGUES: " NUM-ENTREGUES
               "   DEVOLVIDOS: " NUM-DEVOLVIDOS.
           DISPLAY "DINHEIRO A TRAZER:     " SAIDA-VALOR " EUR".
           DISPLAY "DINHEIRO ENTREGUE PELO ESTAFETA: "
               WITH NO ADVANCING.
           MOVE 0 TO TOTAL-ENTREGUE.
           ACCEPT TOTAL-ENTREGUE.
           COMPUTE DIFERENCA = TOTAL-ENTREGUE - TOTAL-A-COBRAR.
           MOVE TOTAL-ENTREGUE TO SAIDA-VALOR.
           DISPLAY "DINHEIRO ENTREGUE:     " SAIDA-VALOR " EUR".
           MOVE DIFERENCA TO SAIDA-VALOR.
           DISPLAY "DIFERENCA:             " SAIDA-VALOR " EUR".
           PERFORM GRAVAR-PEDIDOS.
           PERFORM GRAVA-ACERTO.
           DISPLAY "ACERTO DO ESTAFETA REGISTADO.".

        ACERTAR-ESTAFETA-EXIT.
           EXIT.


        CONFIRMA-ENTREGA.
           IF PD-TIPO(IDX-PEDIDO) = "E" AND
              PD-ESTADO(IDX-PEDIDO) = "D" AND
              PD-ESTAFETA(IDX-PEDIDO) = ESTAFETA THEN
               MOVE PD-NUM-CONTA(IDX-PEDIDO) TO SAIDA-NUM-PEDIDO
               MOVE PD-A-COBRAR(IDX-PEDIDO)  TO SAIDA-COBRAR
               MOVE SPACE TO RESPOSTA
               PERFORM UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "S" OR
                             FUNCTION UPPER-CASE(RESPOSTA) = "N"
                   DISPLAY "PEDIDO " SAIDA-NUM-PEDIDO " "
                       PD-NOME(IDX-PEDIDO) " A COBRAR " SAIDA-COBRAR
                       " - ENTREGUE? (S/N): " WITH NO ADVANCING
                   ACCEPT RESPOSTA
               END-PERFORM
               IF FUNCTION UPPER-CASE(RESPOSTA) = "S" THEN
                   MOVE "L" TO PD-ESTADO(IDX-PEDIDO)
                   ADD PD-A-COBRAR(IDX-PEDIDO) TO TOTAL-A-COBRAR
                   ADD 1 TO NUM-ENTREGUES
               ELSE
                   MOVE "R"    TO PD-ESTADO(IDX-PEDIDO)
                   MOVE SPACES TO PD-ESTAFETA(IDX-PEDIDO)
                   MOVE 0      TO PD-SAIDA-HOR(IDX-PEDIDO)
                   MOVE 0      TO PD-SAIDA-MIN(IDX-PEDIDO)
                   ADD 1 TO NUM-DEVOLVIDOS
               END-IF
           END-IF.


      ******************************************************************
      * GRAVA-ACERTO
      * Acrescenta o acerto a ACERTOS.DAT, com a data e hora do
      * momento. Cria o ficheiro no primeiro acerto.
      ******************************************************************
        GRAVA-ACERTO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN EXTEND FICHEIRO-ACERTOS.
           IF FS-ACERTOS = "35" THEN
               OPEN OUTPUT FICHEIRO-ACERTOS
               CLOSE FICHEIRO-ACERTOS
               OPEN EXTEND FICHEIRO-ACERTOS
           END-IF.
           MOVE DATA-SISTEMA   TO ACERTO-DATA.
           MOVE HORA           TO ACERTO-HOR.
           MOVE MINUTO         TO ACERTO-MIN.
           MOVE ESTAFETA       TO ACERTO-ESTAFETA.
           MOVE OPERADOR       TO ACERTO-OPERADOR.
           MOVE NUM-ENTREGUES  TO ACERTO-ENTREGUES.
           MOVE NUM-DEVOLVIDOS TO ACERTO-DEVOLVIDOS.
           MOVE TOTAL-A-COBRAR TO ACERTO-ESPERADO.
           MOVE TOTAL-ENTREGUE TO ACERTO-ENTREGUE.
           MOVE DIFERENCA      TO ACERTO-DIFERENCA.
           WRITE ACERTO-REG.
           CLOSE FICHEIRO-ACERTOS.


        PEDE-ESTAFETA.
           MOVE SPACES TO ESTAFETA.
           PERFORM UNTIL ESTAFETA NOT = SPACES
               DISPLAY "ESTAFETA: " WITH NO ADVANCING
               ACCEPT ESTAFETA
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(ESTAFETA) TO ESTAFETA.


        PROCURA-PEDIDO.
           MOVE "N" TO PEDIDO-ACHADO.
           PERFORM COMPARA-PEDIDO
               VARYING IDX-PEDIDO FROM 1 BY 1
               UNTIL IDX-PEDIDO > NUM-PEDIDOS OR ACHOU-PEDIDO.


        COMPARA-PEDIDO.
           IF PD-NUM-CONTA(IDX-PEDIDO) = CONTA-PEDIDA THEN
               MOVE "S" TO PEDIDO-ACHADO
               MOVE IDX-PEDIDO TO IDX-ACHADO
           END-IF.


      ******************************************************************
      * LER-PEDIDOS
      * Carrega para memoria os pedidos de hoje de PEDIDOS.DAT, como
      * a COZINHA: os de dias anteriores ficam de fora e desaparecem
      * na regravacao seguinte. Os campos de valor de registos antigos
      * (sem os dados de entrega) ficam a zero.
      ******************************************************************
        LER-PEDIDOS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0   TO NUM-PEDIDOS.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN INPUT ESTADO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               GO TO LER-PEDIDOS-EXIT
           END-IF.
           PERFORM LER-PEDIDO-ITEM
               UNTIL PEDIDOS-TERMINARAM OR NUM-PEDIDOS >= 999.
           CLOSE ESTADO-PEDIDOS.
           IF NOT PEDIDOS-TERMINARAM THEN
               MOVE "S" TO TABELA-CHEIA-FLAG
           ELSE
               MOVE "N" TO TABELA-CHEIA-FLAG
           END-IF.

        LER-PEDIDOS-EXIT.
           EXIT.


        LER-PEDIDO-ITEM.
           READ ESTADO-PEDIDOS
               AT END
                   MOVE "S" TO FIM-PEDIDOS
               NOT AT END
                   MOVE PEDIDO-DATA TO DATA-PEDIDO-LIDO
                   IF DATA-PEDIDO-LIDO = DATA-HOJE THEN
                       PERFORM GUARDA-PEDIDO-LIDO
                   END-IF
           END-READ.


        GUARDA-PEDIDO-LIDO.
           ADD 1 TO NUM-PEDIDOS.
           MOVE PEDIDO-NUM-CONTA   TO PD-NUM-CONTA(NUM-PEDIDOS).
           MOVE PEDIDO-DATA        TO PD-DATA(NUM-PEDIDOS).
           MOVE PEDIDO-CRIACAO-HOR TO PD-CRIACAO-HOR(NUM-PEDIDOS).
           MOVE PEDIDO-CRIACAO-MIN TO PD-CRIACAO-MIN(NUM-PEDIDOS).
           MOVE PEDIDO-ESTADO      TO PD-ESTADO(NUM-PEDIDOS).
           MOVE PEDIDO-PRONTO-HOR  TO PD-PRONTO-HOR(NUM-PEDIDOS).
           MOVE PEDIDO-PRONTO-MIN  TO PD-PRONTO-MIN(NUM-PEDIDOS).
           MOVE PEDIDO-TIPO        TO PD-TIPO(NUM-PEDIDOS).
           MOVE PEDIDO-NOME        TO PD-NOME(NUM-PEDIDOS).
           MOVE PEDIDO-MORADA      TO PD-MORADA(NUM-PEDIDOS).
           MOVE PEDIDO-TELEFONE    TO PD-TELEFONE(NUM-PEDIDOS).
           MOVE PEDIDO-ESTAFETA    TO PD-ESTAFETA(NUM-PEDIDOS).
           IF PEDIDO-TOTAL IS NUMERIC THEN
               MOVE PEDIDO-TOTAL    TO PD-TOTAL(NUM-PEDIDOS)
           ELSE
               MOVE 0               TO PD-TOTAL(NUM-PEDIDOS)
           END-IF.
           IF PEDIDO-A-COBRAR IS NUMERIC THEN
               MOVE PEDIDO-A-COBRAR TO PD-A-COBRAR(NUM-PEDIDOS)
           ELSE
               MOVE 0               TO PD-A-COBRAR(NUM-PEDIDOS)
           END-IF.
           IF PEDIDO-HORA-SAIDA IS NUMERIC THEN
               MOVE PEDIDO-SAIDA-HOR TO PD-SAIDA-HOR(NUM-PEDIDOS)
               MOVE PEDIDO-SAIDA-MIN TO PD-SAIDA-MIN(NUM-PEDIDOS)
           ELSE
               MOVE 0 TO PD-SAIDA-HOR(NUM-PEDIDOS)
               MOVE 0 TO PD-SAIDA-MIN(NUM-PEDIDOS)
           END-IF.


      ******************************************************************
      * GRAVAR-PEDIDOS
      * Regrava PEDIDOS.DAT com a tabela em memoria, logo a seguir a
      * cada atribuicao e a cada acerto.
      ******************************************************************
        GRAVAR-PEDIDOS.
           OPEN OUTPUT ESTADO-PEDIDOS.
           PERFORM GRAVAR-PEDIDO-ITEM
               VARYING IDX-PEDIDO FROM 1 BY 1
               UNTIL IDX-PEDIDO > NUM-PEDIDOS.
           CLOSE ESTADO-PEDIDOS.


        GRAVAR-PEDIDO-ITEM.
           INITIALIZE PEDIDO-REG.
           MOVE PD-NUM-CONTA(IDX-PEDIDO)   TO PEDIDO-NUM-CONTA.
           MOVE PD-DATA(IDX-PEDIDO)        TO PEDIDO-DATA.
           MOVE PD-CRIACAO-HOR(IDX-PEDIDO) TO PEDIDO-CRIACAO-HOR.
           MOVE PD-CRIACAO-MIN(IDX-PEDIDO) TO PEDIDO-CRIACAO-MIN.
           MOVE PD-ESTADO(IDX-PEDIDO)      TO PEDIDO-ESTADO.
           MOVE PD-PRONTO-HOR(IDX-PEDIDO)  TO PEDIDO-PRONTO-HOR.
           MOVE PD-PRONTO-MIN(IDX-PEDIDO)  TO PEDIDO-PRONTO-MIN.
           MOVE PD-TIPO(IDX-PEDIDO)        TO PEDIDO-TIPO.
           MOVE PD-NOME(IDX-PEDIDO)        TO PEDIDO-NOME.
           MOVE PD-MORADA(IDX-PEDIDO)      TO PEDIDO-MORADA.
           MOVE PD-TELEFONE(IDX-PEDIDO)    TO PEDIDO-TELEFONE.
           MOVE PD-TOTAL(IDX-PEDIDO)       TO PEDIDO-TOTAL.
           MOVE PD-A-COBRAR(IDX-PEDIDO)    TO PEDIDO-A-COBRAR.
           MOVE PD-ESTAFETA(IDX-PEDIDO)    TO PEDIDO-ESTAFETA.
           MOVE PD-SAIDA-HOR(IDX-PEDIDO)   TO PEDIDO-SAIDA-HOR.
           MOVE PD-SAIDA-MIN(IDX-PEDIDO)   TO PEDIDO-SAIDA-MIN.
           WRITE PEDIDO-REG.


       END PROGRAM EXPEDICAO.
