      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da ficha do pessoal (PESSOAL.DAT): um
      *          registo por operador, com o codigo que da nos
      *          terminais e no relogio de ponto, o nome e o valor
      *          pago por hora. Permite acrescentar operadores,
      *          alterar o valor hora e desactivar ou reactivar um
      *          operador - a ficha nunca e apagada, para as horas ja
      *          registadas em PONTO.DAT continuarem a ter valor. So
      *          abre com o codigo de um gerente (os mesmos codigos
      *          que autorizam um estorno), e cada alteracao do valor
      *          hora fica no ficheiro de auditoria (AUDITORIA.DAT),
      *          lido pelo relatorio de excepcoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_PESSOAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESSOAL.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PESSOAL.
           COPY PESSOAL.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       WORKING-STORAGE SECTION.
        77 FS-PESSOAL              PIC X(02)  VALUES "00".
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 FIM-PESSOAL             PIC X      VALUES "N".
           88 PESSOAL-TERMINOU     VALUE "S".
        77 NUM-PESSOAL             PIC 99     VALUE ZERO.
        77 IDX-PESSOAL             PIC 99     VALUE ZERO.
        77 IDX-ESCOLHIDO           PIC 99     VALUE ZERO.
        77 RESPOSTA                PIC X(02)  VALUES SPACE.
        77 NOVO-OPERADOR           PIC X(08)  VALUE SPACES.
        77 NOVO-NOME               PIC X(25)  VALUE SPACES.
        77 NOVO-VALOR-HORA         PIC 9(03)V99 VALUE ZERO.
        77 VALOR-ANTERIOR          PIC 9(03)V99 VALUE ZERO.
        77 SAIDA-VALOR-HORA        PIC ZZ9.99.
        77 CODIGO-SUPER            PIC X(08)  VALUE SPACES.
        77 IDX-SUPER               PIC 9      VALUE ZERO.
        77 TENTATIVAS              PIC 9      VALUE ZERO.
        77 SUPERVISOR-FLAG         PIC X      VALUES "N".
           88 SUPERVISOR-OK        VALUE "S".

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.

      * Codigos de gerente aceites para abrir a manutencao, os mesmos
      * que autorizam um estorno.
        01 TABELA-SUPERVISORES.
           05 SUPER-ITEM OCCURS 3 TIMES.
              10 SUP-CODIGO         PIC X(08).

      * Fichas lidas de PESSOAL.DAT para memoria, alteradas aqui e
      * regravadas no fim da manutencao.
        01 PESSOAL-MEMORIA.
           05 PESSOAL-MEM OCCURS 50 TIMES.
              10 PS-OPERADOR       PIC X(08).
              10 PS-NOME           PIC X(25).
              10 PS-VALOR-HORA     PIC 9(03)V99.
              10 PS-ESTADO         PIC X(01).

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM CARREGA-SUPERVISORES.
           PERFORM PEDE-SUPERVISOR.
           IF NOT SUPERVISOR-OK THEN
               DISPLAY "MANUTENCAO NAO AUTORIZADA."
               STOP RUN
           END-IF.
           PERFORM LER-PESSOAL.
           PERFORM MANUTENCAO
               UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "F".
           PERFORM GRAVAR-PESSOAL.
           STOP RUN.


      ******************************************************************
      * CARREGA-SUPERVISORES / PEDE-SUPERVISOR
      * A ficha do pessoal tem o valor pago a cada um - so abre com o
      * codigo de um gerente (tres tentativas), como o estorno de uma
      * conta. O codigo fica como autor das alteracoes na auditoria.
      ******************************************************************
        CARREGA-SUPERVISORES.
           MOVE "GERENTE"  TO SUP-CODIGO(1).
           MOVE "CHEFE"    TO SUP-CODIGO(2).
           MOVE "PATRAO"   TO SUP-CODIGO(3).


        PEDE-SUPERVISOR.
           MOVE "N" TO SUPERVISOR-FLAG.
           MOVE 0 TO TENTATIVAS.
           PERFORM UNTIL SUPERVISOR-OK OR TENTATIVAS >= 3
               DISPLAY "CODIGO DO GERENTE: " WITH NO ADVANCING
               ACCEPT CODIGO-SUPER
               ADD 1 TO TENTATIVAS
               PERFORM VALIDA-SUPERVISOR
                   VARYING IDX-SUPER FROM 1 BY 1
                   UNTIL IDX-SUPER > 3 OR SUPERVISOR-OK
               IF NOT SUPERVISOR-OK THEN
                   DISPLAY "CODIGO INVALIDO."
               END-IF
           END-PERFORM.


        VALIDA-SUPERVISOR.
           IF CODIGO-SUPER = SUP-CODIGO(IDX-SUPER) THEN
               MOVE "S" TO SUPERVISOR-FLAG
           END-IF.


      ******************************************************************
      * LER-PESSOAL
      * Carrega PESSOAL.DAT para memoria. Se o ficheiro ainda nao
      * existir (nenhum operador criado) a tabela fica vazia e o
      * ficheiro e criado na gravacao final.
      ******************************************************************
        LER-PESSOAL.
           MOVE 0 TO NUM-PESSOAL.
           OPEN INPUT FICHEIRO-PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "N" TO FIM-PESSOAL
               PERFORM LER-PESSOAL-ITEM
                   UNTIL PESSOAL-TERMINOU OR NUM-PESSOAL >= 50
               CLOSE FICHEIRO-PESSOAL
           END-IF.


        LER-PESSOAL-ITEM.
           READ FICHEIRO-PESSOAL
               AT END
                   MOVE "S" TO FIM-PESSOAL
               NOT AT END
                   ADD 1 TO NUM-PESSOAL
                   MOVE PESSOAL-OPERADOR   TO PS-OPERADOR(NUM-PESSOAL)
                   MOVE PESSOAL-NOME       TO PS-NOME(NUM-PESSOAL)
                   MOVE PESSOAL-VALOR-HORA
                       TO PS-VALOR-HORA(NUM-PESSOAL)
                   MOVE PESSOAL-ESTADO     TO PS-ESTADO(NUM-PESSOAL)
           END-READ.


      ******************************************************************
      * MANUTENCAO
      * Mostra as fichas e pede a operacao: "A" acrescenta um
      * operador, "V" altera o valor hora, "D" desactiva ou reactiva,
      * "F" termina e regrava o ficheiro.
      ******************************************************************
        MANUTENCAO.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - FICHA DO PESSOAL".
           DISPLAY "================================================".
           DISPLAY "OPERADOR  NOME                       EUR/H  EST".
           DISPLAY "------------------------------------------------".
           PERFORM MOSTRAR-PESSOAL-ITEM
               VARYING IDX-PESSOAL FROM 1 BY 1
               UNTIL IDX-PESSOAL > NUM-PESSOAL.
           DISPLAY "------------------------------------------------".
           DISPLAY "A  ACRESCENTAR OPERADOR".
           DISPLAY "V  ALTERAR VALOR HORA".
           DISPLAY "D  DESACTIVAR / REACTIVAR OPERADOR".
           DISPLAY "F  TERMINAR E GRAVAR".
           DISPLAY " ".
           DISPLAY "OPERACAO (A, V, D OU F): " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           EVALUATE FUNCTION UPPER-CASE(RESPOSTA)
             WHEN "F"
               CONTINUE
             WHEN "A"
               PERFORM ACRESCENTAR-OPERADOR THRU
                   ACRESCENTAR-OPERADOR-EXIT
             WHEN "V"
               PERFORM ALTERAR-VALOR-HORA THRU
                   ALTERAR-VALOR-HORA-EXIT
             WHEN "D"
               PERFORM MUDAR-ESTADO THRU
                   MUDAR-ESTADO-EXIT
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.


        MOSTRAR-PESSOAL-ITEM.
           MOVE PS-VALOR-HORA(IDX-PESSOAL) TO SAIDA-VALOR-HORA.
           DISPLAY PS-OPERADOR(IDX-PESSOAL) "  "
               PS-NOME(IDX-PESSOAL) "  " SAIDA-VALOR-HORA "   "
               PS-ESTADO(IDX-PESSOAL).


      ******************************************************************
      * PROCURAR-OPERADOR
      * Posiciona IDX-ESCOLHIDO na ficha de NOVO-OPERADOR (zero se o
      * operador nao tiver ficha).
      ******************************************************************
        PROCURAR-OPERADOR.
           MOVE 0 TO IDX-ESCOLHIDO.
           PERFORM COMPARAR-OPERADOR
               VARYING IDX-PESSOAL FROM 1 BY 1
               UNTIL IDX-PESSOAL > NUM-PESSOAL OR IDX-ESCOLHIDO > 0.


        COMPARAR-OPERADOR.
           IF PS-OPERADOR(IDX-PESSOAL) = NOVO-OPERADOR THEN
               MOVE IDX-PESSOAL TO IDX-ESCOLHIDO
           END-IF.


      ******************************************************************
      * ACRESCENTAR-OPERADOR
      * Cria a ficha de um operador novo, activo. O codigo e o que o
      * operador vai dar nos terminais e no relogio de ponto, por
      * isso nao pode repetir um existente.
      ******************************************************************
        ACRESCENTAR-OPERADOR.
           IF NUM-PESSOAL >= 50 THEN
               DISPLAY "TABELA CHEIA (MAX 50 OPERADORES)"
               GO TO ACRESCENTAR-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO NOVO-OPERADOR.
           PERFORM UNTIL NOVO-OPERADOR NOT = SPACES
               DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING
               ACCEPT NOVO-OPERADOR
           END-PERFORM.
           PERFORM PROCURAR-OPERADOR.
           IF IDX-ESCOLHIDO > 0 THEN
               DISPLAY "OPERADOR JA EXISTE."
               GO TO ACRESCENTAR-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO NOVO-NOME.
           PERFORM UNTIL NOVO-NOME NOT = SPACES
               DISPLAY "NOME: " WITH NO ADVANCING
               ACCEPT NOVO-NOME
           END-PERFORM.
           DISPLAY "VALOR HORA (EUR): " WITH NO ADVANCING.
           ACCEPT NOVO-VALOR-HORA.
           ADD 1 TO NUM-PESSOAL.
           MOVE NOVO-OPERADOR   TO PS-OPERADOR(NUM-PESSOAL).
           MOVE NOVO-NOME       TO PS-NOME(NUM-PESSOAL).
           MOVE NOVO-VALOR-HORA TO PS-VALOR-HORA(NUM-PESSOAL).
           MOVE "A"             TO PS-ESTADO(NUM-PESSOAL).
           DISPLAY "OPERADOR " NOVO-OPERADOR " CRIADO.".

        ACRESCENTAR-OPERADOR-EXIT.
           EXIT.


      ******************************************************************
      * ALTERAR-VALOR-HORA
      * Altera o valor pago por hora a um operador. O valor novo vale
      * para todas as horas dos mapas tirados a seguir, incluindo as
      * de dias ja passados; a alteracao fica na auditoria ("T").
      ******************************************************************
        ALTERAR-VALOR-HORA.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT NOVO-OPERADOR.
           PERFORM PROCURAR-OPERADOR.
           IF IDX-ESCOLHIDO = 0 THEN
               DISPLAY "OPERADOR INEXISTENTE"
               GO TO ALTERAR-VALOR-HORA-EXIT
           END-IF.
           MOVE PS-VALOR-HORA(IDX-ESCOLHIDO) TO VALOR-ANTERIOR.
           MOVE VALOR-ANTERIOR TO SAIDA-VALOR-HORA.
           DISPLAY "VALOR HORA ACTUAL: " SAIDA-VALOR-HORA.
           DISPLAY "VALOR HORA NOVO (EUR): " WITH NO ADVANCING.
           ACCEPT NOVO-VALOR-HORA.
           IF NOVO-VALOR-HORA = VALOR-ANTERIOR THEN
               DISPLAY "VALOR IGUAL - NADA ALTERADO."
               GO TO ALTERAR-VALOR-HORA-EXIT
           END-IF.
           MOVE NOVO-VALOR-HORA TO PS-VALOR-HORA(IDX-ESCOLHIDO).
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "VALOR HORA ALTERADO.".

        ALTERAR-VALOR-HORA-EXIT.
           EXIT.


      ******************************************************************
      * MUDAR-ESTADO
      * Um operador activo passa a inactivo e vice-versa. Inactivo,
      * deixa de poder picar o ponto.
      ******************************************************************
        MUDAR-ESTADO.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT NOVO-OPERADOR.
           PERFORM PROCURAR-OPERADOR.
           IF IDX-ESCOLHIDO = 0 THEN
               DISPLAY "OPERADOR INEXISTENTE"
               GO TO MUDAR-ESTADO-EXIT
           END-IF.
           IF PS-ESTADO(IDX-ESCOLHIDO) = "I" THEN
               MOVE "A" TO PS-ESTADO(IDX-ESCOLHIDO)
               DISPLAY "OPERADOR REACTIVADO."
           ELSE
               MOVE "I" TO PS-ESTADO(IDX-ESCOLHIDO)
               DISPLAY "OPERADOR DESACTIVADO."
           END-IF.

        MUDAR-ESTADO-EXIT.
           EXIT.


      ******************************************************************
      * GRAVAR-AUDITORIA
      * Acrescenta ao ficheiro de auditoria a alteracao do valor hora
      * ("T"): o operador da ficha, o gerente que a alterou, o valor
      * novo e o anterior. Nao corre num terminal nem sobre uma
      * conta, por isso terminal, conta e artigo ficam a zero.
      ******************************************************************
        GRAVAR-AUDITORIA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           MOVE "T"             TO AUD-TIPO.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORA            TO AUD-HOR.
           MOVE MINUTO          TO AUD-MIN.
           MOVE 0               TO AUD-TERMINAL.
           MOVE NOVO-OPERADOR   TO AUD-OPERADOR.
           MOVE CODIGO-SUPER    TO AUD-SUPERVISOR.
           MOVE 0               TO AUD-NUM-CONTA.
           MOVE 0               TO AUD-COD-ARTIGO.
           MOVE 0               TO AUD-QUANTIDADE.
           MOVE NOVO-VALOR-HORA TO AUD-VALOR.
           MOVE VALOR-ANTERIOR  TO AUD-VALOR-ANTIGO.
           MOVE "N"             TO AUD-APOS-PAGAR.
           WRITE AUDIT-REG.
           CLOSE FICHEIRO-AUDITORIA.


      ******************************************************************
      * GRAVAR-PESSOAL
      * Regrava PESSOAL.DAT com a tabela em memoria (cria o ficheiro
      * na primeira manutencao).
      ******************************************************************
        GRAVAR-PESSOAL.
           OPEN OUTPUT FICHEIRO-PESSOAL.
           PERFORM GRAVAR-PESSOAL-ITEM
               VARYING IDX-PESSOAL FROM 1 BY 1
               UNTIL IDX-PESSOAL > NUM-PESSOAL.
           CLOSE FICHEIRO-PESSOAL.
           DISPLAY "FICHA DO PESSOAL ACTUALIZADA.".


        GRAVAR-PESSOAL-ITEM.
           MOVE PS-OPERADOR(IDX-PESSOAL)   TO PESSOAL-OPERADOR.
           MOVE PS-NOME(IDX-PESSOAL)       TO PESSOAL-NOME.
           MOVE PS-VALOR-HORA(IDX-PESSOAL) TO PESSOAL-VALOR-HORA.
           MOVE PS-ESTADO(IDX-PESSOAL)     TO PESSOAL-ESTADO.
           WRITE PESSOAL-REG.


       END PROGRAM MANUT_PESSOAL.
