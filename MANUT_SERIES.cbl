      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das series de documentos (SERIES.DAT):
      *          regista, para a serie de facturas ("FT") e para a
      *          serie de notas de credito ("NC") de cada terminal, o
      *          codigo de validacao que a autoridade tributaria
      *          atribuiu a serie quando foi comunicada. O balcao e
      *          ESTORNA_CONTA compoem o ATCUD de cada documento com
      *          este codigo; uma serie sem codigo emite com ATCUD
      *          "0". So abre com o codigo de um gerente (os mesmos
      *          codigos que autorizam um estorno). Trocar o codigo
      *          de uma serie ja registada pede confirmacao - os
      *          documentos ja emitidos guardam o ATCUD com que
      *          sairam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_SERIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-SERIES.
           COPY SERIES.CPY.

       WORKING-STORAGE SECTION.
        77 FS-SERIES               PIC X(02)  VALUES "00".
        77 FIM-SERIES              PIC X      VALUES "N".
           88 SERIES-TERMINARAM    VALUE "S".
        77 NUM-SERIES              PIC 99     VALUE ZERO.
        77 IDX-SERIE               PIC 99     VALUE ZERO.
        77 IDX-ESCOLHIDO           PIC 99     VALUE ZERO.
        77 RESPOSTA                PIC X(02)  VALUES SPACE.
        77 CONFIRMACAO             PIC X      VALUES SPACE.
        77 NOVO-TERMINAL           PIC X      VALUES SPACE.
        77 NOVO-TIPO-DOC           PIC X(02)  VALUE SPACES.
        77 NOVO-CODIGO             PIC X(08)  VALUE SPACES.
        77 BRANCOS-CODIGO          PIC 99     VALUE ZERO.
        77 IDX-CARACTER            PIC 99     VALUE ZERO.
        77 CODIGO-VALIDO-FLAG      PIC X      VALUES "S".
           88 CODIGO-VALIDO        VALUE "S".
        77 CODIGO-SUPER            PIC X(08)  VALUE SPACES.
        77 IDX-SUPER               PIC 9      VALUE ZERO.
        77 TENTATIVAS              PIC 9      VALUE ZERO.
        77 SUPERVISOR-FLAG         PIC X      VALUES "N".
           88 SUPERVISOR-OK        VALUE "S".

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.

      * Codigos de gerente aceites para abrir a manutencao, os mesmos
      * que autorizam um estorno.
        01 TABELA-SUPERVISORES.
           05 SUPER-ITEM OCCURS 3 TIMES.
              10 SUP-CODIGO         PIC X(08).

      * Series lidas de SERIES.DAT para memoria - no maximo duas por
      * terminal - alteradas aqui e regravadas no fim.
        01 SERIES-MEMORIA.
           05 SERIE-MEM OCCURS 18 TIMES.
              10 SR-TERMINAL       PIC 9(01).
              10 SR-TIPO-DOC       PIC X(02).
              10 SR-CODIGO         PIC X(08).
              10 SR-DATA-REGISTO   PIC 9(08).

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM CARREGA-SUPERVISORES.
           PERFORM PEDE-SUPERVISOR.
           IF NOT SUPERVISOR-OK THEN
               DISPLAY "MANUTENCAO NAO AUTORIZADA."
               STOP RUN
           END-IF.
           PERFORM LER-SERIES.
           PERFORM MANUTENCAO
               UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "F".
           PERFORM GRAVAR-SERIES.
           STOP RUN.


      ******************************************************************
      * CARREGA-SUPERVISORES / PEDE-SUPERVISOR
      * Os codigos das series vao em todos os documentos fiscais - so
      * um gerente os regista (tres tentativas), como o estorno de
      * uma conta.
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
      * LER-SERIES
      * Carrega SERIES.DAT para memoria. Se o ficheiro ainda nao
      * existir (nenhuma serie registada) a tabela fica vazia e o
      * ficheiro e criado na gravacao final.
      ******************************************************************
        LER-SERIES.
           MOVE 0 TO NUM-SERIES.
           OPEN INPUT FICHEIRO-SERIES.
           IF FS-SERIES = "00" THEN
               MOVE "N" TO FIM-SERIES
               PERFORM LER-SERIE-ITEM
                   UNTIL SERIES-TERMINARAM OR NUM-SERIES >= 18
               CLOSE FICHEIRO-SERIES
           END-IF.


        LER-SERIE-ITEM.
           READ FICHEIRO-SERIES
               AT END
                   MOVE "S" TO FIM-SERIES
               NOT AT END
                   ADD 1 TO NUM-SERIES
                   MOVE SERIE-TERMINAL  TO SR-TERMINAL(NUM-SERIES)
                   MOVE SERIE-TIPO-DOC  TO SR-TIPO-DOC(NUM-SERIES)
                   MOVE SERIE-CODIGO    TO SR-CODIGO(NUM-SERIES)
                   MOVE SERIE-DATA-REGISTO
                       TO SR-DATA-REGISTO(NUM-SERIES)
           END-READ.


      ******************************************************************
      * MANUTENCAO
      * Mostra as series registadas e pede a operacao: "R" regista o
      * codigo de validacao de uma serie, "F" termina e regrava o
      * ficheiro.
      ******************************************************************
        MANUTENCAO.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - SERIES DE DOCUMENTOS".
           DISPLAY "================================================".
           DISPLAY "TERMINAL  TIPO  SERIE   CODIGO    REGISTO".
           DISPLAY "------------------------------------------------".
           PERFORM MOSTRAR-SERIE-ITEM
               VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > NUM-SERIES.
           DISPLAY "------------------------------------------------".
           DISPLAY "SERIES SEM CODIGO EMITEM COM ATCUD 0.".
           DISPLAY "R  REGISTAR CODIGO DE VALIDACAO".
           DISPLAY "F  TERMINAR E GRAVAR".
           DISPLAY " ".
           DISPLAY "OPERACAO (R OU F): " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           EVALUATE FUNCTION UPPER-CASE(RESPOSTA)
             WHEN "F"
               CONTINUE
             WHEN "R"
               PERFORM REGISTAR-CODIGO THRU
                   REGISTAR-CODIGO-EXIT
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.


        MOSTRAR-SERIE-ITEM.
           DISPLAY "    " SR-TERMINAL(IDX-SERIE) "     "
               SR-TIPO-DOC(IDX-SERIE) "    EDB" SR-TERMINAL(IDX-SERIE)
               "    " SR-CODIGO(IDX-SERIE) "  "
               SR-DATA-REGISTO(IDX-SERIE)(7:2) "-"
               SR-DATA-REGISTO(IDX-SERIE)(5:2) "-"
               SR-DATA-REGISTO(IDX-SERIE)(1:4).


      ******************************************************************
      * PROCURAR-SERIE
      * Posiciona IDX-ESCOLHIDO na serie NOVO-TIPO-DOC do terminal
      * NOVO-TERMINAL (zero se a serie ainda nao tiver registo).
      ******************************************************************
        PROCURAR-SERIE.
           MOVE 0 TO IDX-ESCOLHIDO.
           PERFORM COMPARAR-SERIE
               VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > NUM-SERIES OR IDX-ESCOLHIDO > 0.


        COMPARAR-SERIE.
           IF SR-TERMINAL(IDX-SERIE) = NOVO-TERMINAL AND
              SR-TIPO-DOC(IDX-SERIE) = NOVO-TIPO-DOC THEN
               MOVE IDX-SERIE TO IDX-ESCOLHIDO
           END-IF.


      ******************************************************************
      * REGISTAR-CODIGO
      * Pede o terminal, o tipo de documento e o codigo de validacao
      * da serie - oito caracteres, letras e algarismos, tal como
      * vem da comunicacao da serie. Uma serie ja registada com outro
      * codigo so e alterada depois de confirmar.
      ******************************************************************
        REGISTAR-CODIGO.
           MOVE SPACE TO NOVO-TERMINAL.
           PERFORM UNTIL NOVO-TERMINAL >= "1" AND NOVO-TERMINAL <= "9"
               DISPLAY "TERMINAL (1-9): " WITH NO ADVANCING
               ACCEPT NOVO-TERMINAL
           END-PERFORM.
           MOVE SPACES TO NOVO-TIPO-DOC.
           PERFORM UNTIL NOVO-TIPO-DOC = "FT" OR NOVO-TIPO-DOC = "NC"
               DISPLAY "TIPO (FT FACTURAS / NC NOTAS DE CREDITO): "
                   WITH NO ADVANCING
               ACCEPT NOVO-TIPO-DOC
               MOVE FUNCTION UPPER-CASE(NOVO-TIPO-DOC)
                   TO NOVO-TIPO-DOC
           END-PERFORM.
           DISPLAY "CODIGO DE VALIDACAO (8 CARACTERES): "
               WITH NO ADVANCING.
           ACCEPT NOVO-CODIGO.
           MOVE FUNCTION UPPER-CASE(NOVO-CODIGO) TO NOVO-CODIGO.
           MOVE 0 TO BRANCOS-CODIGO.
           INSPECT NOVO-CODIGO TALLYING BRANCOS-CODIGO FOR ALL SPACES.
           MOVE "S" TO CODIGO-VALIDO-FLAG.
           PERFORM VALIDA-CARACTER-CODIGO
               VARYING IDX-CARACTER FROM 1 BY 1 UNTIL IDX-CARACTER > 8.
           IF BRANCOS-CODIGO > 0 OR NOT CODIGO-VALIDO THEN
               DISPLAY "CODIGO INVALIDO - 8 LETRAS OU ALGARISMOS."
               GO TO REGISTAR-CODIGO-EXIT
           END-IF.
           PERFORM PROCURAR-SERIE.
           IF IDX-ESCOLHIDO > 0 THEN
               IF SR-CODIGO(IDX-ESCOLHIDO) = NOVO-CODIGO THEN
                   DISPLAY "CODIGO IGUAL - NADA ALTERADO."
                   GO TO REGISTAR-CODIGO-EXIT
               END-IF
               DISPLAY "A SERIE JA TEM O CODIGO "
                   SR-CODIGO(IDX-ESCOLHIDO) "."
               DISPLAY "OS DOCUMENTOS JA EMITIDOS MANTEM O ATCUD "
                   "ANTIGO."
               MOVE SPACE TO CONFIRMACAO
               PERFORM UNTIL CONFIRMACAO = "S" OR CONFIRMACAO = "N"
                   DISPLAY "SUBSTITUIR? (S/N): " WITH NO ADVANCING
                   ACCEPT CONFIRMACAO
                   MOVE FUNCTION UPPER-CASE(CONFIRMACAO)
                       TO CONFIRMACAO
               END-PERFORM
               IF CONFIRMACAO = "N" THEN
                   DISPLAY "NADA ALTERADO."
                   GO TO REGISTAR-CODIGO-EXIT
               END-IF
           ELSE
               IF NUM-SERIES >= 18 THEN
                   DISPLAY "TABELA CHEIA (MAX 18 SERIES)"
                   GO TO REGISTAR-CODIGO-EXIT
               END-IF
               ADD 1 TO NUM-SERIES
               MOVE NUM-SERIES    TO IDX-ESCOLHIDO
               MOVE NOVO-TERMINAL TO SR-TERMINAL(IDX-ESCOLHIDO)
               MOVE NOVO-TIPO-DOC TO SR-TIPO-DOC(IDX-ESCOLHIDO)
           END-IF.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE NOVO-CODIGO  TO SR-CODIGO(IDX-ESCOLHIDO).
           MOVE DATA-SISTEMA TO SR-DATA-REGISTO(IDX-ESCOLHIDO).
           DISPLAY "SERIE " NOVO-TIPO-DOC " EDB" NOVO-TERMINAL
               " REGISTADA COM O CODIGO " NOVO-CODIGO ".".

        REGISTAR-CODIGO-EXIT.
           EXIT.


        VALIDA-CARACTER-CODIGO.
           IF NOVO-CODIGO(IDX-CARACTER:1) IS NOT ALPHABETIC-UPPER AND
              NOVO-CODIGO(IDX-CARACTER:1) IS NOT NUMERIC THEN
               MOVE "N" TO CODIGO-VALIDO-FLAG
           END-IF.


      ******************************************************************
      * GRAVAR-SERIES
      * Regrava SERIES.DAT com a tabela em memoria (cria o ficheiro
      * no primeiro registo). Os terminais leem o codigo da sua serie
      * no arranque - um codigo novo vale a partir do arranque
      * seguinte do terminal.
      ******************************************************************
        GRAVAR-SERIES.
           OPEN OUTPUT FICHEIRO-SERIES.
           PERFORM GRAVAR-SERIE-ITEM
               VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > NUM-SERIES.
           CLOSE FICHEIRO-SERIES.
           DISPLAY "SERIES DE DOCUMENTOS ACTUALIZADAS.".


        GRAVAR-SERIE-ITEM.
           MOVE SR-TERMINAL(IDX-SERIE)     TO SERIE-TERMINAL.
           MOVE SR-TIPO-DOC(IDX-SERIE)     TO SERIE-TIPO-DOC.
           MOVE SR-CODIGO(IDX-SERIE)       TO SERIE-CODIGO.
           MOVE SR-DATA-REGISTO(IDX-SERIE) TO SERIE-DATA-REGISTO.
           WRITE SERIE-REG.


       END PROGRAM MANUT_SERIES.
