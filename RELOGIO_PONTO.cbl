      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relogio de ponto do pessoal. Cada operador da o seu
      *          codigo (o mesmo de PEDE-OPERADOR nos terminais) e
      *          regista a entrada ao servico, o inicio e o fim de
      *          cada pausa e a saida, em PONTO.DAT. So deixa picar
      *          operadores activos na ficha do pessoal (PESSOAL.DAT)
      *          e so oferece as picagens que fazem sentido a seguir
      *          a ultima do operador. Um turno deixado em aberto ha
      *          mais de 12 horas (uma saida esquecida) nao pode ser
      *          fechado a hora actual - a picagem em falta e
      *          registada por um gerente, com a data e a hora em que
      *          devia ter sido feita, e fica marcada com o codigo
      *          dele e no ficheiro de auditoria (AUDITORIA.DAT).
      *          Fica a correr no posto do pessoal ate ser dado um
      *          operador em branco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOGIO_PONTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESSOAL.
           SELECT FICHEIRO-PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PONTO.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PESSOAL.
           COPY PESSOAL.CPY.

       FD  FICHEIRO-PONTO.
           COPY PONTO.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       WORKING-STORAGE SECTION.
        77 FS-PESSOAL              PIC X(02)  VALUES "00".
        77 FS-PONTO                PIC X(02)  VALUES "00".
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 FIM-SESSAO              PIC X      VALUES "N".
           88 SESSAO-TERMINOU      VALUE "S".
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 RESPOSTA                PIC X(02)  VALUES SPACE.
        77 TIPO-PICAGEM            PIC X(01)  VALUE SPACE.
        77 NUM-PESSOAL             PIC 99     VALUE ZERO.
        77 IDX-PESSOAL             PIC 99     VALUE ZERO.
        77 IDX-ESCOLHIDO           PIC 99     VALUE ZERO.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 DATA-PICAGEM            PIC 9(08)  VALUE ZERO.
        77 HORA-PICAGEM            PIC 9(04)  VALUE ZERO.
        77 MINUTO-AGORA            PIC 9(10)  VALUE ZERO.
        77 MINUTO-PICAGEM          PIC 9(10)  VALUE ZERO.
        77 MINUTO-ULTIMA           PIC 9(10)  VALUE ZERO.
        77 MINUTOS-EM-ABERTO       PIC 9(10)  VALUE ZERO.
        77 MAXIMO-TURNO            PIC 9(04)  VALUE 720.
        77 CODIGO-SUPER            PIC X(08)  VALUE SPACES.
        77 IDX-SUPER               PIC 9      VALUE ZERO.
        77 TENTATIVAS              PIC 9      VALUE ZERO.
        77 SUPERVISOR-FLAG         PIC X      VALUES "N".
           88 SUPERVISOR-OK        VALUE "S".
        77 PICAGEM-VALIDA          PIC X      VALUES "N".
           88 PICAGEM-ACEITE       VALUE "S".

      * Ultima picagem do operador em PONTO.DAT e o estado em que o
      * deixou: "L" livre (sem picagens ou depois de uma saida), "T"
      * a trabalhar (depois de uma entrada ou de um regresso), "P"
      * em pausa.
        77 ULTIMO-TIPO             PIC X(01)  VALUE SPACE.
        77 ESTADO-OPERADOR         PIC X(01)  VALUE SPACE.
           88 OPERADOR-LIVRE       VALUE "L".
           88 OPERADOR-TRABALHA    VALUE "T".
           88 OPERADOR-EM-PAUSA    VALUE "P".
        01 ULTIMA-DATA.
           05 ULTIMA-ANO           PIC 9(04)  VALUE ZERO.
           05 ULTIMA-MES           PIC 9(02)  VALUE ZERO.
           05 ULTIMA-DIA           PIC 9(02)  VALUE ZERO.
        01 ULTIMA-DATA-N REDEFINES ULTIMA-DATA PIC 9(08).
        01 ULTIMA-HORA.
           05 ULTIMA-HOR           PIC 9(02)  VALUE ZERO.
           05 ULTIMA-MIN           PIC 9(02)  VALUE ZERO.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.
        01 HORA-LIDA.
          05 HORA-LIDA-HOR          PIC 9(02)  VALUE ZERO.
          05 HORA-LIDA-MIN          PIC 9(02)  VALUE ZERO.
        01 HORA-LIDA-N REDEFINES HORA-LIDA PIC 9(04).

      * Codigos de gerente aceites para registar uma picagem
      * esquecida, os mesmos que autorizam um estorno.
        01 TABELA-SUPERVISORES.
           05 SUPER-ITEM OCCURS 3 TIMES.
              10 SUP-CODIGO         PIC X(08).

      * Fichas do pessoal (so o codigo, o nome e o estado interessam
      * aqui).
        01 PESSOAL-MEMORIA.
           05 PESSOAL-MEM OCCURS 50 TIMES.
              10 PS-OPERADOR       PIC X(08).
              10 PS-NOME           PIC X(25).
              10 PS-ESTADO         PIC X(01).

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM CARREGA-SUPERVISORES.
           PERFORM LER-PESSOAL.
           IF NUM-PESSOAL = 0 THEN
               DISPLAY "PESSOAL.DAT NAO EXISTE - CRIE PRIMEIRO AS "
                       "FICHAS EM MANUT_PESSOAL"
               STOP RUN
           END-IF.
           PERFORM PICAGEM THRU
                   PICAGEM-EXIT
               UNTIL SESSAO-TERMINOU.
           STOP RUN.


      ******************************************************************
      * CARREGA-SUPERVISORES / PEDE-SUPERVISOR
      * Uma picagem fora de horas so e registada com o codigo de um
      * gerente (tres tentativas), como o estorno de uma conta.
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
      * Carrega as fichas de PESSOAL.DAT (mantido em MANUT_PESSOAL).
      ******************************************************************
        LER-PESSOAL.
           MOVE 0 TO NUM-PESSOAL.
           OPEN INPUT FICHEIRO-PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "N" TO FIM-FICHEIRO
               PERFORM LER-PESSOAL-ITEM
                   UNTIL FICHEIRO-TERMINOU OR NUM-PESSOAL >= 50
               CLOSE FICHEIRO-PESSOAL
           END-IF.


        LER-PESSOAL-ITEM.
           READ FICHEIRO-PESSOAL
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO NUM-PESSOAL
                   MOVE PESSOAL-OPERADOR TO PS-OPERADOR(NUM-PESSOAL)
                   MOVE PESSOAL-NOME     TO PS-NOME(NUM-PESSOAL)
                   MOVE PESSOAL-ESTADO   TO PS-ESTADO(NUM-PESSOAL)
           END-READ.


        COMPARAR-OPERADOR.
           IF PS-OPERADOR(IDX-PESSOAL) = OPERADOR THEN
               MOVE IDX-PESSOAL TO IDX-ESCOLHIDO
           END-IF.


      ******************************************************************
      * PICAGEM
      * Uma picagem: identifica o operador, mostra a sua ultima
      * picagem e as opcoes que se lhe podem seguir, e grava a
      * escolhida com a data e a hora do momento. "C" (ou um turno
      * aberto ha demasiado tempo) passa para o registo pelo gerente.
      ******************************************************************
        PICAGEM.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - RELOGIO DE PONTO".
           DISPLAY "================================================".
           MOVE SPACES TO OPERADOR.
           DISPLAY "OPERADOR (EM BRANCO = TERMINAR): "
               WITH NO ADVANCING.
           ACCEPT OPERADOR.
           IF OPERADOR = SPACES THEN
               MOVE "S" TO FIM-SESSAO
               GO TO PICAGEM-EXIT
           END-IF.
           MOVE 0 TO IDX-ESCOLHIDO.
           PERFORM COMPARAR-OPERADOR
               VARYING IDX-PESSOAL FROM 1 BY 1
               UNTIL IDX-PESSOAL > NUM-PESSOAL OR IDX-ESCOLHIDO > 0.
           IF IDX-ESCOLHIDO = 0 THEN
               DISPLAY "OPERADOR SEM FICHA DO PESSOAL."
               GO TO PICAGEM-EXIT
           END-IF.
           IF PS-ESTADO(IDX-ESCOLHIDO) = "I" THEN
               DISPLAY "OPERADOR INACTIVO."
               GO TO PICAGEM-EXIT
           END-IF.
           DISPLAY PS-NOME(IDX-ESCOLHIDO).
           PERFORM PROCURA-ULTIMA-PICAGEM.
           PERFORM MOSTRA-ESTADO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE DATA-SISTEMA TO DATA-HOJE.
           COMPUTE MINUTO-AGORA =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) * 1440
               + HORA * 60 + MINUTO.
           IF NOT OPERADOR-LIVRE THEN
               COMPUTE MINUTOS-EM-ABERTO = MINUTO-AGORA - MINUTO-ULTIMA
               IF MINUTOS-EM-ABERTO > MAXIMO-TURNO THEN
                   DISPLAY "TURNO EM ABERTO HA MAIS DE 12 HORAS - A "
                       "PICAGEM EM FALTA TEM DE SER"
                   DISPLAY "REGISTADA POR UM GERENTE."
                   PERFORM CORRIGIR-PICAGEM THRU
                           CORRIGIR-PICAGEM-EXIT
                   GO TO PICAGEM-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
             WHEN OPERADOR-LIVRE
               DISPLAY "E  ENTRADA"
             WHEN OPERADOR-TRABALHA
               DISPLAY "P  INICIO DE PAUSA"
               DISPLAY "S  SAIDA"
             WHEN OPERADOR-EM-PAUSA
               DISPLAY "R  REGRESSO DA PAUSA"
               DISPLAY "S  SAIDA"
           END-EVALUATE.
           DISPLAY "C  PICAGEM ESQUECIDA (GERENTE)".
           DISPLAY "PICAGEM: " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO TIPO-PICAGEM.
           IF TIPO-PICAGEM = "C" THEN
               PERFORM CORRIGIR-PICAGEM THRU
                       CORRIGIR-PICAGEM-EXIT
               GO TO PICAGEM-EXIT
           END-IF.
           PERFORM VALIDA-TIPO.
           IF NOT PICAGEM-ACEITE THEN
               DISPLAY "PICAGEM INVALIDA - NADA REGISTADO."
               GO TO PICAGEM-EXIT
           END-IF.
           MOVE DATA-HOJE TO DATA-PICAGEM.
           COMPUTE HORA-PICAGEM = HORA * 100 + MINUTO.
           MOVE SPACES TO CODIGO-SUPER.
           PERFORM GRAVAR-PICAGEM.
           PERFORM CONFIRMA-PICAGEM.

        PICAGEM-EXIT.
           EXIT.


      ******************************************************************
      * PROCURA-ULTIMA-PICAGEM
      * Percorre PONTO.DAT e guarda a ultima picagem do operador - as
      * picagens de cada operador estao sempre por ordem cronologica.
      ******************************************************************
        PROCURA-ULTIMA-PICAGEM.
           MOVE SPACE TO ULTIMO-TIPO.
           MOVE 0 TO ULTIMA-DATA-N.
           MOVE 0 TO ULTIMA-HOR.
           MOVE 0 TO ULTIMA-MIN.
           MOVE 0 TO MINUTO-ULTIMA.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-PONTO.
           IF FS-PONTO = "00" THEN
               PERFORM LER-PICAGEM
                   UNTIL FICHEIRO-TERMINOU
               CLOSE FICHEIRO-PONTO
           END-IF.
           EVALUATE ULTIMO-TIPO
             WHEN "E"
             WHEN "R"
               MOVE "T" TO ESTADO-OPERADOR
             WHEN "P"
               MOVE "P" TO ESTADO-OPERADOR
             WHEN OTHER
               MOVE "L" TO ESTADO-OPERADOR
           END-EVALUATE.
           IF ULTIMA-DATA-N > 0 THEN
               COMPUTE MINUTO-ULTIMA =
                   FUNCTION INTEGER-OF-DATE(ULTIMA-DATA-N) * 1440
                   + ULTIMA-HOR * 60 + ULTIMA-MIN
           END-IF.


        LER-PICAGEM.
           READ FICHEIRO-PONTO
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   IF PONTO-OPERADOR = OPERADOR THEN
                       MOVE PONTO-TIPO TO ULTIMO-TIPO
                       MOVE PONTO-DATA TO ULTIMA-DATA
                       MOVE PONTO-HORA TO ULTIMA-HORA
                   END-IF
           END-READ.


        MOSTRA-ESTADO.
           IF ULTIMO-TIPO = SPACE THEN
               DISPLAY "SEM PICAGENS REGISTADAS."
           ELSE
               DISPLAY "ULTIMA PICAGEM: " ULTIMO-TIPO "  "
                   ULTIMA-DIA "-" ULTIMA-MES "-" ULTIMA-ANO " "
                   ULTIMA-HOR ":" ULTIMA-MIN
           END-IF.
           EVALUATE TRUE
             WHEN OPERADOR-LIVRE
               DISPLAY "ESTADO: FORA DE SERVICO"
             WHEN OPERADOR-TRABALHA
               DISPLAY "ESTADO: AO SERVICO"
             WHEN OPERADOR-EM-PAUSA
               DISPLAY "ESTADO: EM PAUSA"
           END-EVALUATE.


      ******************************************************************
      * VALIDA-TIPO
      * A picagem tem de poder seguir-se ao estado do operador: fora
      * de servico so entra; ao servico pausa ou sai; em pausa
      * regressa ou sai (a pausa nao e paga).
      ******************************************************************
        VALIDA-TIPO.
           MOVE "N" TO PICAGEM-VALIDA.
           EVALUATE TRUE
             WHEN OPERADOR-LIVRE AND TIPO-PICAGEM = "E"
             WHEN OPERADOR-TRABALHA AND
                  (TIPO-PICAGEM = "P" OR TIPO-PICAGEM = "S")
             WHEN OPERADOR-EM-PAUSA AND
                  (TIPO-PICAGEM = "R" OR TIPO-PICAGEM = "S")
               MOVE "S" TO PICAGEM-VALIDA
           END-EVALUATE.


      ******************************************************************
      * CORRIGIR-PICAGEM
      * Registo pelo gerente de uma picagem esquecida, com a data e a
      * hora em que devia ter sido feita. Tem de ser uma picagem
      * valida a seguir a ultima do operador, depois dela e nao no
      * futuro - assim as picagens do operador continuam por ordem.
      ******************************************************************
        CORRIGIR-PICAGEM.
           PERFORM PEDE-SUPERVISOR.
           IF NOT SUPERVISOR-OK THEN
               DISPLAY "PICAGEM NAO AUTORIZADA."
               GO TO CORRIGIR-PICAGEM-EXIT
           END-IF.
           DISPLAY "PICAGEM A REGISTAR (E, P, R OU S): "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO TIPO-PICAGEM.
           PERFORM VALIDA-TIPO.
           IF NOT PICAGEM-ACEITE THEN
               DISPLAY "PICAGEM INVALIDA PARA O ESTADO DO OPERADOR."
               GO TO CORRIGIR-PICAGEM-EXIT
           END-IF.
           MOVE 0 TO DATA-PICAGEM.
           PERFORM UNTIL DATA-PICAGEM > 0 AND
                   FUNCTION TEST-DATE-YYYYMMDD(DATA-PICAGEM) = 0
               DISPLAY "DATA DA PICAGEM (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT DATA-PICAGEM
           END-PERFORM.
           MOVE 9999 TO HORA-LIDA-N.
           PERFORM UNTIL HORA-LIDA-HOR < 24 AND HORA-LIDA-MIN < 60
               DISPLAY "HORA DA PICAGEM (HHMM): " WITH NO ADVANCING
               ACCEPT HORA-LIDA-N
           END-PERFORM.
           COMPUTE MINUTO-PICAGEM =
               FUNCTION INTEGER-OF-DATE(DATA-PICAGEM) * 1440
               + HORA-LIDA-HOR * 60 + HORA-LIDA-MIN.
           IF MINUTO-PICAGEM < MINUTO-ULTIMA OR
              MINUTO-PICAGEM > MINUTO-AGORA THEN
               DISPLAY "A PICAGEM TEM DE SER DEPOIS DA ULTIMA DO "
                   "OPERADOR E NAO NO FUTURO."
               GO TO CORRIGIR-PICAGEM-EXIT
           END-IF.
           MOVE HORA-LIDA-N TO HORA-PICAGEM.
           PERFORM GRAVAR-PICAGEM.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM CONFIRMA-PICAGEM.

        CORRIGIR-PICAGEM-EXIT.
           EXIT.


      ******************************************************************
      * GRAVAR-PICAGEM
      * Acrescenta a picagem a PONTO.DAT (cria o ficheiro na primeira
      * picagem). CODIGO-SUPER vai em branco numa picagem normal.
      ******************************************************************
        GRAVAR-PICAGEM.
           OPEN EXTEND FICHEIRO-PONTO.
           IF FS-PONTO = "35" THEN
               OPEN OUTPUT FICHEIRO-PONTO
               CLOSE FICHEIRO-PONTO
               OPEN EXTEND FICHEIRO-PONTO
           END-IF.
           MOVE DATA-PICAGEM TO PONTO-DATA.
           MOVE HORA-PICAGEM TO PONTO-HORA.
           MOVE OPERADOR     TO PONTO-OPERADOR.
           MOVE TIPO-PICAGEM TO PONTO-TIPO.
           MOVE CODIGO-SUPER TO PONTO-SUPERVISOR.
           WRITE PONTO-REG.
           CLOSE FICHEIRO-PONTO.


        CONFIRMA-PICAGEM.
           EVALUATE TIPO-PICAGEM
             WHEN "E"
               DISPLAY "ENTRADA REGISTADA: " WITH NO ADVANCING
             WHEN "P"
               DISPLAY "PAUSA REGISTADA: " WITH NO ADVANCING
             WHEN "R"
               DISPLAY "REGRESSO REGISTADO: " WITH NO ADVANCING
             WHEN "S"
               DISPLAY "SAIDA REGISTADA: " WITH NO ADVANCING
           END-EVALUATE.
           MOVE DATA-PICAGEM TO ULTIMA-DATA-N.
           MOVE HORA-PICAGEM TO HORA-LIDA-N.
           DISPLAY ULTIMA-DIA "-" ULTIMA-MES "-" ULTIMA-ANO " "
               HORA-LIDA-HOR ":" HORA-LIDA-MIN.


      ******************************************************************
      * GRAVAR-AUDITORIA
      * Acrescenta ao ficheiro de auditoria a picagem registada pelo
      * gerente ("H"): o operador da picagem e o gerente que a
      * registou, com a data e a hora do registo (a da picagem fica
      * em PONTO.DAT). Terminal, conta, artigo e valores a zero.
      ******************************************************************
        GRAVAR-AUDITORIA.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           MOVE "H"            TO AUD-TIPO.
           MOVE ANO            TO AUD-ANO.
           MOVE MES            TO AUD-MES.
           MOVE DIA            TO AUD-DIA.
           MOVE HORA           TO AUD-HOR.
           MOVE MINUTO         TO AUD-MIN.
           MOVE 0              TO AUD-TERMINAL.
           MOVE OPERADOR       TO AUD-OPERADOR.
           MOVE CODIGO-SUPER   TO AUD-SUPERVISOR.
           MOVE 0              TO AUD-NUM-CONTA.
           MOVE 0              TO AUD-COD-ARTIGO.
           MOVE 0              TO AUD-QUANTIDADE.
           MOVE 0              TO AUD-VALOR.
           MOVE 0              TO AUD-VALOR-ANTIGO.
           MOVE "N"            TO AUD-APOS-PAGAR.
           WRITE AUDIT-REG.
           CLOSE FICHEIRO-AUDITORIA.


       END PROGRAM RELOGIO_PONTO.
