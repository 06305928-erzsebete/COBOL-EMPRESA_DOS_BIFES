      ******************************************************************
      * Author:
      * Date:
      * Purpose: Matriz de alergenios do menu, para afixar e mostrar
      *          ao cliente. Para cada artigo activo da tabela de
      *          precos (PRECOS.DAT), agrupado por categoria pela
      *          ordem do ficheiro, assinala quais dos 14 alergenios
      *          de declaracao obrigatoria contem - deduzidos dos
      *          ingredientes da sua receita (RECEITA.DAT) e da
      *          marcacao de cada ingrediente em INGRED.DAT, nunca
      *          escritos a mao, para uma alteracao de receita mudar
      *          logo a resposta. Artigos sem receita ou com um
      *          ingrediente ainda por rever ficam assinalados na
      *          coluna OBS. A matriz sai no ecra e em ALERGENO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_ALERGENOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA-PRECOS.
           SELECT FICHEIRO-INGRED ASSIGN TO "INGRED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-INGRED.
           SELECT FICHEIRO-RECEITAS ASSIGN TO "RECEITA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RECEITAS.
           SELECT MATRIZ-ALERGENOS ASSIGN TO "ALERGENO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MATRIZ.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-PRECOS.
           COPY TABPRECO.CPY.

       FD  FICHEIRO-INGRED.
           COPY INGRED.CPY.

       FD  FICHEIRO-RECEITAS.
           COPY RECEITA.CPY.

       FD  MATRIZ-ALERGENOS.
       01  MATRIZ-LINHA               PIC X(90).

       WORKING-STORAGE SECTION.
        77 FS-TABELA-PRECOS        PIC X(02)  VALUES "00".
        77 FS-INGRED               PIC X(02)  VALUES "00".
        77 FS-RECEITAS             PIC X(02)  VALUES "00".
        77 FS-MATRIZ               PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 NUM-ARTIGOS             PIC 99     VALUE ZERO.
        77 IDX-ARTIGO              PIC 99     VALUE ZERO.
        77 NUM-INGRED              PIC 99     VALUE ZERO.
        77 IDX-INGRED              PIC 99     VALUE ZERO.
        77 NUM-RECEITAS            PIC 9(03)  VALUE ZERO.
        77 IDX-RECEITA             PIC 9(03)  VALUE ZERO.
        77 NUM-CATEGORIAS          PIC 99     VALUE ZERO.
        77 IDX-CATEGORIA           PIC 99     VALUE ZERO.
        77 IDX-ALERGENO            PIC 99     VALUE ZERO.
        77 NUM-SEM-RECEITA         PIC 99     VALUE ZERO.
        77 NUM-POR-REVER           PIC 99     VALUE ZERO.
        77 CATEGORIA-ACHADA        PIC X      VALUES "N".
           88 ACHOU-CATEGORIA      VALUE "S".
        77 PONTEIRO-LEGENDA        PIC 9(03)  VALUE ZERO.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.

           COPY ALERGENO.CPY.

      * Artigos de PRECOS.DAT (a posicao corresponde ao codigo) com
      * os alergenios apurados da receita: AR-LINHAS conta as linhas
      * de receita do artigo (zero = sem receita) e AR-POR-REVER
      * assinala um ingrediente da receita ainda sem marcacao.
        01 TABELA-ARTIGOS.
           05 ARTIGO-MEM OCCURS 50 TIMES.
              10 AR-DESCRICAO      PIC X(25).
              10 AR-CATEGORIA      PIC X(15).
              10 AR-ACTIVO         PIC X(01).
              10 AR-LINHAS         PIC 9(03).
              10 AR-POR-REVER      PIC X(01).
              10 AR-ALERGENO       PIC X(01) OCCURS 14 TIMES.

      * Alergenios marcados de cada ingrediente de INGRED.DAT (a
      * posicao corresponde ao codigo).
        01 TABELA-INGRED.
           05 INGRED-MEM OCCURS 50 TIMES.
              10 IM-ALERGENOS.
                 15 IM-ALERGENO    PIC X(01) OCCURS 14 TIMES.

      * Linhas de RECEITA.DAT.
        01 TABELA-RECEITAS.
           05 RECEITA-MEM OCCURS 150 TIMES.
              10 RT-ARTIGO         PIC 9(02).
              10 RT-INGRED         PIC 9(02).

      * Categorias dos artigos activos, pela ordem em que aparecem
      * no ficheiro - a mesma ordem das paginas do menu no balcao.
        01 TABELA-CATEGORIAS.
           05 CT-CATEGORIA         PIC X(15) OCCURS 50 TIMES.

        01 LINHA-TITULO.
           05 FILLER               PIC X(24)
                                   VALUE "MATRIZ DE ALERGENIOS EM ".
           05 LT-DIA               PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-MES               PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-ANO               PIC 9(04).

        01 LINHA-CABECALHO.
           05 LC-ARTIGO            PIC X(29).
           05 LC-CELULA OCCURS 14 TIMES.
              10 LC-SIGLA          PIC X(02).
              10 FILLER            PIC X(01).
           05 FILLER               PIC X(01).
           05 LC-OBS               PIC X(03).

        01 LINHA-ARTIGO.
           05 LA-CODIGO            PIC Z9.
           05 FILLER               PIC X(01).
           05 LA-DESCRICAO         PIC X(25).
           05 FILLER               PIC X(01).
           05 LA-CELULA OCCURS 14 TIMES.
              10 LA-MARCA          PIC X(01).
              10 FILLER            PIC X(02).
           05 FILLER               PIC X(01).
           05 LA-OBS               PIC X(12).

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - MATRIZ DE ALERGENIOS".
           DISPLAY "================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM LER-PRECOS THRU
                   LER-PRECOS-EXIT.
           PERFORM LER-INGREDIENTES THRU
                   LER-INGREDIENTES-EXIT.
           PERFORM LER-RECEITAS THRU
                   LER-RECEITAS-EXIT.
           PERFORM APURA-RECEITA-LINHA
               VARYING IDX-RECEITA FROM 1 BY 1
               UNTIL IDX-RECEITA > NUM-RECEITAS.
           MOVE 0 TO NUM-CATEGORIAS.
           PERFORM MONTA-CATEGORIA
               VARYING IDX-ARTIGO FROM 1 BY 1
               UNTIL IDX-ARTIGO > NUM-ARTIGOS.
           PERFORM IMPRIMIR-MATRIZ.
           STOP RUN.


      ******************************************************************
      * LER-PRECOS
      * Carrega a descricao, a categoria e o estado de cada artigo;
      * os alergenios do artigo comecam todos a "N" e a receita os
      * vai acrescentando.
      ******************************************************************
        LER-PRECOS.
           OPEN INPUT TABELA-PRECOS.
           IF FS-TABELA-PRECOS NOT = "00" THEN
               DISPLAY "PRECOS.DAT NAO EXISTE."
               STOP RUN
           END-IF.
           MOVE 0   TO NUM-ARTIGOS.
           MOVE "N" TO FIM-FICHEIRO.
           PERFORM LER-PRECO-ITEM
               UNTIL FICHEIRO-TERMINOU OR NUM-ARTIGOS >= 50.
           CLOSE TABELA-PRECOS.

        LER-PRECOS-EXIT.
           EXIT.


        LER-PRECO-ITEM.
           READ TABELA-PRECOS
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO NUM-ARTIGOS
                   MOVE PRECO-DESCRICAO TO AR-DESCRICAO(NUM-ARTIGOS)
                   MOVE PRECO-CATEGORIA TO AR-CATEGORIA(NUM-ARTIGOS)
                   MOVE PRECO-ACTIVO    TO AR-ACTIVO(NUM-ARTIGOS)
                   MOVE 0   TO AR-LINHAS(NUM-ARTIGOS)
                   MOVE "N" TO AR-POR-REVER(NUM-ARTIGOS)
                   PERFORM LIMPA-ALERGENO-ARTIGO
                       VARYING IDX-ALERGENO FROM 1 BY 1
                       UNTIL IDX-ALERGENO > 14
           END-READ.


        LIMPA-ALERGENO-ARTIGO.
           MOVE "N" TO AR-ALERGENO(NUM-ARTIGOS IDX-ALERGENO).


      ******************************************************************
      * LER-INGREDIENTES
      * Carrega a marcacao de alergenios de cada ingrediente. O
      * ficheiro e criado pelo programa principal na primeira
      * execucao, por isso tem de existir.
      ******************************************************************
        LER-INGREDIENTES.
           OPEN INPUT FICHEIRO-INGRED.
           IF FS-INGRED NOT = "00" THEN
               DISPLAY "INGRED.DAT NAO EXISTE - EXECUTE PRIMEIRO O "
                       "PROGRAMA PRINCIPAL"
               STOP RUN
           END-IF.
           MOVE 0   TO NUM-INGRED.
           MOVE "N" TO FIM-FICHEIRO.
           PERFORM LER-INGRED-ITEM
               UNTIL FICHEIRO-TERMINOU OR NUM-INGRED >= 50.
           CLOSE FICHEIRO-INGRED.

        LER-INGREDIENTES-EXIT.
           EXIT.


        LER-INGRED-ITEM.
           READ FICHEIRO-INGRED
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO NUM-INGRED
                   MOVE INGRED-ALERGENOS TO IM-ALERGENOS(NUM-INGRED)
           END-READ.


      ******************************************************************
      * LER-RECEITAS
      * Carrega as linhas de RECEITA.DAT. Sem ficheiro nenhum artigo
      * tem receita e todos saem assinalados.
      ******************************************************************
        LER-RECEITAS.
           MOVE 0 TO NUM-RECEITAS.
           OPEN INPUT FICHEIRO-RECEITAS.
           IF FS-RECEITAS NOT = "00" THEN
               GO TO LER-RECEITAS-EXIT
           END-IF.
           MOVE "N" TO FIM-FICHEIRO.
           PERFORM LER-RECEITA-ITEM
               UNTIL FICHEIRO-TERMINOU OR NUM-RECEITAS >= 150.
           CLOSE FICHEIRO-RECEITAS.

        LER-RECEITAS-EXIT.
           EXIT.


        LER-RECEITA-ITEM.
           READ FICHEIRO-RECEITAS
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   IF REC-QTD > 0 THEN
                       ADD 1 TO NUM-RECEITAS
                       MOVE REC-COD-ARTIGO TO RT-ARTIGO(NUM-RECEITAS)
                       MOVE REC-COD-INGRED TO RT-INGRED(NUM-RECEITAS)
                   END-IF
           END-READ.


      ******************************************************************
      * APURA-RECEITA-LINHA
      * Cada linha de receita acrescenta ao seu artigo os alergenios
      * marcados no ingrediente. Um ingrediente sem marcacao (tudo em
      * branco) ou inexistente deixa o artigo por rever.
      ******************************************************************
        APURA-RECEITA-LINHA.
           MOVE RT-ARTIGO(IDX-RECEITA) TO IDX-ARTIGO.
           MOVE RT-INGRED(IDX-RECEITA) TO IDX-INGRED.
           IF IDX-ARTIGO >= 1 AND IDX-ARTIGO <= NUM-ARTIGOS THEN
               ADD 1 TO AR-LINHAS(IDX-ARTIGO)
               IF IDX-INGRED < 1 OR IDX-INGRED > NUM-INGRED THEN
                   MOVE "S" TO AR-POR-REVER(IDX-ARTIGO)
               ELSE
                   IF IM-ALERGENOS(IDX-INGRED) = SPACES THEN
                       MOVE "S" TO AR-POR-REVER(IDX-ARTIGO)
                   END-IF
                   PERFORM SOMA-ALERGENO-INGRED
                       VARYING IDX-ALERGENO FROM 1 BY 1
                       UNTIL IDX-ALERGENO > 14
               END-IF
           END-IF.


        SOMA-ALERGENO-INGRED.
           IF IM-ALERGENO(IDX-INGRED IDX-ALERGENO) = "S" THEN
               MOVE "S" TO AR-ALERGENO(IDX-ARTIGO IDX-ALERGENO)
           END-IF.


      ******************************************************************
      * MONTA-CATEGORIA
      * Junta a categoria de cada artigo activo a lista de
      * categorias, se ainda la nao estiver.
      ******************************************************************
        MONTA-CATEGORIA.
           IF AR-ACTIVO(IDX-ARTIGO) = "S" THEN
               MOVE "N" TO CATEGORIA-ACHADA
               PERFORM PROCURA-CATEGORIA
                   VARYING IDX-CATEGORIA FROM 1 BY 1
                   UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
                      OR ACHOU-CATEGORIA
               IF NOT ACHOU-CATEGORIA THEN
                   ADD 1 TO NUM-CATEGORIAS
                   MOVE AR-CATEGORIA(IDX-ARTIGO)
                       TO CT-CATEGORIA(NUM-CATEGORIAS)
               END-IF
           END-IF.


        PROCURA-CATEGORIA.
           IF CT-CATEGORIA(IDX-CATEGORIA) = AR-CATEGORIA(IDX-ARTIGO)
               MOVE "S" TO CATEGORIA-ACHADA
           END-IF.


      ******************************************************************
      * IMPRIMIR-MATRIZ
      * Escreve a matriz: uma coluna por alergenio (sigla no
      * cabecalho, legenda no fim), um bloco por categoria com os
      * seus artigos activos, "X" onde o artigo contem o alergenio.
      ******************************************************************
        IMPRIMIR-MATRIZ.
           OPEN OUTPUT MATRIZ-ALERGENOS.
           MOVE ALL "=" TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE "  EMPRESA DOS BIFES - MATRIZ DE ALERGENIOS DO MENU"
               TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE ALL "=" TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE DIA TO LT-DIA.
           MOVE MES TO LT-MES.
           MOVE ANO TO LT-ANO.
           MOVE LINHA-TITULO TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES      TO LINHA-CABECALHO.
           MOVE "CD ARTIGO" TO LC-ARTIGO.
           MOVE "OBS"       TO LC-OBS.
           PERFORM MONTA-CABECALHO-SIGLA
               VARYING IDX-ALERGENO FROM 1 BY 1
               UNTIL IDX-ALERGENO > 14.
           MOVE LINHA-CABECALHO TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE 0 TO NUM-SEM-RECEITA.
           MOVE 0 TO NUM-POR-REVER.
           PERFORM IMPRIMIR-CATEGORIA
               VARYING IDX-CATEGORIA FROM 1 BY 1
               UNTIL IDX-CATEGORIA > NUM-CATEGORIAS.
           MOVE ALL "=" TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO MATRIZ-LINHA.
           MOVE 1 TO PONTEIRO-LEGENDA.
           PERFORM JUNTA-LEGENDA
               VARYING IDX-ALERGENO FROM 1 BY 1
               UNTIL IDX-ALERGENO > 7.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO MATRIZ-LINHA.
           MOVE 1 TO PONTEIRO-LEGENDA.
           PERFORM JUNTA-LEGENDA
               VARYING IDX-ALERGENO FROM 8 BY 1
               UNTIL IDX-ALERGENO > 14.
           PERFORM ESCREVE-LINHA.
           IF NUM-SEM-RECEITA > 0 THEN
               MOVE SPACES TO MATRIZ-LINHA
               STRING "SEM RECEITA: ALERGENIOS DESCONHECIDOS - "
                   "DEFINIR A RECEITA EM MANUT_STOCK (R)."
                   DELIMITED BY SIZE INTO MATRIZ-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           IF NUM-POR-REVER > 0 THEN
               MOVE SPACES TO MATRIZ-LINHA
               STRING "POR REVER: INGREDIENTE DA RECEITA SEM "
                   "ALERGENIOS MARCADOS EM MANUT_STOCK (A)."
                   DELIMITED BY SIZE INTO MATRIZ-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           CLOSE MATRIZ-ALERGENOS.
           DISPLAY "MATRIZ GRAVADA EM ALERGENO.TXT".


        MONTA-CABECALHO-SIGLA.
           MOVE ALERGENO-SIGLA(IDX-ALERGENO) TO LC-SIGLA(IDX-ALERGENO).


        JUNTA-LEGENDA.
           STRING ALERGENO-SIGLA(IDX-ALERGENO) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  ALERGENO-NOME(IDX-ALERGENO) DELIMITED BY " "
                  "  " DELIMITED BY SIZE
               INTO MATRIZ-LINHA WITH POINTER PONTEIRO-LEGENDA.


        IMPRIMIR-CATEGORIA.
           MOVE ALL "-" TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE CT-CATEGORIA(IDX-CATEGORIA) TO MATRIZ-LINHA.
           PERFORM ESCREVE-LINHA.
           PERFORM IMPRIMIR-ARTIGO
               VARYING IDX-ARTIGO FROM 1 BY 1
               UNTIL IDX-ARTIGO > NUM-ARTIGOS.


        IMPRIMIR-ARTIGO.
           IF AR-ACTIVO(IDX-ARTIGO) = "S" AND
              AR-CATEGORIA(IDX-ARTIGO) = CT-CATEGORIA(IDX-CATEGORIA)
               MOVE SPACES TO LINHA-ARTIGO
               MOVE IDX-ARTIGO               TO LA-CODIGO
               MOVE AR-DESCRICAO(IDX-ARTIGO) TO LA-DESCRICAO
               IF AR-LINHAS(IDX-ARTIGO) = 0 THEN
                   MOVE "SEM RECEITA" TO LA-OBS
                   ADD 1 TO NUM-SEM-RECEITA
               ELSE
                   PERFORM MARCA-ALERGENO-ARTIGO
                       VARYING IDX-ALERGENO FROM 1 BY 1
                       UNTIL IDX-ALERGENO > 14
                   IF AR-POR-REVER(IDX-ARTIGO) = "S" THEN
                       MOVE "POR REVER" TO LA-OBS
                       ADD 1 TO NUM-POR-REVER
                   END-IF
               END-IF
               MOVE LINHA-ARTIGO TO MATRIZ-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.


        MARCA-ALERGENO-ARTIGO.
           IF AR-ALERGENO(IDX-ARTIGO IDX-ALERGENO) = "S" THEN
               MOVE "X" TO LA-MARCA(IDX-ALERGENO)
           ELSE
               MOVE "." TO LA-MARCA(IDX-ALERGENO)
           END-IF.


        ESCREVE-LINHA.
           DISPLAY MATRIZ-LINHA.
           WRITE MATRIZ-LINHA.


       END PROGRAM REL_ALERGENOS.
