      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparacao de periodos. Para o mes pedido poe lado a
      *          lado as vendas desse mes, do mes anterior e do mesmo
      *          mes do ano anterior, por categoria e, dentro de cada
      *          categoria, por artigo, com a variacao em percentagem
      *          - tudo do resumo diario de vendas (RESUMO.DAT), sem
      *          voltar a ler o arquivo do jornal. So entram os dias
      *          ja fechados; o dia em curso entra no resumo no fecho
      *          de dia. A opcao "R" reconstroi o resumo inteiro a
      *          partir do arquivo (JORNALAR.DAT), por RESUMO_VENDAS -
      *          para o criar pela primeira vez ou se se perder.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_PERIODOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-RESUMO ASSIGN TO "RESUMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-RESUMO.
           COPY RESUMO.CPY.

       WORKING-STORAGE SECTION.
        77 FS-RESUMO               PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 OPCAO                   PIC X      VALUES SPACE.
           88 OPCAO-COMPARAR       VALUE "C".
           88 OPCAO-RECONSTRUIR    VALUE "R".
        77 RESPOSTA                PIC X      VALUES SPACE.
        77 ANO-PEDIDO              PIC 9(04)  VALUE ZERO.
        77 MES-PEDIDO              PIC 9(02)  VALUE ZERO.
        77 MES-RESUMO              PIC 9(06)  VALUE ZERO.
        77 IDX-PERIODO             PIC 9      VALUE ZERO.
        77 IDX-ARTIGO              PIC 99     VALUE ZERO.
        77 IDX-CATEGORIA           PIC 99     VALUE ZERO.
        77 IDX-ACHADO              PIC 99     VALUE ZERO.
        77 NUM-CATEGORIAS          PIC 99     VALUE ZERO.
        77 VALOR-MES-1             PIC S9(08)V99 VALUE ZERO.
        77 VALOR-MES-2             PIC S9(08)V99 VALUE ZERO.
        77 VALOR-MES-3             PIC S9(08)V99 VALUE ZERO.
        77 VALOR-BASE              PIC S9(08)V99 VALUE ZERO.
        77 VARIACAO                PIC S9(05)V9 VALUE ZERO.
        77 SAIDA-VARIACAO          PIC +ZZZZ9.9.
        77 TEXTO-VARIACAO          PIC X(08)  VALUE SPACES.
        77 SAIDA-DIAS              PIC ZZ9.

      * Modo de RESUMO_VENDAS para a opcao "R": reconstruir do
      * arquivo.
        01 MODO-RESUMO             PIC X(01)  VALUE "R".

      * Os tres periodos comparados, como AAAAMM: 1 o mes pedido, 2 o
      * mes anterior, 3 o mesmo mes do ano anterior. PER-DIAS conta
      * as datas distintas com vendas (o resumo e cronologico, basta
      * comparar com a ultima data vista).
        01 TABELA-PERIODOS.
           05 PERIODO OCCURS 3 TIMES.
              10 PER-MES           PIC 9(06)  VALUE ZERO.
              10 PER-DIAS          PIC 9(03)  VALUE ZERO.
              10 PER-ULTIMA-DATA   PIC 9(08)  VALUE ZERO.
              10 PER-TOTAL         PIC S9(08)V99 VALUE ZERO.

      * Vendas por categoria, pela ordem em que aparecem no resumo.
        01 TABELA-CATEGORIAS.
           05 CATEGORIA-PER OCCURS 50 TIMES.
              10 PC-CATEGORIA      PIC X(15)  VALUE SPACES.
              10 PC-VALOR          PIC S9(08)V99 OCCURS 3 TIMES
                                   VALUE ZERO.

      * Vendas por artigo - a posicao corresponde ao codigo, como em
      * ENCERRA_DIA. A descricao e a categoria sao as do registo mais
      * recente do artigo no resumo.
        01 TABELA-ARTIGOS.
           05 ARTIGO-PER OCCURS 50 TIMES.
              10 PA-DESCRICAO      PIC X(25)  VALUE SPACES.
              10 PA-CATEGORIA      PIC X(15)  VALUE SPACES.
              10 PA-VALOR          PIC S9(08)V99 OCCURS 3 TIMES
                                   VALUE ZERO.

      * Linha do relatorio.
        01 LINHA-COMPARA.
           05 LC-DESCRICAO         PIC X(20).
           05 LC-VALOR-1           PIC Z(6)9.99-.
           05 LC-VALOR-2           PIC Z(6)9.99-.
           05 LC-VARIACAO-2        PIC X(08).
           05 LC-VALOR-3           PIC Z(6)9.99-.
           05 LC-VARIACAO-3        PIC X(08).

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - COMPARACAO DE PERIODOS".
           DISPLAY "================================================".
           PERFORM UNTIL OPCAO-COMPARAR OR OPCAO-RECONSTRUIR
               DISPLAY "OPCAO (C=COMPARAR MESES, R=RECONSTRUIR O "
                   "RESUMO DO ARQUIVO): " WITH NO ADVANCING
               ACCEPT OPCAO
               MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
           END-PERFORM.
           IF OPCAO-RECONSTRUIR THEN
               PERFORM RECONSTRUIR-RESUMO
               STOP RUN
           END-IF.
           DISPLAY "ANO (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-PEDIDO.
           PERFORM UNTIL MES-PEDIDO >= 1 AND MES-PEDIDO <= 12
               DISPLAY "MES (MM): " WITH NO ADVANCING
               ACCEPT MES-PEDIDO
           END-PERFORM.
           PERFORM CALCULA-PERIODOS.
           PERFORM LER-RESUMO THRU
                   LER-RESUMO-EXIT.
           PERFORM IMPRIMIR-COMPARACAO.
           STOP RUN.


      ******************************************************************
      * RECONSTRUIR-RESUMO
      * Regenera RESUMO.DAT de raiz a partir do arquivo do jornal. Os
      * dias ainda no jornal corrente entram no fecho de dia, como
      * sempre.
      ******************************************************************
        RECONSTRUIR-RESUMO.
           DISPLAY "O RESUMO.DAT ACTUAL E SUBSTITUIDO PELO RESUMO DE "
               "TODO O JORNALAR.DAT.".
           DISPLAY "CONFIRMA A RECONSTRUCAO? (S/N): " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA.
           IF RESPOSTA NOT = "S" THEN
               DISPLAY "RECONSTRUCAO CANCELADA."
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL "RESUMO_VENDAS" USING MODO-RESUMO
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE = 0 THEN
                   DISPLAY "RESUMO RECONSTRUIDO."
               ELSE
                   DISPLAY "A RECONSTRUCAO DO RESUMO FALHOU."
               END-IF
           END-IF.


      ******************************************************************
      * CALCULA-PERIODOS
      * O mes pedido, o anterior (Dezembro do ano anterior quando o
      * pedido e Janeiro) e o mesmo mes um ano antes.
      ******************************************************************
        CALCULA-PERIODOS.
           COMPUTE PER-MES(1) = ANO-PEDIDO * 100 + MES-PEDIDO.
           IF MES-PEDIDO = 1 THEN
               COMPUTE PER-MES(2) = (ANO-PEDIDO - 1) * 100 + 12
           ELSE
               COMPUTE PER-MES(2) = ANO-PEDIDO * 100 + MES-PEDIDO - 1
           END-IF.
           COMPUTE PER-MES(3) = (ANO-PEDIDO - 1) * 100 + MES-PEDIDO.


      ******************************************************************
      * LER-RESUMO
      * Percorre o resumo uma vez, acumulando as categorias ("C") e
      * os artigos ("A") dos tres meses; as bandas horarias ("H")
      * servem so para contar os dias com vendas de cada mes.
      ******************************************************************
        LER-RESUMO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-RESUMO.
           IF FS-RESUMO NOT = "00" THEN
               DISPLAY "RESUMO.DAT NAO EXISTE - CORRA A OPCAO R PARA "
                   "O CRIAR A PARTIR DO ARQUIVO."
               GO TO LER-RESUMO-EXIT
           END-IF.
           PERFORM LER-RESUMO-ITEM THRU
                   LER-RESUMO-ITEM-EXIT
               UNTIL FICHEIRO-TERMINOU.
           CLOSE FICHEIRO-RESUMO.

        LER-RESUMO-EXIT.
           EXIT.


        LER-RESUMO-ITEM.
           READ FICHEIRO-RESUMO
               AT END
                   MOVE "S" TO FIM-FICHEIRO
           END-READ.
           IF FICHEIRO-TERMINOU THEN
               GO TO LER-RESUMO-ITEM-EXIT
           END-IF.
           MOVE RES-DATA(1:6) TO MES-RESUMO.
           MOVE 0 TO IDX-PERIODO.
           EVALUATE MES-RESUMO
             WHEN PER-MES(1)
               MOVE 1 TO IDX-PERIODO
             WHEN PER-MES(2)
               MOVE 2 TO IDX-PERIODO
             WHEN PER-MES(3)
               MOVE 3 TO IDX-PERIODO
           END-EVALUATE.
           IF IDX-PERIODO = 0 THEN
               GO TO LER-RESUMO-ITEM-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN RES-CATEGORIA
               PERFORM PROCURA-CATEGORIA
               IF IDX-ACHADO > 0 THEN
                   ADD RES-VALOR TO PC-VALOR(IDX-ACHADO, IDX-PERIODO)
               END-IF
               ADD RES-VALOR TO PER-TOTAL(IDX-PERIODO)
             WHEN RES-ARTIGO
               MOVE RES-CHAVE-NUM TO IDX-ARTIGO
               IF IDX-ARTIGO >= 1 AND IDX-ARTIGO <= 50 THEN
                   MOVE RES-DESCRICAO TO PA-DESCRICAO(IDX-ARTIGO)
                   MOVE RES-GRUPO     TO PA-CATEGORIA(IDX-ARTIGO)
                   ADD RES-VALOR TO PA-VALOR(IDX-ARTIGO, IDX-PERIODO)
               END-IF
             WHEN RES-HORA
               IF RES-DATA NOT = PER-ULTIMA-DATA(IDX-PERIODO) THEN
                   ADD 1 TO PER-DIAS(IDX-PERIODO)
                   MOVE RES-DATA TO PER-ULTIMA-DATA(IDX-PERIODO)
               END-IF
           END-EVALUATE.

        LER-RESUMO-ITEM-EXIT.
           EXIT.


        PROCURA-CATEGORIA.
           MOVE 0 TO IDX-ACHADO.
           PERFORM COMPARA-CATEGORIA
               VARYING IDX-CATEGORIA FROM 1 BY 1
               UNTIL IDX-CATEGORIA > NUM-CATEGORIAS OR IDX-ACHADO > 0.
           IF IDX-ACHADO = 0 AND NUM-CATEGORIAS < 50 THEN
               ADD 1 TO NUM-CATEGORIAS
               MOVE RES-CHAVE TO PC-CATEGORIA(NUM-CATEGORIAS)
               MOVE NUM-CATEGORIAS TO IDX-ACHADO
           END-IF.


        COMPARA-CATEGORIA.
           IF PC-CATEGORIA(IDX-CATEGORIA) = RES-CHAVE THEN
               MOVE IDX-CATEGORIA TO IDX-ACHADO
           END-IF.


      ******************************************************************
      * IMPRIMIR-COMPARACAO
      * Os tres meses com os dias com vendas de cada um, uma linha por
      * categoria seguida dos seus artigos e o total no fim. A
      * variacao e a do mes pedido sobre o mes anterior e sobre o
      * mesmo mes do ano anterior ("--" sem vendas para comparar).
      * Um artigo que mudou de categoria aparece na categoria mais
      * recente; a linha da categoria fica com as vendas de cada dia
      * na categoria que o artigo tinha nesse dia.
      ******************************************************************
        IMPRIMIR-COMPARACAO.
           MOVE PER-DIAS(1) TO SAIDA-DIAS.
           DISPLAY "MES PEDIDO       : " PER-MES(1) " (" SAIDA-DIAS
               " DIAS COM VENDAS)".
           MOVE PER-DIAS(2) TO SAIDA-DIAS.
           DISPLAY "MES ANTERIOR     : " PER-MES(2) " (" SAIDA-DIAS
               " DIAS COM VENDAS)".
           MOVE PER-DIAS(3) TO SAIDA-DIAS.
           DISPLAY "UM ANO ANTES     : " PER-MES(3) " (" SAIDA-DIAS
               " DIAS COM VENDAS)".
           DISPLAY "------------------------------------------------"
               "---------------------".
           DISPLAY "CATEGORIA / ARTIGO    MES PEDIDO  MES ANTER."
               "   VAR %  ANO ANTER.   VAR %".
           DISPLAY "------------------------------------------------"
               "---------------------".
           PERFORM IMPRIMIR-CATEGORIA
               VARYING IDX-CATEGORIA FROM 1 BY 1
               UNTIL IDX-CATEGORIA > NUM-CATEGORIAS.
           DISPLAY "------------------------------------------------"
               "---------------------".
           MOVE "TOTAL"      TO LC-DESCRICAO.
           MOVE PER-TOTAL(1) TO VALOR-MES-1.
           MOVE PER-TOTAL(2) TO VALOR-MES-2.
           MOVE PER-TOTAL(3) TO VALOR-MES-3.
           PERFORM MONTA-LINHA-COMPARA.
           DISPLAY LINHA-COMPARA.
           DISPLAY "================================================"
               "=====================".


        IMPRIMIR-CATEGORIA.
           IF PC-VALOR(IDX-CATEGORIA, 1) NOT = 0 OR
              PC-VALOR(IDX-CATEGORIA, 2) NOT = 0 OR
              PC-VALOR(IDX-CATEGORIA, 3) NOT = 0 THEN
               MOVE PC-CATEGORIA(IDX-CATEGORIA) TO LC-DESCRICAO
               MOVE PC-VALOR(IDX-CATEGORIA, 1)  TO VALOR-MES-1
               MOVE PC-VALOR(IDX-CATEGORIA, 2)  TO VALOR-MES-2
               MOVE PC-VALOR(IDX-CATEGORIA, 3)  TO VALOR-MES-3
               PERFORM MONTA-LINHA-COMPARA
               DISPLAY LINHA-COMPARA
               PERFORM IMPRIMIR-ARTIGO
                   VARYING IDX-ARTIGO FROM 1 BY 1
                   UNTIL IDX-ARTIGO > 50
           END-IF.


        IMPRIMIR-ARTIGO.
           IF PA-CATEGORIA(IDX-ARTIGO) = PC-CATEGORIA(IDX-CATEGORIA)
              AND (PA-VALOR(IDX-ARTIGO, 1) NOT = 0 OR
                   PA-VALOR(IDX-ARTIGO, 2) NOT = 0 OR
                   PA-VALOR(IDX-ARTIGO, 3) NOT = 0) THEN
               MOVE SPACES TO LC-DESCRICAO
               MOVE PA-DESCRICAO(IDX-ARTIGO) TO LC-DESCRICAO(3:18)
               MOVE PA-VALOR(IDX-ARTIGO, 1)  TO VALOR-MES-1
               MOVE PA-VALOR(IDX-ARTIGO, 2)  TO VALOR-MES-2
               MOVE PA-VALOR(IDX-ARTIGO, 3)  TO VALOR-MES-3
               PERFORM MONTA-LINHA-COMPARA
               DISPLAY LINHA-COMPARA
           END-IF.


      ******************************************************************
      * MONTA-LINHA-COMPARA
      * Os valores dos tres meses e a variacao do mes pedido sobre
      * cada um dos outros dois.
      ******************************************************************
        MONTA-LINHA-COMPARA.
           MOVE VALOR-MES-1 TO LC-VALOR-1.
           MOVE VALOR-MES-2 TO LC-VALOR-2.
           MOVE VALOR-MES-3 TO LC-VALOR-3.
           MOVE VALOR-MES-2 TO VALOR-BASE.
           PERFORM CALCULA-VARIACAO.
           MOVE TEXTO-VARIACAO TO LC-VARIACAO-2.
           MOVE VALOR-MES-3 TO VALOR-BASE.
           PERFORM CALCULA-VARIACAO.
           MOVE TEXTO-VARIACAO TO LC-VARIACAO-3.


        CALCULA-VARIACAO.
           IF VALOR-BASE > 0 THEN
               COMPUTE VARIACAO ROUNDED =
                   (VALOR-MES-1 - VALOR-BASE) * 100 / VALOR-BASE
                   ON SIZE ERROR MOVE 99999.9 TO VARIACAO
               END-COMPUTE
               MOVE VARIACAO TO SAIDA-VARIACAO
               MOVE SAIDA-VARIACAO TO TEXTO-VARIACAO
           ELSE
               MOVE "      --" TO TEXTO-VARIACAO
           END-IF.


       END PROGRAM REL_PERIODOS.
