      *          em MANUT_PRECOS ganha aqui a sua receita, sem a qual
      *          a venda nao abate nada. Cada movimento fica tambem
      *          no ficheiro de movimentos (MOVSTOCK.DAT) para a
      *          seccao de variancia do fecho de dia. Cada entrada
      *          de mercadoria abre um lote com a sua data de validade
      *          (LOTES.DAT); as quebras e as contagens a menos abatem
      *          aos lotes do ingrediente, o mais antigo primeiro.
      *          A entrada regista tambem o preco unitario de compra
      *          (no movimento e na linha da encomenda) e refaz o
      *          custo medio ponderado do ingrediente em INGRED.DAT.
      *          A opcao A marca os alergenios de declaracao
      *          obrigatoria de cada ingrediente, de que a matriz de
      *          alergenios e o balcao deduzem os de cada artigo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TABELA-PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA-PRECOS.
           SELECT FICHEIRO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-PRECOS.
           COPY TABPRECO.CPY.

       FD  FICHEIRO-LOTES.
           COPY LOTES.CPY.

       WORKING-STORAGE SECTION.
        77 FS-INGRED               PIC X(02)  VALUES "00".
        77 FS-STOCK                PIC X(02)  VALUES "00".
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 SAIDA-QTD               PIC ----9.
        77 SAIDA-MINIMO            PIC ZZZZ9.
        77 SAIDA-CUSTO             PIC ZZ9.9999.
        77 PRECO-COMPRA            PIC 9(03)V9999 VALUE ZERO.
        77 STOCK-ANTES-ENTRADA     PIC 9(05)  VALUE ZERO.

      * Encomenda a que a entrada de mercadoria diz respeito (zero =
      * entrada avulsa). As linhas de ENCOMEND.DAT sao carregadas
              10 EN-PROPOSTA       PIC 9(05).
              10 EN-RECEBIDA       PIC 9(05).
              10 EN-ESTADO         PIC X(01).
              10 EN-PRECO-UNIT     PIC 9(03)V9999.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.

      * Stock lido de STOCK.DAT para memoria, movimentado aqui e
      * regravado no ficheiro no fim da manutencao. A descricao, a
      * unidade, o fornecedor e o custo medio de cada ingrediente vem
      * de INGRED.DAT (a posicao corresponde ao codigo; o fornecedor
      * e preservado na regravacao - e atribuido em MANUT_FORNEC; o
      * custo medio e refeito pelas entradas com preco); ingredientes
      * sem registo de stock ainda entram a zero.
        01 STOCK-MEMORIA.
           05 STOCK-MEM OCCURS 50 TIMES.
              10 SM-FORNECEDOR     PIC 9(02).
              10 SM-QTD            PIC S9(05).
              10 SM-MINIMO         PIC 9(05).
              10 SM-CUSTO-MEDIO    PIC 9(03)V9999.
              10 SM-DATA-CUSTO     PIC 9(08).
              10 SM-ALERGENOS.
                 15 SM-ALERGENO    PIC X(01) OCCURS 14 TIMES.

      * Marcacao dos alergenios de um ingrediente (opcao A): um a um
      * pela ordem de ALERGENO.CPY, S contem / N nao contem, ENTER
      * mantem a marcacao que ja tinha.
        77 IDX-ALERGENO            PIC 99     VALUE ZERO.
        77 RESPOSTA-ALERGENO       PIC X      VALUES SPACE.
        77 HA-POR-REVER-FLAG       PIC X      VALUES "N".
           88 HA-POR-REVER         VALUE "S".
           COPY ALERGENO.CPY.

      * Cadastro novo e receitas: as linhas de RECEITA.DAT inteiras
      * em memoria (qtd zero = linha apagada, nao regravada) e as
           05 PRECO-MEM OCCURS 50 TIMES.
              10 PM-DESCRICAO      PIC X(25).

      * Lotes de LOTES.DAT, relidos imediatamente antes de cada
      * movimento que os altera e regravados logo a seguir - o
      * programa principal abate-lhes as vendas ao mesmo tempo. Com a
      * tabela cheia o ficheiro nao e regravado (o movimento de stock
      * fica registado, sem lote).
        77 FS-LOTES                PIC X(02)  VALUES "00".
        77 FIM-LOTES               PIC X      VALUES "N".
           88 LOTES-TERMINARAM     VALUE "S".
        77 LOTES-CHEIA-FLAG        PIC X      VALUES "N".
           88 TABELA-LOTES-CHEIA   VALUE "S".
        77 NUM-LOTES               PIC 9(03)  VALUE ZERO.
        77 IDX-LOTE                PIC 9(03)  VALUE ZERO.
        77 ULTIMO-LOTE             PIC 9(06)  VALUE ZERO.
        77 DATA-VALIDADE           PIC 9(08)  VALUE ZERO.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 QTD-A-ABATER            PIC 9(05)  VALUE ZERO.
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

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM PEDE-OPERADOR.
                   MOVE INGRED-UNIDADE   TO SM-UNIDADE(NUM-INGRED)
                   MOVE INGRED-FORNECEDOR
                       TO SM-FORNECEDOR(NUM-INGRED)
                   IF INGRED-CUSTO-MEDIO IS NUMERIC THEN
                       MOVE INGRED-CUSTO-MEDIO
                           TO SM-CUSTO-MEDIO(NUM-INGRED)
                       MOVE INGRED-DATA-CUSTO
                           TO SM-DATA-CUSTO(NUM-INGRED)
                   ELSE
                       MOVE 0 TO SM-CUSTO-MEDIO(NUM-INGRED)
                       MOVE 0 TO SM-DATA-CUSTO(NUM-INGRED)
                   END-IF
                   MOVE INGRED-ALERGENOS
                       TO SM-ALERGENOS(NUM-INGRED)
           END-READ.


           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - MANUTENCAO DE STOCK".
           DISPLAY "================================================".
           DISPLAY "CD  INGREDIENTE                UN  STOCK  MINIMO"
                   "  CUSTO MED".
           DISPLAY "------------------------------------------------"
                   "-----------".
           MOVE "N" TO HA-POR-REVER-FLAG.
           PERFORM MOSTRAR-STOCK-ITEM
               VARYING IDX-STOCK FROM 1 BY 1
               UNTIL IDX-STOCK > NUM-INGRED.
           DISPLAY "------------------------------------------------"
                   "-----------".
           IF HA-POR-REVER THEN
               DISPLAY "* ALERGENIOS POR REVER (OPCAO A DO INGREDIENTE)"
           END-IF.
           DISPLAY "I  ACRESCENTAR INGREDIENTE".
           DISPLAY "R  EDITAR RECEITA DE UM ARTIGO".
           DISPLAY "F  TERMINAR E GRAVAR".
        MOSTRAR-STOCK-ITEM.
           MOVE SM-QTD(IDX-STOCK)    TO SAIDA-QTD.
           MOVE SM-MINIMO(IDX-STOCK) TO SAIDA-MINIMO.
           MOVE SM-CUSTO-MEDIO(IDX-STOCK) TO SAIDA-CUSTO.
           IF SM-ALERGENOS(IDX-STOCK) = SPACES THEN
               MOVE "S" TO HA-POR-REVER-FLAG
               DISPLAY SM-CODIGO(IDX-STOCK) "  "
                   SM-DESCRICAO(IDX-STOCK) "  " SM-UNIDADE(IDX-STOCK)
                   " " SAIDA-QTD "  " SAIDA-MINIMO "  " SAIDA-CUSTO
                   " *"
           ELSE
               DISPLAY SM-CODIGO(IDX-STOCK) "  "
                   SM-DESCRICAO(IDX-STOCK) "  " SM-UNIDADE(IDX-STOCK)
                   " " SAIDA-QTD "  " SAIDA-MINIMO "  " SAIDA-CUSTO
           END-IF.


      ******************************************************************
      * entrada de
      * mercadoria (E), quebra (Q), contagem fisica (C) ou alteracao
      * do minimo de reposicao (M). Entradas, quebras e o acerto
      * apurado pela contagem ficam registados em MOVSTOCK.DAT. A
      * opcao A marca os alergenios do ingrediente.
      ******************************************************************
        MOVIMENTAR-INGREDIENTE.
           DISPLAY "E=ENTRADA  Q=QUEBRA  C=CONTAGEM  M=MINIMO  "
                   "A=ALERGENIOS: " WITH NO ADVANCING.
           ACCEPT OPCAO-MOV.
           MOVE FUNCTION UPPER-CASE(OPCAO-MOV) TO OPCAO-MOV.
           EVALUATE OPCAO-MOV
               PERFORM REGISTAR-CONTAGEM
             WHEN "M"
               PERFORM ALTERAR-MINIMO
             WHEN "A"
               PERFORM MARCAR-ALERGENOS
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               MOVE 0 TO NUM-ENCOMENDA-ENTRADA
               DISPLAY "NR DA ENCOMENDA (0=SEM): " WITH NO ADVANCING
               ACCEPT NUM-ENCOMENDA-ENTRADA
               PERFORM PEDE-VALIDADE
               MOVE 0 TO PRECO-COMPRA
               DISPLAY "PRECO UNITARIO DE COMPRA (EUR, 0=SEM): "
                   WITH NO ADVANCING
               ACCEPT PRECO-COMPRA
               IF PRECO-COMPRA > 0 THEN
                   PERFORM REFAZ-CUSTO-MEDIO
               END-IF
               ADD QTD-MOVIMENTO TO SM-QTD(COD-ESCOLHIDO)
               MOVE QTD-MOVIMENTO TO DIFERENCA-CONTAGEM
               MOVE "E" TO MOV-TIPO
                   PERFORM ABATE-ENCOMENDA THRU
                       ABATE-ENCOMENDA-EXIT
               END-IF
               PERFORM ABRE-LOTE THRU
                       ABRE-LOTE-EXIT
               MOVE 0 TO NUM-ENCOMENDA-ENTRADA
               MOVE 0 TO PRECO-COMPRA
           END-IF.


               MOVE QTD-MOVIMENTO TO DIFERENCA-CONTAGEM
               MOVE "Q" TO MOV-TIPO
               PERFORM GRAVAR-MOVIMENTO
               MOVE QTD-MOVIMENTO TO QTD-A-ABATER
               PERFORM ABATE-LOTES THRU
                       ABATE-LOTES-EXIT
           END-IF.


      * programa apura a diferenca face ao stock teorico. A diferenca
      * (com sinal) fica registada como acerto "A" - e essa a quebra
      * nao declarada que a seccao de variancia do fecho de dia mostra.
      * Uma contagem a menos abate a falta aos lotes, o mais antigo
      * primeiro; uma contagem a mais nao abre lote (nao se sabe de
      * que entrada veio nem a sua validade).
      ******************************************************************
        REGISTAR-CONTAGEM.
           DISPLAY "QUANTIDADE CONTADA: " WITH NO ADVANCING.
               MOVE "A" TO MOV-TIPO
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
           IF DIFERENCA-CONTAGEM < 0 THEN
               COMPUTE QTD-A-ABATER = 0 - DIFERENCA-CONTAGEM
               PERFORM ABATE-LOTES THRU
                       ABATE-LOTES-EXIT
           END-IF.


        ALTERAR-MINIMO.
           MOVE NOVO-MINIMO TO SM-MINIMO(COD-ESCOLHIDO).


      ******************************************************************
      * MARCAR-ALERGENOS
      * Pergunta, um a um, se o ingrediente COD-ESCOLHIDO contem cada
      * um dos 14 alergenios de declaracao obrigatoria. ENTER mantem
      * a marcacao actual; um ingrediente ainda por rever tem de ter
      * resposta S ou N a todos, para nunca ficar meio marcado. Os
      * artigos cuja receita o usa passam logo a declarar os
      * alergenios marcados - na matriz e no balcao.
      ******************************************************************
        MARCAR-ALERGENOS.
           DISPLAY "ALERGENIOS DE " SM-DESCRICAO(COD-ESCOLHIDO)
               " (S=CONTEM  N=NAO CONTEM  ENTER=MANTEM)".
           PERFORM MARCAR-ALERGENO-ITEM
               VARYING IDX-ALERGENO FROM 1 BY 1
               UNTIL IDX-ALERGENO > 14.
           DISPLAY "CONTEM: " WITH NO ADVANCING.
           PERFORM MOSTRAR-ALERGENO-ITEM
               VARYING IDX-ALERGENO FROM 1 BY 1
               UNTIL IDX-ALERGENO > 14.
           DISPLAY " ".


        MARCAR-ALERGENO-ITEM.
           MOVE "X" TO RESPOSTA-ALERGENO.
           PERFORM UNTIL RESPOSTA-ALERGENO = "S" OR
                         RESPOSTA-ALERGENO = "N"
               DISPLAY "  " ALERGENO-NOME(IDX-ALERGENO) " ["
                   SM-ALERGENO(COD-ESCOLHIDO IDX-ALERGENO) "]: "
                   WITH NO ADVANCING
               MOVE SPACE TO RESPOSTA-ALERGENO
               ACCEPT RESPOSTA-ALERGENO
               MOVE FUNCTION UPPER-CASE(RESPOSTA-ALERGENO)
                   TO RESPOSTA-ALERGENO
               IF RESPOSTA-ALERGENO = SPACE THEN
                   MOVE SM-ALERGENO(COD-ESCOLHIDO IDX-ALERGENO)
                       TO RESPOSTA-ALERGENO
               END-IF
           END-PERFORM.
           MOVE RESPOSTA-ALERGENO
               TO SM-ALERGENO(COD-ESCOLHIDO IDX-ALERGENO).


        MOSTRAR-ALERGENO-ITEM.
           IF SM-ALERGENO(COD-ESCOLHIDO IDX-ALERGENO) = "S" THEN
               DISPLAY ALERGENO-NOME(IDX-ALERGENO) " "
                   WITH NO ADVANCING
           END-IF.


      ******************************************************************
      * GRAVAR-MOVIMENTO
      * Acrescenta o movimento (tipo ja em MOV-TIPO, quantidade em
           MOVE DIFERENCA-CONTAGEM TO MOV-QUANTIDADE.
           MOVE OPERADOR       TO MOV-OPERADOR.
           MOVE NUM-ENCOMENDA-ENTRADA TO MOV-ENCOMENDA.
           MOVE PRECO-COMPRA   TO MOV-PRECO-UNIT.
           WRITE MOVSTOCK-REG.
           CLOSE MOVIMENTOS-STOCK.


      ******************************************************************
      * REFAZ-CUSTO-MEDIO
      * Custo medio ponderado do ingrediente com a entrada ao preco
      * pago: (stock existente x custo medio + quantidade entrada x
      * preco) / (stock existente + quantidade entrada). Sem stock
      * (ou stock negativo) ou sem custo anterior, o custo medio passa
      * a ser o preco desta compra.
      ******************************************************************
        REFAZ-CUSTO-MEDIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF SM-QTD(COD-ESCOLHIDO) > 0 AND
              SM-CUSTO-MEDIO(COD-ESCOLHIDO) > 0 THEN
               MOVE SM-QTD(COD-ESCOLHIDO) TO STOCK-ANTES-ENTRADA
               COMPUTE SM-CUSTO-MEDIO(COD-ESCOLHIDO) ROUNDED =
                   (STOCK-ANTES-ENTRADA * SM-CUSTO-MEDIO(COD-ESCOLHIDO)
                    + QTD-MOVIMENTO * PRECO-COMPRA)
                   / (STOCK-ANTES-ENTRADA + QTD-MOVIMENTO)
           ELSE
               MOVE PRECO-COMPRA TO SM-CUSTO-MEDIO(COD-ESCOLHIDO)
           END-IF.
           MOVE DATA-HOJE TO SM-DATA-CUSTO(COD-ESCOLHIDO).
           MOVE SM-CUSTO-MEDIO(COD-ESCOLHIDO) TO SAIDA-CUSTO.
           DISPLAY "NOVO CUSTO MEDIO: " SAIDA-CUSTO " EUR".


      ******************************************************************
      * PEDE-VALIDADE
      * Data de validade da mercadoria recebida (AAAAMMDD), a guardar
      * no lote. Tem de ser uma data valida e nao anterior a hoje.
      ******************************************************************
        PEDE-VALIDADE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO DATA-VALIDADE.
           PERFORM UNTIL DATA-VALIDADE >= DATA-HOJE AND
                   FUNCTION TEST-DATE-YYYYMMDD(DATA-VALIDADE) = 0
               DISPLAY "DATA DE VALIDADE (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT DATA-VALIDADE
           END-PERFORM.


      ******************************************************************
      * ABRE-LOTE
      * Abre o lote da entrada acabada de registar: numero seguinte ao
      * maior existente, ingrediente, quantidade recebida, validade,
      * encomenda e operador. O ficheiro e relido e regravado logo.
      ******************************************************************
        ABRE-LOTE.
           PERFORM LER-LOTES THRU
                   LER-LOTES-EXIT.
           IF TABELA-LOTES-CHEIA OR NUM-LOTES >= 500 THEN
               DISPLAY "FICHEIRO DE LOTES CHEIO - ENTRADA FICA SEM "
                       "LOTE."
               GO TO ABRE-LOTE-EXIT
           END-IF.
           ADD 1 TO NUM-LOTES.
           ADD 1 TO ULTIMO-LOTE.
           MOVE ULTIMO-LOTE           TO LT-NUMERO(NUM-LOTES).
           MOVE COD-ESCOLHIDO         TO LT-CODIGO(NUM-LOTES).
           MOVE DATA-HOJE             TO LT-DATA-ENTRADA(NUM-LOTES).
           MOVE DATA-VALIDADE         TO LT-VALIDADE(NUM-LOTES).
           MOVE QTD-MOVIMENTO         TO LT-QTD-ENTRADA(NUM-LOTES).
           MOVE QTD-MOVIMENTO         TO LT-QTD(NUM-LOTES).
           MOVE NUM-ENCOMENDA-ENTRADA TO LT-ENCOMENDA(NUM-LOTES).
           MOVE OPERADOR              TO LT-OPERADOR(NUM-LOTES).
           MOVE "A"                   TO LT-ESTADO(NUM-LOTES).
           PERFORM GRAVAR-LOTES.
           DISPLAY "LOTE " ULTIMO-LOTE " ABERTO, VALIDADE "
               DATA-VALIDADE ".".

        ABRE-LOTE-EXIT.
           EXIT.


      ******************************************************************
      * ABATE-LOTES
      * Abate QTD-A-ABATER do ingrediente escolhido aos seus lotes
      * abertos, o mais antigo primeiro; um lote que fica a zero passa
      * a esgotado. O que os lotes nao cobrirem fica so no stock.
      ******************************************************************
        ABATE-LOTES.
           PERFORM LER-LOTES THRU
                   LER-LOTES-EXIT.
           IF TABELA-LOTES-CHEIA THEN
               DISPLAY "FICHEIRO DE LOTES CHEIO - LOTES NAO ABATIDOS."
               GO TO ABATE-LOTES-EXIT
           END-IF.
           PERFORM ABATE-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES OR QTD-A-ABATER = 0.
           PERFORM GRAVAR-LOTES.

        ABATE-LOTES-EXIT.
           EXIT.


        ABATE-LOTE-ITEM.
           IF LT-CODIGO(IDX-LOTE) = COD-ESCOLHIDO AND
              LT-ESTADO(IDX-LOTE) = "A" THEN
               IF LT-QTD(IDX-LOTE) > QTD-A-ABATER THEN
                   SUBTRACT QTD-A-ABATER FROM LT-QTD(IDX-LOTE)
                   MOVE 0 TO QTD-A-ABATER
               ELSE
                   SUBTRACT LT-QTD(IDX-LOTE) FROM QTD-A-ABATER
                   MOVE 0   TO LT-QTD(IDX-LOTE)
                   MOVE "E" TO LT-ESTADO(IDX-LOTE)
               END-IF
           END-IF.


        LER-LOTES.
           MOVE 0   TO NUM-LOTES.
           MOVE 0   TO ULTIMO-LOTE.
           MOVE "N" TO FIM-LOTES.
           MOVE "N" TO LOTES-CHEIA-FLAG.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES NOT = "00" THEN
               GO TO LER-LOTES-EXIT
           END-IF.
           PERFORM LER-LOTE-ITEM
               UNTIL LOTES-TERMINARAM OR NUM-LOTES >= 500.
           CLOSE FICHEIRO-LOTES.
           IF NOT LOTES-TERMINARAM THEN
               MOVE "S" TO LOTES-CHEIA-FLAG
           END-IF.

        LER-LOTES-EXIT.
           EXIT.


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
                   IF LOTE-NUMERO > ULTIMO-LOTE THEN
                       MOVE LOTE-NUMERO TO ULTIMO-LOTE
                   END-IF
           END-READ.


        GRAVAR-LOTES.
           OPEN OUTPUT FICHEIRO-LOTES.
           PERFORM GRAVAR-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE FICHEIRO-LOTES.


        GRAVAR-LOTE-ITEM.
           MOVE LT-NUMERO(IDX-LOTE)       TO LOTE-NUMERO.
           MOVE LT-CODIGO(IDX-LOTE)       TO LOTE-CODIGO.
           MOVE LT-DATA-ENTRADA(IDX-LOTE) TO LOTE-DATA-ENTRADA.
           MOVE LT-VALIDADE(IDX-LOTE)     TO LOTE-VALIDADE.
           MOVE LT-QTD-ENTRADA(IDX-LOTE)  TO LOTE-QTD-ENTRADA.
           MOVE LT-QTD(IDX-LOTE)          TO LOTE-QTD.
           MOVE LT-ENCOMENDA(IDX-LOTE)    TO LOTE-ENCOMENDA.
           MOVE LT-OPERADOR(IDX-LOTE)     TO LOTE-OPERADOR.
           MOVE LT-ESTADO(IDX-LOTE)       TO LOTE-ESTADO.
           WRITE LOTE-REG.


      ******************************************************************
      * ABATE-ENCOMENDA
      * Soma o recebido a linha da encomenda indicada (mesmo numero e
      * mesmo ingrediente) e fecha-a quando a quantidade proposta
      * chegou toda. Uma entrega curta deixa a linha aberta, posta em
      * evidencia em REL_ENCOMENDAS. O preco de compra fica na linha,
      * ponderado com o de entregas anteriores contra a mesma linha.
      ******************************************************************
        ABATE-ENCOMENDA.
           PERFORM LER-ENCOMENDAS THRU
               GO TO ABATE-ENCOMENDA-EXIT
           END-IF.
           SUBTRACT 1 FROM IDX-ENC.
           IF PRECO-COMPRA > 0 THEN
               IF EN-PRECO-UNIT(IDX-ENC) > 0 AND
                  EN-RECEBIDA(IDX-ENC) > 0 THEN
                   COMPUTE EN-PRECO-UNIT(IDX-ENC) ROUNDED =
                       (EN-RECEBIDA(IDX-ENC) * EN-PRECO-UNIT(IDX-ENC)
                        + QTD-MOVIMENTO * PRECO-COMPRA)
                       / (EN-RECEBIDA(IDX-ENC) + QTD-MOVIMENTO)
               ELSE
                   MOVE PRECO-COMPRA TO EN-PRECO-UNIT(IDX-ENC)
               END-IF
           END-IF.
           ADD QTD-MOVIMENTO TO EN-RECEBIDA(IDX-ENC).
           IF EN-RECEBIDA(IDX-ENC) >= EN-PROPOSTA(IDX-ENC) THEN
               MOVE "F" TO EN-ESTADO(IDX-ENC)
                   MOVE ENC-QTD-RECEBIDA
                       TO EN-RECEBIDA(NUM-LINHAS-ENC)
                   MOVE ENC-ESTADO       TO EN-ESTADO(NUM-LINHAS-ENC)
                   IF ENC-PRECO-UNIT IS NUMERIC THEN
                       MOVE ENC-PRECO-UNIT
                           TO EN-PRECO-UNIT(NUM-LINHAS-ENC)
                   ELSE
                       MOVE 0 TO EN-PRECO-UNIT(NUM-LINHAS-ENC)
                   END-IF
           END-READ.


           MOVE EN-PROPOSTA(IDX-ENC)    TO ENC-QTD-PROPOSTA.
           MOVE EN-RECEBIDA(IDX-ENC)    TO ENC-QTD-RECEBIDA.
           MOVE EN-ESTADO(IDX-ENC)      TO ENC-ESTADO.
           MOVE EN-PRECO-UNIT(IDX-ENC)  TO ENC-PRECO-UNIT.
           WRITE ENCOMENDA-REG.


      * descricao e a unidade (UN = unidades, DS = doses; ENTER fica
      * UN). O stock entra a zero, sem minimo e sem fornecedor - o
      * minimo define-se com a opcao M e o fornecedor em MANUT_FORNEC.
      * Os alergenios sao marcados logo na criacao.
      ******************************************************************
        ACRESCENTAR-INGREDIENTE.
           IF NUM-INGRED >= 50 THEN
           MOVE 0              TO SM-FORNECEDOR(NUM-INGRED).
           MOVE 0              TO SM-QTD(NUM-INGRED).
           MOVE 0              TO SM-MINIMO(NUM-INGRED).
           MOVE 0              TO SM-CUSTO-MEDIO(NUM-INGRED).
           MOVE 0              TO SM-DATA-CUSTO(NUM-INGRED).
           MOVE SPACES         TO SM-ALERGENOS(NUM-INGRED).
           DISPLAY "INGREDIENTE " SM-CODIGO(NUM-INGRED) " CRIADO.".
           MOVE NUM-INGRED TO COD-ESCOLHIDO.
           PERFORM MARCAR-ALERGENOS.

        ACRESCENTAR-INGREDIENTE-EXIT.
           EXIT.
      ******************************************************************
      * GRAVAR-INGREDIENTES
      * Regrava INGRED.DAT com o cadastro em memoria - os
      * ingredientes novos desta manutencao incluidos, o fornecedor
      * de cada um preservado e os alergenios marcados.
      ******************************************************************
        GRAVAR-INGREDIENTES.
           OPEN OUTPUT FICHEIRO-INGRED.
           MOVE SM-DESCRICAO(IDX-STOCK)  TO INGRED-DESCRICAO.
           MOVE SM-UNIDADE(IDX-STOCK)    TO INGRED-UNIDADE.
           MOVE SM-FORNECEDOR(IDX-STOCK) TO INGRED-FORNECEDOR.
           MOVE SM-CUSTO-MEDIO(IDX-STOCK) TO INGRED-CUSTO-MEDIO.
           MOVE SM-DATA-CUSTO(IDX-STOCK) TO INGRED-DATA-CUSTO.
           MOVE SM-ALERGENOS(IDX-STOCK)  TO INGRED-ALERGENOS.
           WRITE INGRED-REG.


