      ******************************************************************
      * Author:
      * Date:
      * Purpose: Custeio teorico dos artigos do menu a partir das
      *          compras. Para cada artigo activo de PRECOS.DAT soma,
      *          linha a linha da sua receita (RECEITA.DAT), a
      *          quantidade de cada ingrediente pelo custo medio
      *          ponderado desse ingrediente em INGRED.DAT (refeito em
      *          MANUT_STOCK a cada entrada com preco de compra), e
      *          compara o custo teorico assim obtido com o preco de
      *          custo em vigor (PRECO-CUSTO). Artigos sem receita ou
      *          com algum ingrediente ainda sem custo ficam de fora
      *          da proposta. Confirmada por um gerente, a proposta e
      *          aplicada: o custo novo fica em PRECOS.DAT e cada
      *          alteracao passa pelo historico de custos
      *          (HISTCUST.DAT) e pela auditoria, como as correccoes
      *          de custo feitas a mao em MANUT_PRECOS - e assim que o
      *          relatorio de margens (REL_MARGEM) passa a ver o custo
      *          real.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEIO_RECEITAS.

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
           SELECT HISTORICO-CUSTOS ASSIGN TO "HISTCUST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTCUST.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-PRECOS.
           COPY TABPRECO.CPY.

       FD  FICHEIRO-INGRED.
           COPY INGRED.CPY.

       FD  FICHEIRO-RECEITAS.
           COPY RECEITA.CPY.

       FD  HISTORICO-CUSTOS.
           COPY HISTCUST.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       WORKING-STORAGE SECTION.
        77 FS-TABELA-PRECOS        PIC X(02)  VALUES "00".
        77 FS-INGRED               PIC X(02)  VALUES "00".
        77 FS-RECEITAS             PIC X(02)  VALUES "00".
        77 FS-HISTCUST             PIC X(02)  VALUES "00".
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 FIM-PRECOS              PIC X      VALUES "N".
           88 PRECOS-TERMINARAM    VALUE "S".
        77 FIM-INGRED              PIC X      VALUES "N".
           88 INGRED-TERMINARAM    VALUE "S".
        77 FIM-RECEITAS            PIC X      VALUES "N".
           88 RECEITAS-TERMINARAM  VALUE "S".
        77 NUM-ARTIGOS             PIC 99     VALUE ZERO.
        77 IDX-PRECO               PIC 99     VALUE ZERO.
        77 NUM-INGRED              PIC 99     VALUE ZERO.
        77 NUM-RECEITAS            PIC 9(03)  VALUE ZERO.
        77 IDX-RECEITA             PIC 9(03)  VALUE ZERO.
        77 LINHAS-RECEITA          PIC 9(03)  VALUE ZERO.
        77 INGRED-SEM-CUSTO        PIC 9(03)  VALUE ZERO.
        77 CUSTO-CALCULADO         PIC 9(05)V9999 VALUE ZERO.
        77 DIFERENCA-CUSTO         PIC S9(05)V99 VALUE ZERO.
        77 NUM-PROPOSTAS           PIC 99     VALUE ZERO.
        77 NUM-APLICADAS           PIC 99     VALUE ZERO.
        77 RESPOSTA                PIC X      VALUES SPACE.
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 CODIGO-SUPER            PIC X(08)  VALUE SPACES.
        77 IDX-SUPER               PIC 9      VALUE ZERO.
        77 TENTATIVAS              PIC 9      VALUE ZERO.
        77 SUPERVISOR-FLAG         PIC X      VALUES "N".
           88 SUPERVISOR-OK        VALUE "S".
        77 DATA-HOJE-N             PIC 9(08)  VALUE ZERO.
        77 SAIDA-CUSTO             PIC ZZ9.99.
        77 SAIDA-DIFERENCA         PIC ---9.99.
        77 SAIDA-CONTAGEM          PIC Z9.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.

      * Codigos de gerente aceites para confirmar a proposta, os
      * mesmos que autorizam um estorno.
        01 TABELA-SUPERVISORES.
           05 SUPER-ITEM OCCURS 3 TIMES.
              10 SUP-CODIGO         PIC X(08).

      * Tabela de artigos lida de PRECOS.DAT para memoria, como em
      * MANUT_PRECOS, e regravada com os custos novos se a proposta
      * for aplicada. PM-CUSTO-TEORICO e PM-SITUACAO guardam o
      * resultado do custeio de cada artigo: "P" proposta de
      * alteracao, "=" custo ja certo, "R" sem receita, "I" receita
      * com ingrediente sem custo, "N" artigo inactivo.
        01 PRECOS-MEMORIA.
           05 PRECO-MEM OCCURS 50 TIMES.
              10 PM-CODIGO         PIC 9(02).
              10 PM-DESCRICAO      PIC X(25).
              10 PM-PRECO          PIC 9(03)V99.
              10 PM-CATEGORIA      PIC X(15).
              10 PM-ACTIVO         PIC X(01).
              10 PM-CLASSE-IVA     PIC X(01).
              10 PM-VALOR-NOVO     PIC 9(03)V99.
              10 PM-DATA-NOVO      PIC 9(08).
              10 PM-CUSTO          PIC 9(03)V99.
              10 PM-CUSTO-TEORICO  PIC 9(03)V99.
              10 PM-SITUACAO       PIC X(01).

        01 INGRED-MEMORIA.
           05 INGRED-MEM OCCURS 50 TIMES.
              10 IM-DESCRICAO      PIC X(25).
              10 IM-CUSTO-MEDIO    PIC 9(03)V9999.

        01 TABELA-RECEITAS.
           05 RECEITA-MEM OCCURS 150 TIMES.
              10 RT-ARTIGO         PIC 9(02).
              10 RT-INGRED         PIC 9(02).
              10 RT-QTD            PIC 9(02).

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM CARREGA-SUPERVISORES.
           PERFORM LER-PRECOS.
           PERFORM LER-INGREDIENTES.
           PERFORM LER-RECEITAS.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - CUSTEIO DAS RECEITAS".
           DISPLAY "================================================".
           DISPLAY "CD  ARTIGO                    CUSTO  TEORICO  "
                   "DIFERENCA".
           DISPLAY "------------------------------------------------"
                   "-----------------".
           PERFORM CUSTEAR-ARTIGO
               VARYING IDX-PRECO FROM 1 BY 1
               UNTIL IDX-PRECO > NUM-ARTIGOS.
           DISPLAY "------------------------------------------------"
                   "-----------------".
           MOVE NUM-PROPOSTAS TO SAIDA-CONTAGEM.
           DISPLAY "ARTIGOS COM CUSTO A ACTUALIZAR: " SAIDA-CONTAGEM.
           DISPLAY "================================================".
           IF NUM-PROPOSTAS = 0 THEN
               DISPLAY "NADA A ACTUALIZAR."
               STOP RUN
           END-IF.
           MOVE " " TO RESPOSTA.
           PERFORM UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "S" OR
                         FUNCTION UPPER-CASE(RESPOSTA) = "N"
               DISPLAY "APLICAR OS CUSTOS PROPOSTOS? (S/N): "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA
           END-PERFORM.
           IF FUNCTION UPPER-CASE(RESPOSTA) = "N" THEN
               DISPLAY "CUSTOS NAO ALTERADOS."
               STOP RUN
           END-IF.
           PERFORM PEDE-SUPERVISOR.
           IF NOT SUPERVISOR-OK THEN
               DISPLAY "ALTERACAO NAO AUTORIZADA."
               STOP RUN
           END-IF.
           MOVE CODIGO-SUPER TO OPERADOR.
           PERFORM APLICAR-PROPOSTA.
           PERFORM GRAVAR-PRECOS.
           MOVE NUM-APLICADAS TO SAIDA-CONTAGEM.
           DISPLAY "CUSTOS ACTUALIZADOS: " SAIDA-CONTAGEM.
           STOP RUN.


      ******************************************************************
      * CUSTEAR-ARTIGO
      * Custo teorico de um artigo: soma das linhas da sua receita,
      * quantidade x custo medio do ingrediente, arredondada ao
      * centimo. Mostra-o ao lado do custo em vigor e marca a
      * situacao do artigo (ver PRECOS-MEMORIA).
      ******************************************************************
        CUSTEAR-ARTIGO.
           MOVE 0 TO PM-CUSTO-TEORICO(IDX-PRECO).
           IF PM-ACTIVO(IDX-PRECO) = "N" THEN
               MOVE "N" TO PM-SITUACAO(IDX-PRECO)
           ELSE
               MOVE 0 TO CUSTO-CALCULADO
               MOVE 0 TO LINHAS-RECEITA
               MOVE 0 TO INGRED-SEM-CUSTO
               PERFORM SOMA-LINHA-RECEITA
                   VARYING IDX-RECEITA FROM 1 BY 1
                   UNTIL IDX-RECEITA > NUM-RECEITAS
               EVALUATE TRUE
                 WHEN LINHAS-RECEITA = 0
                   MOVE "R" TO PM-SITUACAO(IDX-PRECO)
                 WHEN INGRED-SEM-CUSTO > 0
                   MOVE "I" TO PM-SITUACAO(IDX-PRECO)
                 WHEN OTHER
                   COMPUTE PM-CUSTO-TEORICO(IDX-PRECO) ROUNDED =
                       CUSTO-CALCULADO
                   IF PM-CUSTO-TEORICO(IDX-PRECO) =
                      PM-CUSTO(IDX-PRECO) THEN
                       MOVE "=" TO PM-SITUACAO(IDX-PRECO)
                   ELSE
                       MOVE "P" TO PM-SITUACAO(IDX-PRECO)
                       ADD 1 TO NUM-PROPOSTAS
                   END-IF
               END-EVALUATE
               PERFORM MOSTRAR-ARTIGO
           END-IF.


        SOMA-LINHA-RECEITA.
           IF RT-ARTIGO(IDX-RECEITA) = PM-CODIGO(IDX-PRECO) AND
              RT-QTD(IDX-RECEITA) > 0 THEN
               ADD 1 TO LINHAS-RECEITA
               IF RT-INGRED(IDX-RECEITA) < 1 OR
                  RT-INGRED(IDX-RECEITA) > NUM-INGRED THEN
                   ADD 1 TO INGRED-SEM-CUSTO
               ELSE
                   IF IM-CUSTO-MEDIO(RT-INGRED(IDX-RECEITA)) = 0 THEN
                       ADD 1 TO INGRED-SEM-CUSTO
                   ELSE
                       COMPUTE CUSTO-CALCULADO = CUSTO-CALCULADO +
                           RT-QTD(IDX-RECEITA) *
                           IM-CUSTO-MEDIO(RT-INGRED(IDX-RECEITA))
                   END-IF
               END-IF
           END-IF.


        MOSTRAR-ARTIGO.
           MOVE PM-CUSTO(IDX-PRECO) TO SAIDA-CUSTO.
           DISPLAY PM-CODIGO(IDX-PRECO) "  " PM-DESCRICAO(IDX-PRECO)
               " " SAIDA-CUSTO WITH NO ADVANCING.
           EVALUATE PM-SITUACAO(IDX-PRECO)
             WHEN "R"
               DISPLAY "   (SEM RECEITA)"
             WHEN "I"
               DISPLAY "   (INGREDIENTE SEM CUSTO)"
             WHEN OTHER
               MOVE PM-CUSTO-TEORICO(IDX-PRECO) TO SAIDA-CUSTO
               COMPUTE DIFERENCA-CUSTO =
                   PM-CUSTO-TEORICO(IDX-PRECO) - PM-CUSTO(IDX-PRECO)
               MOVE DIFERENCA-CUSTO TO SAIDA-DIFERENCA
               IF PM-SITUACAO(IDX-PRECO) = "P" THEN
                   DISPLAY "   " SAIDA-CUSTO "  " SAIDA-DIFERENCA
                       "  *"
               ELSE
                   DISPLAY "   " SAIDA-CUSTO "  " SAIDA-DIFERENCA
               END-IF
           END-EVALUATE.


      ******************************************************************
      * APLICAR-PROPOSTA
      * Passa a custo em vigor o custo teorico de cada artigo
      * proposto, registando a alteracao no historico de custos e na
      * auditoria com o gerente que a confirmou.
      ******************************************************************
        APLICAR-PROPOSTA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           ACCEPT DATA-HOJE-N FROM DATE YYYYMMDD.
           OPEN EXTEND HISTORICO-CUSTOS.
           IF FS-HISTCUST = "35" THEN
               OPEN OUTPUT HISTORICO-CUSTOS
               CLOSE HISTORICO-CUSTOS
               OPEN EXTEND HISTORICO-CUSTOS
           END-IF.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           PERFORM APLICAR-ARTIGO
               VARYING IDX-PRECO FROM 1 BY 1
               UNTIL IDX-PRECO > NUM-ARTIGOS.
           CLOSE HISTORICO-CUSTOS.
           CLOSE FICHEIRO-AUDITORIA.


        APLICAR-ARTIGO.
           IF PM-SITUACAO(IDX-PRECO) = "P" THEN
               MOVE PM-CODIGO(IDX-PRECO)        TO HCUST-CODIGO
               MOVE PM-CUSTO(IDX-PRECO)         TO HCUST-CUSTO-ANTIGO
               MOVE PM-CUSTO-TEORICO(IDX-PRECO) TO HCUST-CUSTO-NOVO
               MOVE DATA-HOJE-N                 TO HCUST-DATA-REGISTO
               MOVE HORA                        TO HCUST-HOR
               MOVE MINUTO                      TO HCUST-MIN
               MOVE OPERADOR                    TO HCUST-OPERADOR
               MOVE DATA-HOJE-N                 TO HCUST-DATA-EFETIVA
               WRITE HISTCUST-REG
               MOVE "K"                         TO AUD-TIPO
               MOVE ANO                         TO AUD-ANO
               MOVE MES                         TO AUD-MES
               MOVE DIA                         TO AUD-DIA
               MOVE HORA                        TO AUD-HOR
               MOVE MINUTO                      TO AUD-MIN
               MOVE 0                           TO AUD-TERMINAL
               MOVE OPERADOR                    TO AUD-OPERADOR
               MOVE OPERADOR                    TO AUD-SUPERVISOR
               MOVE 0                           TO AUD-NUM-CONTA
               MOVE PM-CODIGO(IDX-PRECO)        TO AUD-COD-ARTIGO
               MOVE 0                           TO AUD-QUANTIDADE
               MOVE PM-CUSTO-TEORICO(IDX-PRECO) TO AUD-VALOR
               MOVE PM-CUSTO(IDX-PRECO)         TO AUD-VALOR-ANTIGO
               MOVE "N"                         TO AUD-APOS-PAGAR
               WRITE AUDIT-REG
               MOVE PM-CUSTO-TEORICO(IDX-PRECO) TO PM-CUSTO(IDX-PRECO)
               ADD 1 TO NUM-APLICADAS
           END-IF.


      ******************************************************************
      * CARREGA-SUPERVISORES / PEDE-SUPERVISOR
      * A proposta so e aplicada com o codigo de um gerente (tres
      * tentativas), como o estorno de uma conta.
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
      * LER-PRECOS
      * Carrega PRECOS.DAT inteiro, tal como esta gravado, para ser
      * regravado so com os custos alterados.
      ******************************************************************
        LER-PRECOS.
           OPEN INPUT TABELA-PRECOS.
           IF FS-TABELA-PRECOS NOT = "00" THEN
               DISPLAY "PRECOS.DAT NAO EXISTE - EXECUTE PRIMEIRO O "
                       "PROGRAMA PRINCIPAL"
               STOP RUN
           END-IF.
           MOVE 0   TO NUM-ARTIGOS.
           MOVE "N" TO FIM-PRECOS.
           PERFORM LER-PRECO-ITEM
               UNTIL PRECOS-TERMINARAM OR NUM-ARTIGOS >= 50.
           CLOSE TABELA-PRECOS.


        LER-PRECO-ITEM.
           READ TABELA-PRECOS
               AT END
                   MOVE "S" TO FIM-PRECOS
               NOT AT END
                   ADD 1 TO NUM-ARTIGOS
                   MOVE PRECO-CODIGO    TO PM-CODIGO(NUM-ARTIGOS)
                   MOVE PRECO-DESCRICAO TO PM-DESCRICAO(NUM-ARTIGOS)
                   MOVE PRECO-VALOR     TO PM-PRECO(NUM-ARTIGOS)
                   MOVE PRECO-CATEGORIA TO PM-CATEGORIA(NUM-ARTIGOS)
                   MOVE PRECO-ACTIVO    TO PM-ACTIVO(NUM-ARTIGOS)
                   MOVE PRECO-CLASSE-IVA
                       TO PM-CLASSE-IVA(NUM-ARTIGOS)
                   MOVE PRECO-VALOR-NOVO
                       TO PM-VALOR-NOVO(NUM-ARTIGOS)
                   MOVE PRECO-DATA-NOVO
                       TO PM-DATA-NOVO(NUM-ARTIGOS)
                   IF PRECO-CUSTO IS NUMERIC THEN
                       MOVE PRECO-CUSTO TO PM-CUSTO(NUM-ARTIGOS)
                   ELSE
                       MOVE 0 TO PM-CUSTO(NUM-ARTIGOS)
                   END-IF
           END-READ.


        GRAVAR-PRECOS.
           OPEN OUTPUT TABELA-PRECOS.
           PERFORM GRAVAR-PRECO-ITEM
               VARYING IDX-PRECO FROM 1 BY 1
               UNTIL IDX-PRECO > NUM-ARTIGOS.
           CLOSE TABELA-PRECOS.


        GRAVAR-PRECO-ITEM.
           MOVE PM-CODIGO(IDX-PRECO)    TO PRECO-CODIGO.
           MOVE PM-DESCRICAO(IDX-PRECO) TO PRECO-DESCRICAO.
           MOVE PM-PRECO(IDX-PRECO)     TO PRECO-VALOR.
           MOVE PM-CATEGORIA(IDX-PRECO) TO PRECO-CATEGORIA.
           MOVE PM-ACTIVO(IDX-PRECO)    TO PRECO-ACTIVO.
           MOVE PM-CLASSE-IVA(IDX-PRECO) TO PRECO-CLASSE-IVA.
           MOVE PM-VALOR-NOVO(IDX-PRECO) TO PRECO-VALOR-NOVO.
           MOVE PM-DATA-NOVO(IDX-PRECO) TO PRECO-DATA-NOVO.
           MOVE PM-CUSTO(IDX-PRECO)     TO PRECO-CUSTO.
           WRITE PRECO-REG.


      ******************************************************************
      * LER-INGREDIENTES / LER-RECEITAS
      * Custo medio de cada ingrediente (a posicao corresponde ao
      * codigo; registos anteriores ao custo medio contam como sem
      * custo) e as linhas das receitas.
      ******************************************************************
        LER-INGREDIENTES.
           MOVE 0   TO NUM-INGRED.
           MOVE "N" TO FIM-INGRED.
           OPEN INPUT FICHEIRO-INGRED.
           IF FS-INGRED = "00" THEN
               PERFORM LER-INGRED-ITEM
                   UNTIL INGRED-TERMINARAM OR NUM-INGRED >= 50
               CLOSE FICHEIRO-INGRED
           END-IF.


        LER-INGRED-ITEM.
           READ FICHEIRO-INGRED
               AT END
                   MOVE "S" TO FIM-INGRED
               NOT AT END
                   ADD 1 TO NUM-INGRED
                   MOVE INGRED-DESCRICAO TO IM-DESCRICAO(NUM-INGRED)
                   IF INGRED-CUSTO-MEDIO IS NUMERIC THEN
                       MOVE INGRED-CUSTO-MEDIO
                           TO IM-CUSTO-MEDIO(NUM-INGRED)
                   ELSE
                       MOVE 0 TO IM-CUSTO-MEDIO(NUM-INGRED)
                   END-IF
           END-READ.


        LER-RECEITAS.
           MOVE 0   TO NUM-RECEITAS.
           MOVE "N" TO FIM-RECEITAS.
           OPEN INPUT FICHEIRO-RECEITAS.
           IF FS-RECEITAS = "00" THEN
               PERFORM LER-RECEITA-ITEM
                   UNTIL RECEITAS-TERMINARAM OR NUM-RECEITAS >= 150
               CLOSE FICHEIRO-RECEITAS
           END-IF.


        LER-RECEITA-ITEM.
           READ FICHEIRO-RECEITAS
               AT END
                   MOVE "S" TO FIM-RECEITAS
               NOT AT END
                   ADD 1 TO NUM-RECEITAS
                   MOVE REC-COD-ARTIGO TO RT-ARTIGO(NUM-RECEITAS)
                   MOVE REC-COD-INGRED TO RT-INGRED(NUM-RECEITAS)
                   MOVE REC-QTD        TO RT-QTD(NUM-RECEITAS)
           END-READ.


       END PROGRAM CUSTEIO_RECEITAS.
