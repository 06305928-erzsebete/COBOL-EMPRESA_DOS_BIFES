      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumo diario de vendas (RESUMO.DAT). Chamado com o
      *          modo "D" pelo fecho de dia guiado (FECHO_DIA), no
      *          passo de arquivo, antes de o jornal do dia ser
      *          arquivado: resume o JORNAL.DAT e acrescenta os totais
      *          ao resumo. Chamado com o modo "R" (REL_PERIODOS)
      *          regenera o resumo de raiz a partir do arquivo
      *          inteiro (JORNALAR.DAT) - para o criar pela primeira
      *          vez ou depois de se perder. Totaliza por dia, por
      *          artigo, categoria, banda horaria, operador, terminal
      *          e classe de IVA, com os estornos abatidos no dia e
      *          na hora em que foram registados, como os relatorios
      *          sempre fizeram. O custo de cada artigo e o que
      *          vigorava no momento da venda, reconstruido do
      *          historico de custos (HISTCUST.DAT) como em
      *          REL_MARGEM. Devolve RETURN-CODE 0 quando o resumo
      *          fica gravado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMO_VENDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-VENDAS ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT JORNAL-ARQUIVO ASSIGN TO "JORNALAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.
           SELECT FICHEIRO-RESUMO ASSIGN TO "RESUMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.
           SELECT TABELA-PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA-PRECOS.
           SELECT HISTORICO-CUSTOS ASSIGN TO "HISTCUST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTCUST.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-VENDAS.
       01  JORNAL-LINHA-FICH          PIC X(200).

       FD  JORNAL-ARQUIVO.
       01  ARQUIVO-LINHA-FICH         PIC X(200).

       FD  FICHEIRO-RESUMO.
           COPY RESUMO.CPY.

       FD  TABELA-PRECOS.
           COPY TABPRECO.CPY.

       FD  HISTORICO-CUSTOS.
           COPY HISTCUST.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-ARQUIVO              PIC X(02)  VALUES "00".
        77 FS-RESUMO               PIC X(02)  VALUES "00".
        77 FS-TABELA-PRECOS        PIC X(02)  VALUES "00".
        77 FS-HISTCUST             PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 FIM-PRECOS              PIC X      VALUES "N".
           88 PRECOS-TERMINARAM    VALUE "S".
        77 FIM-HISTCUST            PIC X      VALUES "N".
           88 HISTCUST-TERMINOU    VALUE "S".
        77 NUM-ARTIGOS             PIC 99     VALUE ZERO.
        77 IDX-ARTIGO              PIC 99     VALUE ZERO.
        77 IDX-HORA                PIC 99     VALUE ZERO.
        77 IDX-TERMINAL            PIC 99     VALUE ZERO.
        77 IDX-CLASSE              PIC 9      VALUE ZERO.
        77 IDX-OPER                PIC 99     VALUE ZERO.
        77 IDX-ACHADO              PIC 99     VALUE ZERO.
        77 NUM-OPERADORES          PIC 99     VALUE ZERO.
        77 IDX-CATEGORIA           PIC 99     VALUE ZERO.
        77 IDX-CATEG-ACHADA        PIC 99     VALUE ZERO.
        77 NUM-CATEGORIAS          PIC 99     VALUE ZERO.
        77 DATA-REGISTO            PIC 9(08)  VALUE ZERO.
        77 DATA-RESUMO             PIC 9(08)  VALUE ZERO.
        77 SINAL                   PIC S9     VALUE +1.
        77 CUSTO-LINHA             PIC S9(07)V99 VALUE ZERO.
        77 GRUPO-OPERADOR          PIC X(08)  VALUE SPACES.
        77 GRUPO-TERMINAL          PIC 9      VALUE ZERO.
        77 CATEGORIA-ARTIGO        PIC X(15)  VALUE SPACES.
        77 NUM-RESUMOS             PIC 9(06)  VALUE ZERO.
        77 SAIDA-REGISTOS          PIC ZZZZZ9.

      * Registo do jornal em working-storage: o jornal do dia e o
      * arquivo sao lidos com READ INTO para aqui, para o mesmo
      * processamento servir os dois ficheiros.
           COPY JORNALV.CPY.

      * Tabela de precos em memoria - a posicao corresponde ao
      * codigo, como em ENCERRA_DIA: a categoria e o custo corrente
      * de cada artigo.
        01 TABELA-PRECOS-MEM.
           05 PRECO-MEM OCCURS 50 TIMES.
              10 PM-DESCRICAO      PIC X(25).
              10 PM-CATEGORIA      PIC X(15).
              10 PM-CUSTO-ACTUAL   PIC 9(03)V99.

      * Totais do dia em DATA-RESUMO, despejados em RESUMO.DAT quando
      * a data do jornal muda e no fim. Os artigos pela posicao do
      * codigo, as bandas horarias pela hora + 1, os terminais pelo
      * terminal + 1, as classes de IVA pela ordem N, I, R.
        01 TABELA-ARTIGOS-DIA.
           05 ARTIGO-DIA OCCURS 50 TIMES.
              10 RA-DESCRICAO      PIC X(25).
              10 RA-QUANTIDADE     PIC S9(07).
              10 RA-VALOR          PIC S9(07)V99.
              10 RA-CUSTO          PIC S9(07)V99.
              10 RA-SEM-CUSTO      PIC X(01).
        01 TABELA-HORAS-DIA.
           05 HORA-DIA OCCURS 24 TIMES.
              10 RH-CONTAS         PIC S9(05).
              10 RH-QUANTIDADE     PIC S9(07).
              10 RH-VALOR          PIC S9(07)V99.
        01 TABELA-OPERADORES-DIA.
           05 OPERADOR-DIA OCCURS 50 TIMES.
              10 RO-OPERADOR       PIC X(08).
              10 RO-CONTAS         PIC S9(05).
              10 RO-QUANTIDADE     PIC S9(07).
              10 RO-VALOR          PIC S9(07)V99.
        01 TABELA-TERMINAIS-DIA.
           05 TERMINAL-DIA OCCURS 10 TIMES.
              10 RT-CONTAS         PIC S9(05).
              10 RT-QUANTIDADE     PIC S9(07).
              10 RT-VALOR          PIC S9(07)V99.
        01 TABELA-CLASSES-DIA.
           05 CLASSE-DIA OCCURS 3 TIMES.
              10 RC-LIQUIDO        PIC S9(07)V99.
              10 RC-IVA            PIC S9(07)V99.
        01 CODIGOS-CLASSE-IVA.
           05 FILLER               PIC X(03) VALUE "NIR".
        01 TABELA-CODIGOS-CLASSE REDEFINES CODIGOS-CLASSE-IVA.
           05 CODIGO-CLASSE        PIC X(01) OCCURS 3 TIMES.

      * Categorias do dia, apuradas dos artigos ao despejar o dia.
        01 TABELA-CATEGORIAS-DIA.
           05 CATEGORIA-DIA OCCURS 50 TIMES.
              10 RK-CATEGORIA      PIC X(15).
              10 RK-QUANTIDADE     PIC S9(07).
              10 RK-VALOR          PIC S9(07)V99.
              10 RK-CUSTO          PIC S9(07)V99.

      * Historico de alteracoes de custo em memoria, pela ordem de
      * registo, para reconstruir o custo em vigor no momento de cada
      * venda - o mesmo varrimento de REL_MARGEM.
        77 NUM-HIST                PIC 9(03)  VALUE ZERO.
        77 IDX-HIST                PIC 9(03)  VALUE ZERO.
        77 CUSTO-ESPERADO          PIC 9(03)V99 VALUE ZERO.
        77 TEM-HISTORICO           PIC X      VALUES "N".
           88 ARTIGO-TEM-HISTORICO VALUE "S".
        77 DATA-VENDA              PIC 9(08)  VALUE ZERO.
        77 HORA-VENDA              PIC 9(04)  VALUE ZERO.
        01 TABELA-HISTORICO.
           05 HIST-MEM OCCURS 200 TIMES.
              10 HC-CODIGO         PIC 9(02).
              10 HC-ANTIGO         PIC 9(03)V99.
              10 HC-NOVO           PIC 9(03)V99.
              10 HC-DATA-REG       PIC 9(08).
              10 HC-HORA-REG       PIC 9(04).
              10 HC-EFETIVA        PIC 9(08).

       LINKAGE SECTION.
        01 MODO-RESUMO             PIC X(01).
           88 RESUMO-DO-DIA        VALUE "D".
           88 RECONSTROI-RESUMO    VALUE "R".

       PROCEDURE DIVISION USING MODO-RESUMO.
        MAINLINE.
           PERFORM LER-PRECOS.
           PERFORM LER-HISTORICO THRU
                   LER-HISTORICO-EXIT.
           IF RECONSTROI-RESUMO THEN
               OPEN OUTPUT FICHEIRO-RESUMO
           ELSE
               OPEN EXTEND FICHEIRO-RESUMO
               IF FS-RESUMO = "35" THEN
                   OPEN OUTPUT FICHEIRO-RESUMO
                   CLOSE FICHEIRO-RESUMO
                   OPEN EXTEND FICHEIRO-RESUMO
               END-IF
           END-IF.
           IF FS-RESUMO NOT = "00" THEN
               DISPLAY "RESUMO.DAT NAO PODE SER ABERTO (ESTADO "
                   FS-RESUMO ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO NUM-RESUMOS.
           MOVE 0 TO DATA-RESUMO.
           PERFORM LIMPA-DIA.
           IF RECONSTROI-RESUMO THEN
               PERFORM LER-ARQUIVO THRU
                       LER-ARQUIVO-EXIT
           ELSE
               PERFORM LER-JORNAL THRU
                       LER-JORNAL-EXIT
           END-IF.
           PERFORM DESPEJA-DIA.
           CLOSE FICHEIRO-RESUMO.
           MOVE NUM-RESUMOS TO SAIDA-REGISTOS.
           DISPLAY "REGISTOS GRAVADOS EM RESUMO.DAT: " SAIDA-REGISTOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
      * LER-PRECOS
      * Carrega a descricao, a categoria e o custo corrente de cada
      * artigo. Sem tabela de precos os artigos ficam sem categoria
      * (entram em GERAL) e a custo zero.
      ******************************************************************
        LER-PRECOS.
           INITIALIZE TABELA-PRECOS-MEM.
           MOVE 0 TO NUM-ARTIGOS.
           MOVE "N" TO FIM-PRECOS.
           OPEN INPUT TABELA-PRECOS.
           IF FS-TABELA-PRECOS = "00" THEN
               PERFORM LER-PRECO-ITEM
                   UNTIL PRECOS-TERMINARAM OR NUM-ARTIGOS >= 50
               CLOSE TABELA-PRECOS
           END-IF.


        LER-PRECO-ITEM.
           READ TABELA-PRECOS
               AT END
                   MOVE "S" TO FIM-PRECOS
               NOT AT END
                   ADD 1 TO NUM-ARTIGOS
                   MOVE PRECO-DESCRICAO TO PM-DESCRICAO(NUM-ARTIGOS)
                   MOVE PRECO-CATEGORIA TO PM-CATEGORIA(NUM-ARTIGOS)
                   MOVE PRECO-CUSTO TO PM-CUSTO-ACTUAL(NUM-ARTIGOS)
           END-READ.


      ******************************************************************
      * LER-HISTORICO
      * Carrega o historico de custos para memoria, pela ordem de
      * registo. Sem historico, o custo corrente vale para tudo.
      ******************************************************************
        LER-HISTORICO.
           MOVE 0 TO NUM-HIST.
           OPEN INPUT HISTORICO-CUSTOS.
           IF FS-HISTCUST NOT = "00" THEN
               GO TO LER-HISTORICO-EXIT
           END-IF.
           MOVE "N" TO FIM-HISTCUST.
           PERFORM LER-HISTORICO-ITEM
               UNTIL HISTCUST-TERMINOU OR NUM-HIST >= 200.
           CLOSE HISTORICO-CUSTOS.

        LER-HISTORICO-EXIT.
           EXIT.


        LER-HISTORICO-ITEM.
           READ HISTORICO-CUSTOS
               AT END
                   MOVE "S" TO FIM-HISTCUST
               NOT AT END
                   ADD 1 TO NUM-HIST
                   MOVE HCUST-CODIGO        TO HC-CODIGO(NUM-HIST)
                   MOVE HCUST-CUSTO-ANTIGO  TO HC-ANTIGO(NUM-HIST)
                   MOVE HCUST-CUSTO-NOVO    TO HC-NOVO(NUM-HIST)
                   MOVE HCUST-DATA-REGISTO  TO HC-DATA-REG(NUM-HIST)
                   MOVE HCUST-HORA-REGISTO  TO HC-HORA-REG(NUM-HIST)
                   MOVE HCUST-DATA-EFETIVA  TO HC-EFETIVA(NUM-HIST)
           END-READ.


      ******************************************************************
      * LER-JORNAL / LER-ARQUIVO
      * Percorrem o jornal do dia (modo "D") ou o arquivo inteiro
      * (modo "R"), acumulando cada registo no dia dele.
      ******************************************************************
        LER-JORNAL.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT JORNAL-VENDAS.
           IF FS-JORNAL NOT = "00" THEN
               GO TO LER-JORNAL-EXIT
           END-IF.
           READ JORNAL-VENDAS INTO JORNAL-REG
               AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
           PERFORM UNTIL FICHEIRO-TERMINOU
               PERFORM ACUMULAR-REGISTO THRU
                   ACUMULAR-REGISTO-EXIT
               READ JORNAL-VENDAS INTO JORNAL-REG
                   AT END MOVE "S" TO FIM-FICHEIRO
               END-READ
           END-PERFORM.
           CLOSE JORNAL-VENDAS.

        LER-JORNAL-EXIT.
           EXIT.


        LER-ARQUIVO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT JORNAL-ARQUIVO.
           IF FS-ARQUIVO NOT = "00" THEN
               DISPLAY "JORNALAR.DAT NAO EXISTE - RESUMO VAZIO."
               GO TO LER-ARQUIVO-EXIT
           END-IF.
           READ JORNAL-ARQUIVO INTO JORNAL-REG
               AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
           PERFORM UNTIL FICHEIRO-TERMINOU
               PERFORM ACUMULAR-REGISTO THRU
                   ACUMULAR-REGISTO-EXIT
               READ JORNAL-ARQUIVO INTO JORNAL-REG
                   AT END MOVE "S" TO FIM-FICHEIRO
               END-READ
           END-PERFORM.
           CLOSE JORNAL-ARQUIVO.

        LER-ARQUIVO-EXIT.
           EXIT.


      ******************************************************************
      * ACUMULAR-REGISTO
      * Cabecalhos ("C", e os estornos "V" a abater) contam a conta e
      * o total cobrado na hora, no operador e no terminal, e o
      * liquido e o IVA em cada classe; as linhas ("I", e "W" a
      * abater) contam a quantidade nos mesmos, mais a quantidade, o
      * valor e o custo no artigo. As linhas levam o operador e o
      * terminal do cabecalho que as precede. Quando a data muda, o
      * dia acumulado e despejado no resumo.
      ******************************************************************
        ACUMULAR-REGISTO.
           IF NOT JORNAL-CABECALHO AND NOT JORNAL-ESTORNO AND
              NOT JORNAL-ITEM AND NOT JORNAL-ESTORNO-ITEM
               GO TO ACUMULAR-REGISTO-EXIT
           END-IF.
           MOVE JORNAL-DATA TO DATA-REGISTO.
           IF DATA-REGISTO NOT = DATA-RESUMO THEN
               PERFORM DESPEJA-DIA
               MOVE DATA-REGISTO TO DATA-RESUMO
           END-IF.
           IF JORNAL-ESTORNO OR JORNAL-ESTORNO-ITEM THEN
               MOVE -1 TO SINAL
           ELSE
               MOVE +1 TO SINAL
           END-IF.
           COMPUTE IDX-HORA = JORNAL-HOR + 1.
           IF IDX-HORA < 1 OR IDX-HORA > 24
               MOVE 0 TO IDX-HORA
           END-IF.
           IF JORNAL-CABECALHO OR JORNAL-ESTORNO THEN
               PERFORM ACUMULA-CABECALHO
           ELSE
               PERFORM ACUMULA-LINHA
           END-IF.

        ACUMULAR-REGISTO-EXIT.
           EXIT.


        ACUMULA-CABECALHO.
           MOVE JORNAL-OPERADOR TO GRUPO-OPERADOR.
           MOVE 0 TO GRUPO-TERMINAL.
           IF JORNAL-TERMINAL IS NUMERIC THEN
               MOVE JORNAL-TERMINAL TO GRUPO-TERMINAL
           END-IF.
           IF IDX-HORA > 0 THEN
               ADD SINAL TO RH-CONTAS(IDX-HORA)
               COMPUTE RH-VALOR(IDX-HORA) = RH-VALOR(IDX-HORA)
                   + SINAL * JORNAL-TOTAL-FINAL
           END-IF.
           PERFORM PROCURA-OPERADOR.
           IF IDX-ACHADO > 0 THEN
               ADD SINAL TO RO-CONTAS(IDX-ACHADO)
               COMPUTE RO-VALOR(IDX-ACHADO) = RO-VALOR(IDX-ACHADO)
                   + SINAL * JORNAL-TOTAL-FINAL
           END-IF.
           COMPUTE IDX-TERMINAL = GRUPO-TERMINAL + 1.
           ADD SINAL TO RT-CONTAS(IDX-TERMINAL).
           COMPUTE RT-VALOR(IDX-TERMINAL) = RT-VALOR(IDX-TERMINAL)
               + SINAL * JORNAL-TOTAL-FINAL.
           PERFORM ACUMULA-CLASSES-IVA.


      ******************************************************************
      * ACUMULA-CLASSES-IVA
      * Liquido e IVA por taxa, da desagregacao do cabecalho. Os
      * cabecalhos gravados antes de haver desagregacao levam tudo na
      * taxa intermedia, como os artigos sem classe.
      ******************************************************************
        ACUMULA-CLASSES-IVA.
           IF JORNAL-LIQ-NORMAL IS NUMERIC AND
              JORNAL-IVA-NORMAL IS NUMERIC AND
              JORNAL-LIQ-INTERM IS NUMERIC AND
              JORNAL-IVA-INTERM IS NUMERIC AND
              JORNAL-LIQ-REDUZ IS NUMERIC AND
              JORNAL-IVA-REDUZ IS NUMERIC THEN
               COMPUTE RC-LIQUIDO(1) = RC-LIQUIDO(1)
                   + SINAL * JORNAL-LIQ-NORMAL
               COMPUTE RC-IVA(1) = RC-IVA(1)
                   + SINAL * JORNAL-IVA-NORMAL
               COMPUTE RC-LIQUIDO(2) = RC-LIQUIDO(2)
                   + SINAL * JORNAL-LIQ-INTERM
               COMPUTE RC-IVA(2) = RC-IVA(2)
                   + SINAL * JORNAL-IVA-INTERM
               COMPUTE RC-LIQUIDO(3) = RC-LIQUIDO(3)
                   + SINAL * JORNAL-LIQ-REDUZ
               COMPUTE RC-IVA(3) = RC-IVA(3)
                   + SINAL * JORNAL-IVA-REDUZ
           ELSE
               COMPUTE RC-LIQUIDO(2) = RC-LIQUIDO(2)
                   + SINAL * JORNAL-VALOR-LIQUIDO
               COMPUTE RC-IVA(2) = RC-IVA(2)
                   + SINAL * JORNAL-VALOR-IVA
           END-IF.


        ACUMULA-LINHA.
           IF IDX-HORA > 0 THEN
               COMPUTE RH-QUANTIDADE(IDX-HORA) =
                   RH-QUANTIDADE(IDX-HORA) + SINAL * JORNAL-QUANTIDADE
           END-IF.
           PERFORM PROCURA-OPERADOR.
           IF IDX-ACHADO > 0 THEN
               COMPUTE RO-QUANTIDADE(IDX-ACHADO) =
                   RO-QUANTIDADE(IDX-ACHADO)
                   + SINAL * JORNAL-QUANTIDADE
           END-IF.
           COMPUTE IDX-TERMINAL = GRUPO-TERMINAL + 1.
           COMPUTE RT-QUANTIDADE(IDX-TERMINAL) =
               RT-QUANTIDADE(IDX-TERMINAL) + SINAL * JORNAL-QUANTIDADE.
           MOVE JORNAL-COD-ITEM TO IDX-ARTIGO.
           IF IDX-ARTIGO >= 1 AND IDX-ARTIGO <= 50 THEN
               PERFORM APURA-CUSTO-VENDA
               COMPUTE CUSTO-LINHA =
                   JORNAL-QUANTIDADE * CUSTO-ESPERADO
               IF CUSTO-ESPERADO = 0 THEN
                   MOVE "S" TO RA-SEM-CUSTO(IDX-ARTIGO)
               END-IF
               IF JORNAL-DESCR-ITEM NOT = SPACES THEN
                   MOVE JORNAL-DESCR-ITEM TO RA-DESCRICAO(IDX-ARTIGO)
               END-IF
               COMPUTE RA-QUANTIDADE(IDX-ARTIGO) =
                   RA-QUANTIDADE(IDX-ARTIGO)
                   + SINAL * JORNAL-QUANTIDADE
               COMPUTE RA-VALOR(IDX-ARTIGO) = RA-VALOR(IDX-ARTIGO)
                   + SINAL * JORNAL-TOTAL-LINHA
               COMPUTE RA-CUSTO(IDX-ARTIGO) = RA-CUSTO(IDX-ARTIGO)
                   + SINAL * CUSTO-LINHA
           END-IF.


      ******************************************************************
      * PROCURA-OPERADOR
      * Posiciona IDX-ACHADO no operador do cabecalho corrente,
      * acrescentando-o aos do dia se ainda nao tiver aparecido.
      ******************************************************************
        PROCURA-OPERADOR.
           MOVE 0 TO IDX-ACHADO.
           PERFORM COMPARA-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES OR IDX-ACHADO > 0.
           IF IDX-ACHADO = 0 AND NUM-OPERADORES < 50 THEN
               ADD 1 TO NUM-OPERADORES
               MOVE GRUPO-OPERADOR TO RO-OPERADOR(NUM-OPERADORES)
               MOVE NUM-OPERADORES TO IDX-ACHADO
           END-IF.


        COMPARA-OPERADOR.
           IF RO-OPERADOR(IDX-OPER) = GRUPO-OPERADOR THEN
               MOVE IDX-OPER TO IDX-ACHADO
           END-IF.


      ******************************************************************
      * APURA-CUSTO-VENDA
      * Reconstroi em CUSTO-ESPERADO o custo do artigo em vigor no
      * momento desta linha, varrendo o historico pela ordem de
      * registo: antes da primeira alteracao vigorava o custo antigo
      * dessa alteracao; cada alteracao ja em vigor no momento da
      * venda substitui o custo esperado. Sem historico do artigo
      * vale o custo corrente da tabela de precos.
      ******************************************************************
        APURA-CUSTO-VENDA.
           MOVE JORNAL-DATA TO DATA-VENDA.
           MOVE JORNAL-HORA TO HORA-VENDA.
           MOVE "N" TO TEM-HISTORICO.
           MOVE PM-CUSTO-ACTUAL(IDX-ARTIGO) TO CUSTO-ESPERADO.
           PERFORM VARRE-HISTORICO-CUSTO
               VARYING IDX-HIST FROM 1 BY 1 UNTIL IDX-HIST > NUM-HIST.


        VARRE-HISTORICO-CUSTO.
           IF HC-CODIGO(IDX-HIST) = JORNAL-COD-ITEM THEN
               IF NOT ARTIGO-TEM-HISTORICO THEN
                   MOVE "S" TO TEM-HISTORICO
                   MOVE HC-ANTIGO(IDX-HIST) TO CUSTO-ESPERADO
               END-IF
               IF HC-EFETIVA(IDX-HIST) < DATA-VENDA OR
                  (HC-EFETIVA(IDX-HIST) = DATA-VENDA AND
                   HC-HORA-REG(IDX-HIST) <= HORA-VENDA) THEN
                   MOVE HC-NOVO(IDX-HIST) TO CUSTO-ESPERADO
               END-IF
           END-IF.


      ******************************************************************
      * DESPEJA-DIA
      * Grava no resumo os totais acumulados do dia em DATA-RESUMO -
      * so as chaves com movimento - e limpa-os para o dia seguinte.
      * As categorias saem da soma dos artigos de cada uma.
      ******************************************************************
        DESPEJA-DIA.
           MOVE 0 TO NUM-CATEGORIAS.
           IF DATA-RESUMO NOT = 0 THEN
               PERFORM GRAVA-ARTIGO
                   VARYING IDX-ARTIGO FROM 1 BY 1
                   UNTIL IDX-ARTIGO > 50
               PERFORM GRAVA-CATEGORIA
                   VARYING IDX-CATEGORIA FROM 1 BY 1
                   UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
               PERFORM GRAVA-HORA
                   VARYING IDX-HORA FROM 1 BY 1
                   UNTIL IDX-HORA > 24
               PERFORM GRAVA-OPERADOR
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER > NUM-OPERADORES
               PERFORM GRAVA-TERMINAL
                   VARYING IDX-TERMINAL FROM 1 BY 1
                   UNTIL IDX-TERMINAL > 10
               PERFORM GRAVA-CLASSE
                   VARYING IDX-CLASSE FROM 1 BY 1
                   UNTIL IDX-CLASSE > 3
           END-IF.
           PERFORM LIMPA-DIA.


        LIMPA-DIA.
           INITIALIZE TABELA-ARTIGOS-DIA.
           INITIALIZE TABELA-HORAS-DIA.
           INITIALIZE TABELA-OPERADORES-DIA.
           INITIALIZE TABELA-TERMINAIS-DIA.
           INITIALIZE TABELA-CLASSES-DIA.
           INITIALIZE TABELA-CATEGORIAS-DIA.
           MOVE 0 TO NUM-OPERADORES.
           MOVE 0 TO NUM-CATEGORIAS.


        NOVO-RESUMO.
           INITIALIZE RESUMO-REG.
           MOVE DATA-RESUMO TO RES-DATA.
           MOVE "N" TO RES-SEM-CUSTO.


        GRAVA-ARTIGO.
           IF RA-QUANTIDADE(IDX-ARTIGO) NOT = 0 OR
              RA-VALOR(IDX-ARTIGO) NOT = 0 THEN
               PERFORM NOVO-RESUMO
               MOVE "A" TO RES-TIPO
               MOVE IDX-ARTIGO TO RES-CHAVE-NUM
               MOVE PM-CATEGORIA(IDX-ARTIGO) TO CATEGORIA-ARTIGO
               IF CATEGORIA-ARTIGO = SPACES THEN
                   MOVE "GERAL" TO CATEGORIA-ARTIGO
               END-IF
               MOVE CATEGORIA-ARTIGO TO RES-GRUPO
               MOVE RA-DESCRICAO(IDX-ARTIGO) TO RES-DESCRICAO
               IF RES-DESCRICAO = SPACES THEN
                   MOVE PM-DESCRICAO(IDX-ARTIGO) TO RES-DESCRICAO
               END-IF
               MOVE RA-QUANTIDADE(IDX-ARTIGO) TO RES-QUANTIDADE
               MOVE RA-VALOR(IDX-ARTIGO)      TO RES-VALOR
               MOVE RA-CUSTO(IDX-ARTIGO)      TO RES-CUSTO
               IF RA-SEM-CUSTO(IDX-ARTIGO) = "S" THEN
                   MOVE "S" TO RES-SEM-CUSTO
               END-IF
               WRITE RESUMO-REG
               ADD 1 TO NUM-RESUMOS
               PERFORM SOMA-CATEGORIA
           END-IF.


        SOMA-CATEGORIA.
           MOVE 0 TO IDX-CATEG-ACHADA.
           PERFORM COMPARA-CATEGORIA
               VARYING IDX-CATEGORIA FROM 1 BY 1
               UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
                  OR IDX-CATEG-ACHADA > 0.
           IF IDX-CATEG-ACHADA = 0 AND NUM-CATEGORIAS < 50 THEN
               ADD 1 TO NUM-CATEGORIAS
               MOVE CATEGORIA-ARTIGO TO RK-CATEGORIA(NUM-CATEGORIAS)
               MOVE NUM-CATEGORIAS TO IDX-CATEG-ACHADA
           END-IF.
           IF IDX-CATEG-ACHADA > 0 THEN
               ADD RA-QUANTIDADE(IDX-ARTIGO)
                   TO RK-QUANTIDADE(IDX-CATEG-ACHADA)
               ADD RA-VALOR(IDX-ARTIGO) TO RK-VALOR(IDX-CATEG-ACHADA)
               ADD RA-CUSTO(IDX-ARTIGO) TO RK-CUSTO(IDX-CATEG-ACHADA)
           END-IF.


        COMPARA-CATEGORIA.
           IF RK-CATEGORIA(IDX-CATEGORIA) = CATEGORIA-ARTIGO THEN
               MOVE IDX-CATEGORIA TO IDX-CATEG-ACHADA
           END-IF.


        GRAVA-CATEGORIA.
           PERFORM NOVO-RESUMO.
           MOVE "C" TO RES-TIPO.
           MOVE RK-CATEGORIA(IDX-CATEGORIA)  TO RES-CHAVE.
           MOVE RK-QUANTIDADE(IDX-CATEGORIA) TO RES-QUANTIDADE.
           MOVE RK-VALOR(IDX-CATEGORIA)      TO RES-VALOR.
           MOVE RK-CUSTO(IDX-CATEGORIA)      TO RES-CUSTO.
           WRITE RESUMO-REG.
           ADD 1 TO NUM-RESUMOS.


        GRAVA-HORA.
           IF RH-CONTAS(IDX-HORA) NOT = 0 OR
              RH-QUANTIDADE(IDX-HORA) NOT = 0 OR
              RH-VALOR(IDX-HORA) NOT = 0 THEN
               PERFORM NOVO-RESUMO
               MOVE "H" TO RES-TIPO
               COMPUTE RES-CHAVE-NUM = IDX-HORA - 1
               MOVE RH-CONTAS(IDX-HORA)     TO RES-CONTAS
               MOVE RH-QUANTIDADE(IDX-HORA) TO RES-QUANTIDADE
               MOVE RH-VALOR(IDX-HORA)      TO RES-VALOR
               WRITE RESUMO-REG
               ADD 1 TO NUM-RESUMOS
           END-IF.


        GRAVA-OPERADOR.
           IF RO-CONTAS(IDX-OPER) NOT = 0 OR
              RO-QUANTIDADE(IDX-OPER) NOT = 0 OR
              RO-VALOR(IDX-OPER) NOT = 0 THEN
               PERFORM NOVO-RESUMO
               MOVE "O" TO RES-TIPO
               MOVE RO-OPERADOR(IDX-OPER)   TO RES-CHAVE
               MOVE RO-CONTAS(IDX-OPER)     TO RES-CONTAS
               MOVE RO-QUANTIDADE(IDX-OPER) TO RES-QUANTIDADE
               MOVE RO-VALOR(IDX-OPER)      TO RES-VALOR
               WRITE RESUMO-REG
               ADD 1 TO NUM-RESUMOS
           END-IF.


        GRAVA-TERMINAL.
           IF RT-CONTAS(IDX-TERMINAL) NOT = 0 OR
              RT-QUANTIDADE(IDX-TERMINAL) NOT = 0 OR
              RT-VALOR(IDX-TERMINAL) NOT = 0 THEN
               PERFORM NOVO-RESUMO
               MOVE "T" TO RES-TIPO
               COMPUTE RES-CHAVE-NUM = IDX-TERMINAL - 1
               MOVE RT-CONTAS(IDX-TERMINAL)     TO RES-CONTAS
               MOVE RT-QUANTIDADE(IDX-TERMINAL) TO RES-QUANTIDADE
               MOVE RT-VALOR(IDX-TERMINAL)      TO RES-VALOR
               WRITE RESUMO-REG
               ADD 1 TO NUM-RESUMOS
           END-IF.


        GRAVA-CLASSE.
           IF RC-LIQUIDO(IDX-CLASSE) NOT = 0 OR
              RC-IVA(IDX-CLASSE) NOT = 0 THEN
               PERFORM NOVO-RESUMO
               MOVE "I" TO RES-TIPO
               MOVE CODIGO-CLASSE(IDX-CLASSE) TO RES-CHAVE
               MOVE RC-LIQUIDO(IDX-CLASSE) TO RES-LIQUIDO
               MOVE RC-IVA(IDX-CLASSE)     TO RES-IVA
               COMPUTE RES-VALOR =
                   RC-LIQUIDO(IDX-CLASSE) + RC-IVA(IDX-CLASSE)
               WRITE RESUMO-REG
               ADD 1 TO NUM-RESUMOS
           END-IF.


       END PROGRAM RESUMO_VENDAS.
