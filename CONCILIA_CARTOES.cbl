      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao dos pagamentos com cartao com a
      *          liquidacao do banco. Para o dia pedido le o ficheiro
      *          do adquirente (LIQCART.DAT - uma linha por
      *          transaccao ou um total de lote por terminal) e os
      *          pagamentos com cartao desse dia no jornal (corrente
      *          e arquivo): os cabecalhos "C" de forma "C" e, nas
      *          contas mistas, as linhas "P" de forma "C". Os
      *          estornos sao abatidos: um estorno no proprio dia
      *          anula o pagamento original (a transaccao e anulada
      *          no TPA e nao vai ao banco); um estorno de uma venda
      *          de outro dia fica como devolucao a encontrar no
      *          banco. Cada transaccao do banco casa com um
      *          pagamento do mesmo terminal e do mesmo valor; um
      *          total de lote casa com a soma dos pagamentos do
      *          terminal ainda sem par. Mostra os pagamentos do
      *          jornal sem par, as linhas do banco sem par e a
      *          diferenca do dia, e guarda o resultado de cada
      *          pagamento (conta, factura, operador, terminal) em
      *          CONCCART.DAT, para uma diferenca poder ser seguida
      *          ate a conta e ao operador dias depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA_CARTOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-VENDAS ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT JORNAL-ARQUIVO ASSIGN TO "JORNALAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.
           SELECT LIQUIDACAO-CARTOES ASSIGN TO "LIQCART.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LIQUIDACAO.
           SELECT FICHEIRO-CONCILIACAO ASSIGN TO "CONCCART.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONCILIACAO.
           SELECT CONCILIACAO-TEMP ASSIGN TO "CONCCART.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-VENDAS.
       01  JORNAL-LINHA-FICH          PIC X(200).

       FD  JORNAL-ARQUIVO.
       01  ARQUIVO-LINHA-FICH         PIC X(200).

       FD  LIQUIDACAO-CARTOES.
           COPY LIQCART.CPY.

       FD  FICHEIRO-CONCILIACAO.
           COPY CONCCART.CPY.

       FD  CONCILIACAO-TEMP.
       01  TEMP-LINHA                 PIC X(64).

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-ARQUIVO              PIC X(02)  VALUES "00".
        77 FS-LIQUIDACAO           PIC X(02)  VALUES "00".
        77 FS-CONCILIACAO          PIC X(02)  VALUES "00".
        77 FS-TEMP                 PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 DATA-PEDIDA             PIC 9(08)  VALUE ZERO.
        77 DATA-REGISTO            PIC 9(08)  VALUE ZERO.
        77 VALOR-ESTORNO           PIC 9(05)V99 VALUE ZERO.
        77 ESTORNO-NETADO          PIC X      VALUES "N".
           88 ESTORNO-ANULOU       VALUE "S".
        77 PAGAMENTO-ACHADO        PIC X      VALUES "N".
           88 ACHOU-PAGAMENTO      VALUE "S".
        77 TABELA-CHEIA            PIC X      VALUES "N".
           88 HOUVE-TABELA-CHEIA   VALUE "S".
        77 SOMA-TERMINAL           PIC S9(07)V99 VALUE ZERO.
        77 VALOR-LOTE              PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-JORNAL            PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-BANCO             PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-SEM-PAR-JORNAL    PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-SEM-PAR-BANCO     PIC S9(07)V99 VALUE ZERO.
        77 DIFERENCA               PIC S9(07)V99 VALUE ZERO.
        77 NUM-CASADOS             PIC 9(04)  VALUE ZERO.
        77 NUM-ANULADOS            PIC 9(04)  VALUE ZERO.
        77 NUM-SEM-PAR-JORNAL      PIC 9(04)  VALUE ZERO.
        77 NUM-SEM-PAR-BANCO       PIC 9(04)  VALUE ZERO.
        77 NUM-GRAVADOS            PIC 9(04)  VALUE ZERO.
        77 SAIDA-VALOR             PIC Z(6)9.99-.
        77 SAIDA-CONTAGEM          PIC ZZZ9.

      * Contexto do ultimo cabecalho lido, para as linhas de
      * pagamento "P"/"X" que se lhe seguem (o terminal, a conta e o
      * operador so estao no cabecalho).
        77 CONTEXTO-DIA            PIC X      VALUES "N".
           88 CONTA-DO-DIA         VALUE "S".
        77 CONTEXTO-TIPO           PIC X      VALUES SPACE.
        77 CONTEXTO-TERMINAL       PIC 9      VALUE ZERO.
        77 CONTEXTO-CONTA          PIC 9(06)  VALUE ZERO.
        77 CONTEXTO-FATURA         PIC 9(06)  VALUE ZERO.
        77 CONTEXTO-OPERADOR       PIC X(08)  VALUE SPACES.
        77 CONTEXTO-HORA           PIC 9(04)  VALUE ZERO.

      * Registo do jornal em working-storage: o jornal corrente e o
      * arquivo sao lidos com READ INTO para aqui, para o mesmo
      * processamento servir os dois ficheiros.
           COPY JORNALV.CPY.

      * Pagamentos com cartao do dia no jornal. JP-ESTADO: "P" por
      * conciliar, "T"/"L" casado (transaccao ou lote), "A" anulado
      * por estorno no proprio dia. Um estorno de venda de outro dia
      * entra com valor negativo (devolucao esperada no banco).
        77 NUM-PAGAMENTOS          PIC 9(03)  VALUE ZERO.
        77 IDX-PAG                 PIC 9(03)  VALUE ZERO.
        01 TABELA-PAGAMENTOS.
           05 PAGAMENTO-CARTAO OCCURS 500 TIMES.
              10 JP-TERMINAL       PIC 9.
              10 JP-CONTA          PIC 9(06).
              10 JP-FATURA         PIC 9(06).
              10 JP-OPERADOR       PIC X(08).
              10 JP-HORA           PIC 9(04).
              10 JP-VALOR          PIC S9(05)V99.
              10 JP-ESTADO         PIC X.
              10 JP-REFERENCIA     PIC X(12).

      * Linhas da liquidacao do banco para o dia. BL-ESTADO: "P" por
      * conciliar, "T"/"L" casada.
        77 NUM-LINHAS-BANCO        PIC 9(03)  VALUE ZERO.
        77 IDX-BANCO               PIC 9(03)  VALUE ZERO.
        01 TABELA-BANCO.
           05 LINHA-BANCO OCCURS 500 TIMES.
              10 BL-TIPO           PIC X.
              10 BL-HORA           PIC 9(04).
              10 BL-TERMINAL       PIC 9.
              10 BL-VALOR          PIC S9(07)V99.
              10 BL-NUM-TRANS      PIC 9(04).
              10 BL-REFERENCIA     PIC X(12).
              10 BL-ESTADO         PIC X.

        01 LINHA-DETALHE.
           05 LD-TERMINAL           PIC 9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LD-HORA               PIC 9(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LD-CONTA              PIC ZZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LD-FATURA             PIC ZZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LD-OPERADOR           PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LD-VALOR              PIC Z(6)9.99-.

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - CONCILIACAO DE CARTOES".
           DISPLAY "================================================".
           DISPLAY "DIA A CONCILIAR (AAAAMMDD, 0=ONTEM): "
               WITH NO ADVANCING.
           ACCEPT DATA-PEDIDA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF DATA-PEDIDA = 0 THEN
               COMPUTE DATA-PEDIDA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) - 1)
           END-IF.
           PERFORM LER-LIQUIDACAO THRU
                   LER-LIQUIDACAO-EXIT.
           IF NUM-LINHAS-BANCO = 0 THEN
               DISPLAY "LIQCART.DAT SEM LINHAS PARA O DIA "
                   DATA-PEDIDA " - NADA A CONCILIAR."
               STOP RUN
           END-IF.
           PERFORM LER-ARQUIVO THRU
                   LER-ARQUIVO-EXIT.
           PERFORM LER-JORNAL THRU
                   LER-JORNAL-EXIT.
           IF HOUVE-TABELA-CHEIA THEN
               DISPLAY "ATENCAO: MAIS DE 500 LINHAS NUM DOS LADOS - "
                   "AS RESTANTES FICARAM DE FORA."
           END-IF.
           PERFORM CASA-TRANSACCAO
               VARYING IDX-BANCO FROM 1 BY 1
               UNTIL IDX-BANCO > NUM-LINHAS-BANCO.
           PERFORM CASA-LOTE
               VARYING IDX-BANCO FROM 1 BY 1
               UNTIL IDX-BANCO > NUM-LINHAS-BANCO.
           PERFORM IMPRIMIR-RESULTADO.
           PERFORM GRAVAR-CONCILIACAO.
           STOP RUN.


      ******************************************************************
      * LER-LIQUIDACAO
      * Carrega as linhas do banco com a data pedida; as devolucoes
      * ficam com valor negativo.
      ******************************************************************
        LER-LIQUIDACAO.
           MOVE 0   TO NUM-LINHAS-BANCO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT LIQUIDACAO-CARTOES.
           IF FS-LIQUIDACAO NOT = "00" THEN
               DISPLAY "LIQCART.DAT NAO EXISTE."
               GO TO LER-LIQUIDACAO-EXIT
           END-IF.
           PERFORM LER-LINHA-BANCO
               UNTIL FICHEIRO-TERMINOU.
           CLOSE LIQUIDACAO-CARTOES.

        LER-LIQUIDACAO-EXIT.
           EXIT.


        LER-LINHA-BANCO.
           READ LIQUIDACAO-CARTOES
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   IF LIQ-DATA = DATA-PEDIDA AND
                      (LIQ-TRANSACCAO OR LIQ-LOTE) THEN
                       IF NUM-LINHAS-BANCO >= 500 THEN
                           MOVE "S" TO TABELA-CHEIA
                       ELSE
                           ADD 1 TO NUM-LINHAS-BANCO
                           PERFORM GUARDA-LINHA-BANCO
                       END-IF
                   END-IF
           END-READ.


        GUARDA-LINHA-BANCO.
           MOVE LIQ-TIPO       TO BL-TIPO(NUM-LINHAS-BANCO).
           MOVE LIQ-HORA       TO BL-HORA(NUM-LINHAS-BANCO).
           MOVE LIQ-TERMINAL   TO BL-TERMINAL(NUM-LINHAS-BANCO).
           MOVE LIQ-NUM-TRANS  TO BL-NUM-TRANS(NUM-LINHAS-BANCO).
           MOVE LIQ-REFERENCIA TO BL-REFERENCIA(NUM-LINHAS-BANCO).
           MOVE "P"            TO BL-ESTADO(NUM-LINHAS-BANCO).
           IF LIQ-DEVOLUCAO THEN
               COMPUTE BL-VALOR(NUM-LINHAS-BANCO) = 0 - LIQ-VALOR
           ELSE
               MOVE LIQ-VALOR TO BL-VALOR(NUM-LINHAS-BANCO)
           END-IF.
           ADD BL-VALOR(NUM-LINHAS-BANCO) TO TOTAL-BANCO.


      ******************************************************************
      * LER-JORNAL / LER-ARQUIVO
      * Percorrem o jornal corrente e o arquivo (se existir) - o dia
      * a conciliar ja pode ter sido arquivado pelo fecho.
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
               PERFORM TRATA-REGISTO THRU
                   TRATA-REGISTO-EXIT
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
               GO TO LER-ARQUIVO-EXIT
           END-IF.
           READ JORNAL-ARQUIVO INTO JORNAL-REG
               AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
           PERFORM UNTIL FICHEIRO-TERMINOU
               PERFORM TRATA-REGISTO THRU
                   TRATA-REGISTO-EXIT
               READ JORNAL-ARQUIVO INTO JORNAL-REG
                   AT END MOVE "S" TO FIM-FICHEIRO
               END-READ
           END-PERFORM.
           CLOSE JORNAL-ARQUIVO.

        LER-ARQUIVO-EXIT.
           EXIT.


      ******************************************************************
      * TRATA-REGISTO
      * Um cabecalho guarda o contexto da conta; o valor com cartao
      * vem do cabecalho (forma "C") ou das linhas de pagamento de
      * forma "C" de uma conta mista. Vendas somam, estornos abatem.
      ******************************************************************
        TRATA-REGISTO.
           IF JORNAL-CABECALHO OR JORNAL-ESTORNO THEN
               MOVE JORNAL-DATA TO DATA-REGISTO
               MOVE "N" TO CONTEXTO-DIA
               IF DATA-REGISTO = DATA-PEDIDA THEN
                   MOVE "S" TO CONTEXTO-DIA
               END-IF
               MOVE JORNAL-TIPO-REG   TO CONTEXTO-TIPO
               MOVE JORNAL-TERMINAL   TO CONTEXTO-TERMINAL
               MOVE JORNAL-NUM-CONTA  TO CONTEXTO-CONTA
               MOVE JORNAL-NUM-FATURA TO CONTEXTO-FATURA
               MOVE JORNAL-OPERADOR   TO CONTEXTO-OPERADOR
               MOVE JORNAL-HORA       TO CONTEXTO-HORA
           END-IF.
           IF NOT CONTA-DO-DIA THEN
               GO TO TRATA-REGISTO-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN JORNAL-CABECALHO AND JORNAL-FORMA-PAG = "C"
               PERFORM ACRESCENTA-PAGAMENTO
               IF NOT HOUVE-TABELA-CHEIA THEN
                   MOVE JORNAL-TOTAL-FINAL TO JP-VALOR(NUM-PAGAMENTOS)
               END-IF
             WHEN JORNAL-PAGAMENTO AND CONTEXTO-TIPO = "C" AND
                  JORNAL-PAG-FORMA = "C"
               PERFORM ACRESCENTA-PAGAMENTO
               IF NOT HOUVE-TABELA-CHEIA THEN
                   MOVE JORNAL-PAG-VALOR TO JP-VALOR(NUM-PAGAMENTOS)
               END-IF
             WHEN JORNAL-ESTORNO AND JORNAL-FORMA-PAG = "C"
               MOVE JORNAL-TOTAL-FINAL TO VALOR-ESTORNO
               PERFORM ABATE-ESTORNO
             WHEN JORNAL-ESTORNO-PAG AND CONTEXTO-TIPO = "V" AND
                  JORNAL-PAG-FORMA = "C"
               MOVE JORNAL-PAG-VALOR TO VALOR-ESTORNO
               PERFORM ABATE-ESTORNO
           END-EVALUATE.

        TRATA-REGISTO-EXIT.
           EXIT.


        ACRESCENTA-PAGAMENTO.
           IF NUM-PAGAMENTOS >= 500 THEN
               MOVE "S" TO TABELA-CHEIA
           ELSE
               ADD 1 TO NUM-PAGAMENTOS
               MOVE CONTEXTO-TERMINAL TO JP-TERMINAL(NUM-PAGAMENTOS)
               MOVE CONTEXTO-CONTA    TO JP-CONTA(NUM-PAGAMENTOS)
               MOVE CONTEXTO-FATURA   TO JP-FATURA(NUM-PAGAMENTOS)
               MOVE CONTEXTO-OPERADOR TO JP-OPERADOR(NUM-PAGAMENTOS)
               MOVE CONTEXTO-HORA     TO JP-HORA(NUM-PAGAMENTOS)
               MOVE "P"               TO JP-ESTADO(NUM-PAGAMENTOS)
               MOVE SPACES            TO JP-REFERENCIA(NUM-PAGAMENTOS)
               MOVE 0                 TO JP-VALOR(NUM-PAGAMENTOS)
           END-IF.


      ******************************************************************
      * ABATE-ESTORNO
      * Um estorno de uma venda com cartao do proprio dia anula o
      * pagamento original da mesma conta e do mesmo valor (a
      * transaccao e anulada no TPA e nao chega ao banco). Sem
      * original no dia, o estorno e de uma venda de outro dia e
      * fica como devolucao (valor negativo) a encontrar no banco.
      ******************************************************************
        ABATE-ESTORNO.
           MOVE "N" TO ESTORNO-NETADO.
           PERFORM PROCURA-ORIGINAL
               VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > NUM-PAGAMENTOS OR ESTORNO-ANULOU.
           IF NOT ESTORNO-ANULOU THEN
               PERFORM ACRESCENTA-PAGAMENTO
               IF NOT HOUVE-TABELA-CHEIA THEN
                   COMPUTE JP-VALOR(NUM-PAGAMENTOS) =
                       0 - VALOR-ESTORNO
               END-IF
           END-IF.


        PROCURA-ORIGINAL.
           IF JP-CONTA(IDX-PAG) = CONTEXTO-CONTA AND
              JP-TERMINAL(IDX-PAG) = CONTEXTO-TERMINAL AND
              JP-VALOR(IDX-PAG) = VALOR-ESTORNO AND
              JP-ESTADO(IDX-PAG) = "P" THEN
               MOVE "A" TO JP-ESTADO(IDX-PAG)
               MOVE "S" TO ESTORNO-NETADO
           END-IF.


      ******************************************************************
      * CASA-TRANSACCAO
      * Cada transaccao do banco casa com o primeiro pagamento por
      * conciliar do mesmo terminal e do mesmo valor (com sinal).
      ******************************************************************
        CASA-TRANSACCAO.
           IF BL-TIPO(IDX-BANCO) = "T" THEN
               MOVE "N" TO PAGAMENTO-ACHADO
               PERFORM PROCURA-PAGAMENTO
                   VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > NUM-PAGAMENTOS OR ACHOU-PAGAMENTO
           END-IF.


        PROCURA-PAGAMENTO.
           IF JP-ESTADO(IDX-PAG) = "P" AND
              JP-TERMINAL(IDX-PAG) = BL-TERMINAL(IDX-BANCO) AND
              JP-VALOR(IDX-PAG) = BL-VALOR(IDX-BANCO) THEN
               MOVE "T" TO JP-ESTADO(IDX-PAG)
               MOVE "T" TO BL-ESTADO(IDX-BANCO)
               MOVE BL-REFERENCIA(IDX-BANCO)
                   TO JP-REFERENCIA(IDX-PAG)
               MOVE "S" TO PAGAMENTO-ACHADO
           END-IF.


      ******************************************************************
      * CASA-LOTE
      * Um total de lote casa com a soma dos pagamentos do terminal
      * que ainda nao casaram com uma transaccao; so casa se a soma
      * bater ao centimo - senao ficam todos por conciliar.
      ******************************************************************
        CASA-LOTE.
           IF BL-TIPO(IDX-BANCO) = "L" THEN
               MOVE 0 TO SOMA-TERMINAL
               PERFORM SOMA-PAGAMENTO-TERMINAL
                   VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > NUM-PAGAMENTOS
               MOVE BL-VALOR(IDX-BANCO) TO VALOR-LOTE
               IF SOMA-TERMINAL = VALOR-LOTE THEN
                   MOVE "L" TO BL-ESTADO(IDX-BANCO)
                   PERFORM MARCA-PAGAMENTO-LOTE
                       VARYING IDX-PAG FROM 1 BY 1
                       UNTIL IDX-PAG > NUM-PAGAMENTOS
               END-IF
           END-IF.


        SOMA-PAGAMENTO-TERMINAL.
           IF JP-ESTADO(IDX-PAG) = "P" AND
              JP-TERMINAL(IDX-PAG) = BL-TERMINAL(IDX-BANCO) THEN
               ADD JP-VALOR(IDX-PAG) TO SOMA-TERMINAL
           END-IF.


        MARCA-PAGAMENTO-LOTE.
           IF JP-ESTADO(IDX-PAG) = "P" AND
              JP-TERMINAL(IDX-PAG) = BL-TERMINAL(IDX-BANCO) THEN
               MOVE "L" TO JP-ESTADO(IDX-PAG)
               MOVE BL-REFERENCIA(IDX-BANCO)
                   TO JP-REFERENCIA(IDX-PAG)
           END-IF.


      ******************************************************************
      * IMPRIMIR-RESULTADO
      * Pagamentos do jornal sem par, linhas do banco sem par, os
      * totais dos dois lados e a diferenca do dia (banco - jornal).
      ******************************************************************
        IMPRIMIR-RESULTADO.
           DISPLAY " ".
           DISPLAY "DIA CONCILIADO: " DATA-PEDIDA.
           DISPLAY "------------------------------------------------".
           DISPLAY "PAGAMENTOS DO JORNAL SEM PAR NO BANCO".
           DISPLAY "T  HORA   CONTA  FACTURA  OPERADOR        VALOR".
           PERFORM MOSTRA-PAGAMENTO
               VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > NUM-PAGAMENTOS.
           IF NUM-SEM-PAR-JORNAL = 0 THEN
               DISPLAY "   (NENHUM)"
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "LINHAS DO BANCO SEM PAR NO JORNAL".
           DISPLAY "T  HORA   TIPO  REFERENCIA    TRANS        VALOR".
           PERFORM MOSTRA-LINHA-BANCO
               VARYING IDX-BANCO FROM 1 BY 1
               UNTIL IDX-BANCO > NUM-LINHAS-BANCO.
           IF NUM-SEM-PAR-BANCO = 0 THEN
               DISPLAY "   (NENHUMA)"
           END-IF.
           DISPLAY "================================================".
           MOVE NUM-CASADOS TO SAIDA-CONTAGEM.
           DISPLAY "PAGAMENTOS CASADOS:            " SAIDA-CONTAGEM.
           MOVE NUM-ANULADOS TO SAIDA-CONTAGEM.
           DISPLAY "ANULADOS POR ESTORNO NO DIA:   " SAIDA-CONTAGEM.
           MOVE TOTAL-JORNAL TO SAIDA-VALOR.
           DISPLAY "TOTAL CARTAO NO JORNAL:  " SAIDA-VALOR " EUR".
           MOVE TOTAL-BANCO TO SAIDA-VALOR.
           DISPLAY "TOTAL LIQUIDADO BANCO:   " SAIDA-VALOR " EUR".
           COMPUTE DIFERENCA = TOTAL-BANCO - TOTAL-JORNAL.
           MOVE DIFERENCA TO SAIDA-VALOR.
           DISPLAY "DIFERENCA DO DIA:        " SAIDA-VALOR " EUR".
           DISPLAY "================================================".


        MOSTRA-PAGAMENTO.
           EVALUATE JP-ESTADO(IDX-PAG)
             WHEN "A"
               ADD 1 TO NUM-ANULADOS
             WHEN "P"
               ADD 1 TO NUM-SEM-PAR-JORNAL
               ADD JP-VALOR(IDX-PAG) TO TOTAL-JORNAL
               ADD JP-VALOR(IDX-PAG) TO TOTAL-SEM-PAR-JORNAL
               MOVE JP-TERMINAL(IDX-PAG) TO LD-TERMINAL
               MOVE JP-HORA(IDX-PAG)     TO LD-HORA
               MOVE JP-CONTA(IDX-PAG)    TO LD-CONTA
               MOVE JP-FATURA(IDX-PAG)   TO LD-FATURA
               MOVE JP-OPERADOR(IDX-PAG) TO LD-OPERADOR
               MOVE JP-VALOR(IDX-PAG)    TO LD-VALOR
               DISPLAY LINHA-DETALHE
             WHEN OTHER
               ADD 1 TO NUM-CASADOS
               ADD JP-VALOR(IDX-PAG) TO TOTAL-JORNAL
           END-EVALUATE.


        MOSTRA-LINHA-BANCO.
           IF BL-ESTADO(IDX-BANCO) = "P" THEN
               ADD 1 TO NUM-SEM-PAR-BANCO
               ADD BL-VALOR(IDX-BANCO) TO TOTAL-SEM-PAR-BANCO
               MOVE BL-VALOR(IDX-BANCO) TO SAIDA-VALOR
               DISPLAY BL-TERMINAL(IDX-BANCO) "  "
                   BL-HORA(IDX-BANCO) "   " BL-TIPO(IDX-BANCO)
                   "     " BL-REFERENCIA(IDX-BANCO) "  "
                   BL-NUM-TRANS(IDX-BANCO) " " SAIDA-VALOR
           END-IF.


      ******************************************************************
      * GRAVAR-CONCILIACAO
      * Substitui em CONCCART.DAT o resultado do dia conciliado: os
      * registos dos outros dias passam por CONCCART.TMP e voltam,
      * e a seguir vai um registo por pagamento do jornal e um por
      * linha do banco sem par.
      ******************************************************************
        GRAVAR-CONCILIACAO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN OUTPUT CONCILIACAO-TEMP.
           OPEN INPUT FICHEIRO-CONCILIACAO.
           IF FS-CONCILIACAO = "00" THEN
               PERFORM GUARDA-OUTRO-DIA
                   UNTIL FICHEIRO-TERMINOU
               CLOSE FICHEIRO-CONCILIACAO
           END-IF.
           CLOSE CONCILIACAO-TEMP.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT CONCILIACAO-TEMP.
           OPEN OUTPUT FICHEIRO-CONCILIACAO.
           PERFORM REPOE-OUTRO-DIA
               UNTIL FICHEIRO-TERMINOU.
           CLOSE CONCILIACAO-TEMP.
           MOVE 0 TO NUM-GRAVADOS.
           PERFORM GRAVA-PAGAMENTO
               VARYING IDX-PAG FROM 1 BY 1
               UNTIL IDX-PAG > NUM-PAGAMENTOS.
           PERFORM GRAVA-LINHA-BANCO
               VARYING IDX-BANCO FROM 1 BY 1
               UNTIL IDX-BANCO > NUM-LINHAS-BANCO.
           CLOSE FICHEIRO-CONCILIACAO.
           MOVE NUM-GRAVADOS TO SAIDA-CONTAGEM.
           DISPLAY "RESULTADO GRAVADO EM CONCCART.DAT ("
               SAIDA-CONTAGEM " REGISTOS).".


        GUARDA-OUTRO-DIA.
           READ FICHEIRO-CONCILIACAO
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   IF CONC-DATA NOT = DATA-PEDIDA THEN
                       WRITE TEMP-LINHA FROM CONC-REG
                   END-IF
           END-READ.


        REPOE-OUTRO-DIA.
           READ CONCILIACAO-TEMP
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   WRITE CONC-REG FROM TEMP-LINHA
           END-READ.


        GRAVA-PAGAMENTO.
           MOVE DATA-PEDIDA              TO CONC-DATA.
           IF JP-ESTADO(IDX-PAG) = "P" THEN
               MOVE "J"                  TO CONC-ESTADO
           ELSE
               MOVE JP-ESTADO(IDX-PAG)   TO CONC-ESTADO
           END-IF.
           MOVE JP-TERMINAL(IDX-PAG)     TO CONC-TERMINAL.
           MOVE JP-CONTA(IDX-PAG)        TO CONC-NUM-CONTA.
           MOVE JP-FATURA(IDX-PAG)       TO CONC-NUM-FATURA.
           MOVE JP-OPERADOR(IDX-PAG)     TO CONC-OPERADOR.
           MOVE JP-HORA(IDX-PAG)         TO CONC-HORA.
           MOVE JP-VALOR(IDX-PAG)        TO CONC-VALOR.
           MOVE JP-REFERENCIA(IDX-PAG)   TO CONC-REFERENCIA.
           MOVE DATA-HOJE                TO CONC-DATA-PROC.
           WRITE CONC-REG.
           ADD 1 TO NUM-GRAVADOS.


        GRAVA-LINHA-BANCO.
           IF BL-ESTADO(IDX-BANCO) = "P" THEN
               MOVE DATA-PEDIDA              TO CONC-DATA
               MOVE "B"                      TO CONC-ESTADO
               MOVE BL-TERMINAL(IDX-BANCO)   TO CONC-TERMINAL
               MOVE 0                        TO CONC-NUM-CONTA
               MOVE 0                        TO CONC-NUM-FATURA
               MOVE SPACES                   TO CONC-OPERADOR
               MOVE BL-HORA(IDX-BANCO)       TO CONC-HORA
               MOVE BL-VALOR(IDX-BANCO)      TO CONC-VALOR
               MOVE BL-REFERENCIA(IDX-BANCO) TO CONC-REFERENCIA
               MOVE DATA-HOJE                TO CONC-DATA-PROC
               WRITE CONC-REG
               ADD 1 TO NUM-GRAVADOS
           END-IF.


       END PROGRAM CONCILIA_CARTOES.
