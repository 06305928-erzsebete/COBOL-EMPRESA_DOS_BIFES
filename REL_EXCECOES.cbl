      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de excepcoes por operador - lista, para o
      *          intervalo de datas pedido, os eventos do ficheiro de
      *          auditoria (AUDITORIA.DAT): linhas anuladas em contas
      *          abertas, descontos de funcionario, contas retomadas
      *          do checkpoint, correccoes de preco e de custo,
      *          estornos autorizados, picagens do relogio de ponto
      *          registadas por um gerente e alteracoes do valor hora
      *          do pessoal. Agrupa-os por operador com o numero e o
      *          valor anulado e descontado, e destaca os operadores
      *          com contas anuladas depois de pagas (estornos) - o
      *          que o jornal sozinho nao mostra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_EXCECOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       WORKING-STORAGE SECTION.
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 AUDITORIA-EXISTE        PIC X      VALUES "S".
           88 NAO-HA-AUDITORIA     VALUE "N".
        77 FIM-AUDITORIA           PIC X      VALUES "N".
           88 AUDITORIA-TERMINOU   VALUE "S".
        77 DATA-INICIO             PIC 9(08)  VALUE ZERO.
        77 DATA-FIM                PIC 9(08)  VALUE ZERO.
        77 DATA-REGISTO            PIC 9(08)  VALUE ZERO.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 IDX-OPER                PIC 99     VALUE ZERO.
        77 NUM-OPERADORES          PIC 99     VALUE ZERO.
        77 ACHOU-OPERADOR          PIC X      VALUES "N".
           88 OPERADOR-ENCONTRADO  VALUE "S".
        77 TABELA-OPER-CHEIA       PIC X      VALUES "N".
           88 OPER-SEM-LUGAR       VALUE "S".
        77 NUM-EVENTOS             PIC 9(05)  VALUE ZERO.
        77 OPER-COM-ESTORNOS       PIC 99     VALUE ZERO.
        77 SAIDA-NUM               PIC ZZZ9.
        77 SAIDA-VALOR             PIC Z(5)9.99.

      * Resumo por operador - um operador por posicao, pela ordem em
      * que aparece primeiro na auditoria do periodo. As correccoes de
      * preco e custo contam so em numero; anulacoes, descontos de
      * funcionario e estornos contam em numero e em valor.
        01 TABELA-OPERADORES.
           05 RESUMO-OPER OCCURS 20 TIMES.
              10 RE-OPERADOR       PIC X(08).
              10 RE-NUM-ANULADAS   PIC 9(05)  VALUE ZERO.
              10 RE-VAL-ANULADO    PIC 9(07)V99 VALUE ZERO.
              10 RE-NUM-FUNC       PIC 9(05)  VALUE ZERO.
              10 RE-VAL-FUNC       PIC 9(07)V99 VALUE ZERO.
              10 RE-NUM-ESTORNOS   PIC 9(05)  VALUE ZERO.
              10 RE-VAL-ESTORNADO  PIC 9(07)V99 VALUE ZERO.
              10 RE-NUM-RETOMAS    PIC 9(05)  VALUE ZERO.
              10 RE-NUM-PRECOS     PIC 9(05)  VALUE ZERO.

      * Linha de detalhe de um evento, na listagem por operador. A
      * coluna final leva o valor anterior numa correccao de preco ou
      * custo e o supervisor que autorizou um estorno.
        01 LINHA-EVENTO.
           05 LEV-DIA               PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LEV-MES               PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LEV-ANO               PIC 9(04).
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-HOR               PIC 9(02).
           05 FILLER                PIC X      VALUE ":".
           05 LEV-MIN               PIC 9(02).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LEV-DESCRICAO         PIC X(13).
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-CONTA             PIC ZZZZZ9.
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-ARTIGO            PIC Z9.
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-QTD               PIC ZZ9.
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-VALOR             PIC Z(4)9.99.
           05 FILLER                PIC X      VALUE SPACE.
           05 LEV-EXTRA             PIC X(17).
        77 SAIDA-VALOR-ANTIGO      PIC Z(4)9.99.

       PROCEDURE DIVISION.
        MAINLINE.
           PERFORM INICIALIZAR.
           IF NOT NAO-HA-AUDITORIA
               PERFORM LER-AUDITORIA
           END-IF.
           PERFORM IMPRIMIR-RELATORIO THRU
                   IMPRIMIR-RELATORIO-EXIT.
           STOP RUN.


      ******************************************************************
      * INICIALIZAR
      * Pede o intervalo de datas (0 = hoje, para o relatorio diario)
      * e verifica se o ficheiro de auditoria existe - se ainda nao
      * existir (nenhum evento alguma vez registado) fica so a nota
      * em AUDITORIA-EXISTE.
      ******************************************************************
        INICIALIZAR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "DATA INICIO (AAAAMMDD, 0=HOJE): " WITH NO ADVANCING.
           ACCEPT DATA-INICIO.
           DISPLAY "DATA FIM    (AAAAMMDD, 0=HOJE): " WITH NO ADVANCING.
           ACCEPT DATA-FIM.
           IF DATA-INICIO = 0 THEN
               MOVE DATA-HOJE TO DATA-INICIO
           END-IF.
           IF DATA-FIM = 0 THEN
               MOVE DATA-HOJE TO DATA-FIM
           END-IF.
           OPEN INPUT FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00" THEN
               MOVE "N" TO AUDITORIA-EXISTE
           ELSE
               CLOSE FICHEIRO-AUDITORIA
           END-IF.


      ******************************************************************
      * LER-AUDITORIA
      * Primeira passagem pela auditoria: acumula por operador os
      * eventos dentro do intervalo de datas.
      ******************************************************************
        LER-AUDITORIA.
           MOVE "N" TO FIM-AUDITORIA.
           OPEN INPUT FICHEIRO-AUDITORIA.
           READ FICHEIRO-AUDITORIA
               AT END MOVE "S" TO FIM-AUDITORIA
           END-READ.
           PERFORM UNTIL AUDITORIA-TERMINOU
               MOVE AUD-DATA TO DATA-REGISTO
               IF DATA-REGISTO >= DATA-INICIO AND
                  DATA-REGISTO <= DATA-FIM THEN
                   ADD 1 TO NUM-EVENTOS
                   PERFORM ACUMULAR-OPERADOR
               END-IF
               READ FICHEIRO-AUDITORIA
                   AT END MOVE "S" TO FIM-AUDITORIA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-AUDITORIA.


      ******************************************************************
      * ACUMULAR-OPERADOR
      * Procura o operador na tabela; se for novo e ja nao houver
      * lugar (20 operadores distintos e o limite da tabela), ignora-o
      * em vez de escrever fora dos limites de RESUMO-OPER.
      ******************************************************************
        ACUMULAR-OPERADOR.
           MOVE "N" TO ACHOU-OPERADOR.
           PERFORM PROCURAR-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES
                  OR OPERADOR-ENCONTRADO.
           IF OPERADOR-ENCONTRADO THEN
               SUBTRACT 1 FROM IDX-OPER
           END-IF.
           MOVE "N" TO TABELA-OPER-CHEIA.
           IF NOT OPERADOR-ENCONTRADO THEN
               IF NUM-OPERADORES >= 20 THEN
                   MOVE "S" TO TABELA-OPER-CHEIA
               ELSE
                   ADD 1 TO NUM-OPERADORES
                   MOVE NUM-OPERADORES TO IDX-OPER
                   MOVE AUD-OPERADOR TO RE-OPERADOR(IDX-OPER)
               END-IF
           END-IF.
           IF NOT OPER-SEM-LUGAR THEN
               EVALUATE TRUE
                 WHEN AUD-ANULACAO
                   ADD 1         TO RE-NUM-ANULADAS(IDX-OPER)
                   ADD AUD-VALOR TO RE-VAL-ANULADO(IDX-OPER)
                 WHEN AUD-DESC-FUNC
                   ADD 1         TO RE-NUM-FUNC(IDX-OPER)
                   ADD AUD-VALOR TO RE-VAL-FUNC(IDX-OPER)
                 WHEN AUD-ESTORNO
                   ADD 1         TO RE-NUM-ESTORNOS(IDX-OPER)
                   ADD AUD-VALOR TO RE-VAL-ESTORNADO(IDX-OPER)
                 WHEN AUD-RETOMA
                   ADD 1         TO RE-NUM-RETOMAS(IDX-OPER)
                 WHEN AUD-PRECO
                 WHEN AUD-CUSTO
                 WHEN AUD-VALOR-HORA
                   ADD 1         TO RE-NUM-PRECOS(IDX-OPER)
               END-EVALUATE
           END-IF.


        PROCURAR-OPERADOR.
           IF RE-OPERADOR(IDX-OPER) = AUD-OPERADOR THEN
               MOVE "S" TO ACHOU-OPERADOR
           END-IF.


      ******************************************************************
      * IMPRIMIR-RELATORIO
      * Para cada operador, lista os seus eventos do periodo (uma
      * passagem pela auditoria por operador - o ficheiro e pequeno) e
      * os totais; no fim, o quadro resumo, com um asterisco nos
      * operadores que tiveram contas anuladas depois de pagas.
      ******************************************************************
        IMPRIMIR-RELATORIO.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - EXCEPCOES POR OPERADOR".
           DISPLAY "================================================".
           DISPLAY "PERIODO: " DATA-INICIO " A " DATA-FIM.
           IF NAO-HA-AUDITORIA THEN
               DISPLAY "SEM EVENTOS REGISTADOS (AUDITORIA INEXISTENTE)."
               DISPLAY "=============================================="
               GO TO IMPRIMIR-RELATORIO-EXIT
           END-IF.
           IF NUM-EVENTOS = 0 THEN
               DISPLAY "SEM EVENTOS NO PERIODO."
               DISPLAY "=============================================="
               GO TO IMPRIMIR-RELATORIO-EXIT
           END-IF.
           PERFORM IMPRIMIR-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  RESUMO (* = CONTAS ANULADAS DEPOIS DE PAGAS)".
           DISPLAY "================================================".
           DISPLAY "OPERADOR  ANUL V.ANULADO FUNC   V.DESC."
               "  EST V.ESTORNO RET ALT".
           DISPLAY "------------------------------------------------"
               "--------------".
           MOVE 0 TO OPER-COM-ESTORNOS.
           PERFORM IMPRIMIR-LINHA-RESUMO
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES.
           DISPLAY "================================================"
               "==============".
           IF OPER-COM-ESTORNOS > 0 THEN
               DISPLAY "ATENCAO: " OPER-COM-ESTORNOS
                   " OPERADOR(ES) COM CONTAS ANULADAS DEPOIS DE PAGAS."
           END-IF.

        IMPRIMIR-RELATORIO-EXIT.
           EXIT.


      ******************************************************************
      * IMPRIMIR-OPERADOR
      * Cabecalho do operador, os seus eventos do periodo pela ordem
      * em que aconteceram, e os subtotais.
      ******************************************************************
        IMPRIMIR-OPERADOR.
           DISPLAY " ".
           DISPLAY "OPERADOR: " RE-OPERADOR(IDX-OPER).
           DISPLAY "DATA       HORA   EVENTO         CONTA AR QTD"
               "    VALOR".
           DISPLAY "------------------------------------------------"
               "------------------------".
           MOVE "N" TO FIM-AUDITORIA.
           OPEN INPUT FICHEIRO-AUDITORIA.
           READ FICHEIRO-AUDITORIA
               AT END MOVE "S" TO FIM-AUDITORIA
           END-READ.
           PERFORM UNTIL AUDITORIA-TERMINOU
               MOVE AUD-DATA TO DATA-REGISTO
               IF DATA-REGISTO >= DATA-INICIO AND
                  DATA-REGISTO <= DATA-FIM AND
                  AUD-OPERADOR = RE-OPERADOR(IDX-OPER) THEN
                   PERFORM IMPRIMIR-EVENTO
               END-IF
               READ FICHEIRO-AUDITORIA
                   AT END MOVE "S" TO FIM-AUDITORIA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-AUDITORIA.
           MOVE RE-NUM-ANULADAS(IDX-OPER) TO SAIDA-NUM.
           MOVE RE-VAL-ANULADO(IDX-OPER)  TO SAIDA-VALOR.
           DISPLAY "  LINHAS ANULADAS ......... " SAIDA-NUM
               "  " SAIDA-VALOR " EUR".
           MOVE RE-NUM-FUNC(IDX-OPER)     TO SAIDA-NUM.
           MOVE RE-VAL-FUNC(IDX-OPER)     TO SAIDA-VALOR.
           DISPLAY "  DESCONTOS FUNCIONARIO ... " SAIDA-NUM
               "  " SAIDA-VALOR " EUR".
           MOVE RE-NUM-ESTORNOS(IDX-OPER) TO SAIDA-NUM.
           MOVE RE-VAL-ESTORNADO(IDX-OPER) TO SAIDA-VALOR.
           DISPLAY "  ANULADAS DEPOIS DE PAGAS  " SAIDA-NUM
               "  " SAIDA-VALOR " EUR".


        IMPRIMIR-EVENTO.
           MOVE AUD-DIA        TO LEV-DIA.
           MOVE AUD-MES        TO LEV-MES.
           MOVE AUD-ANO        TO LEV-ANO.
           MOVE AUD-HOR        TO LEV-HOR.
           MOVE AUD-MIN        TO LEV-MIN.
           MOVE AUD-NUM-CONTA  TO LEV-CONTA.
           MOVE AUD-COD-ARTIGO TO LEV-ARTIGO.
           MOVE AUD-QUANTIDADE TO LEV-QTD.
           MOVE AUD-VALOR      TO LEV-VALOR.
           MOVE SPACES         TO LEV-EXTRA.
           EVALUATE TRUE
             WHEN AUD-ANULACAO
               MOVE "LINHA ANULADA" TO LEV-DESCRICAO
             WHEN AUD-DESC-FUNC
               MOVE "DESCONTO FUNC" TO LEV-DESCRICAO
             WHEN AUD-RETOMA
               MOVE "CONTA RETOMAD" TO LEV-DESCRICAO
             WHEN AUD-PRECO
               MOVE "PRECO VENDA"   TO LEV-DESCRICAO
             WHEN AUD-CUSTO
               MOVE "PRECO CUSTO"   TO LEV-DESCRICAO
             WHEN AUD-ESTORNO
               MOVE "ESTORNO PAGA"  TO LEV-DESCRICAO
             WHEN AUD-PONTO
               MOVE "PONTO GERENTE" TO LEV-DESCRICAO
             WHEN AUD-VALOR-HORA
               MOVE "VALOR HORA"    TO LEV-DESCRICAO
             WHEN OTHER
               MOVE AUD-TIPO        TO LEV-DESCRICAO
           END-EVALUATE.
           IF AUD-PRECO OR AUD-CUSTO OR AUD-VALOR-HORA THEN
               MOVE AUD-VALOR-ANTIGO TO SAIDA-VALOR-ANTIGO
               MOVE FUNCTION CONCATENATE("ERA ",SAIDA-VALOR-ANTIGO)
                   TO LEV-EXTRA
           END-IF.
           IF AUD-ESTORNO OR AUD-PONTO THEN
               MOVE FUNCTION CONCATENATE("SUP ",AUD-SUPERVISOR)
                   TO LEV-EXTRA
           END-IF.
           DISPLAY LINHA-EVENTO.


        IMPRIMIR-LINHA-RESUMO.
           IF RE-NUM-ESTORNOS(IDX-OPER) > 0 THEN
               ADD 1 TO OPER-COM-ESTORNOS
               DISPLAY RE-OPERADOR(IDX-OPER) "*" WITH NO ADVANCING
           ELSE
               DISPLAY RE-OPERADOR(IDX-OPER) " " WITH NO ADVANCING
           END-IF.
           MOVE RE-NUM-ANULADAS(IDX-OPER) TO SAIDA-NUM.
           MOVE RE-VAL-ANULADO(IDX-OPER)  TO SAIDA-VALOR.
           DISPLAY " " SAIDA-NUM " " SAIDA-VALOR WITH NO ADVANCING.
           MOVE RE-NUM-FUNC(IDX-OPER)     TO SAIDA-NUM.
           MOVE RE-VAL-FUNC(IDX-OPER)     TO SAIDA-VALOR.
           DISPLAY " " SAIDA-NUM " " SAIDA-VALOR WITH NO ADVANCING.
           MOVE RE-NUM-ESTORNOS(IDX-OPER) TO SAIDA-NUM.
           MOVE RE-VAL-ESTORNADO(IDX-OPER) TO SAIDA-VALOR.
           DISPLAY " " SAIDA-NUM " " SAIDA-VALOR WITH NO ADVANCING.
           MOVE RE-NUM-RETOMAS(IDX-OPER)  TO SAIDA-NUM.
           DISPLAY SAIDA-NUM WITH NO ADVANCING.
           MOVE RE-NUM-PRECOS(IDX-OPER)   TO SAIDA-NUM.
           DISPLAY SAIDA-NUM.


       END PROGRAM REL_EXCECOES.
