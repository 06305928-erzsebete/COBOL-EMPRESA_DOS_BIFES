      *          auditoria. Os relatorios de fecho abatem os estornos
      *          aos totais do dia, e o stock dos ingredientes
      *          abatido pela venda original (segundo as receitas dos
      *          artigos) e reposto, tambem nos lotes (LOTES.DAT) de
      *          onde a venda saiu. Cada estorno autorizado fica
      *          tambem no ficheiro de auditoria (AUDITORIA.DAT) com
      *          o supervisor que o aprovou. O que a conta tinha pago
      *          a credito e devolvido a conta-corrente do cliente
      *          (CCORRENT.DAT) com um movimento de credito "E".
      *          O estorno e uma nota de credito da serie NC do
      *          terminal da conta: leva numero proprio (contador em
      *          NOTACRn.DAT), o ATCUD com o codigo de validacao da
      *          serie (SERIES.DAT) e o hash encadeado na nota de
      *          credito anterior da serie (ASSINA_DOC).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-RECEITAS ASSIGN TO "RECEITA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RECEITAS.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.
           SELECT FICHEIRO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.
           SELECT CONTADOR-NOTAS ASSIGN TO NOME-NOTAS-TERMINAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAS.
           SELECT FICHEIRO-SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-RECEITAS.
           COPY RECEITA.CPY.

       FD  FICHEIRO-LOTES.
           COPY LOTES.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       FD  CONTADOR-NOTAS.
       01  NOTAS-REG.
           05 NOTAS-ULTIMO-NUM       PIC 9(06).
           05 NOTAS-ULTIMO-HASH      PIC X(16).

       FD  FICHEIRO-SERIES.
           COPY SERIES.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-STOCK                PIC X(02)  VALUES "00".
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
      * Parte da conta original paga a credito (forma "A" no
      * cabecalho, ou as parcelas "A" de uma conta mista).
        77 VALOR-A-CREDITO         PIC 9(05)V99 VALUE ZERO.

      * A conta e procurada primeiro nos jornais dos terminais
      * (JORNALn.DAT, o dia em curso) e so depois no consolidado
        77 SAIDA-VALOR             PIC Z(4)9.99.
        77 SAIDA-QTD               PIC ZZ9.

      * Serie de notas de credito do terminal da conta original. O
      * contador NOTACRn.DAT guarda o numero e o hash da ultima nota
      * emitida, como FATURAn.DAT no balcao; os numeros levam o
      * terminal no prefixo (terminal x 100000 + sequencia). Sem
      * contador, o numero e o hash sao reconstruidos a partir das
      * notas ja gravadas no jornal do terminal, no consolidado e no
      * arquivo.
        77 NOME-NOTAS-TERMINAL     PIC X(12)  VALUE "NOTACR0.DAT".
        77 FS-NOTAS                PIC X(02)  VALUES "00".
        77 FS-SERIES               PIC X(02)  VALUES "00".
        77 FIM-SERIES              PIC X      VALUES "N".
           88 SERIES-TERMINARAM    VALUE "S".
        77 NUM-NOTA-CRED           PIC 9(06)  VALUE ZERO.
        77 BASE-NUM-NOTA           PIC 9(06)  VALUE ZERO.
        77 TECTO-NUM-NOTA          PIC 9(06)  VALUE ZERO.
        77 HASH-ULTIMA-NOTA        PIC X(16)  VALUE SPACES.
        77 CODIGO-SERIE-NC         PIC X(08)  VALUE SPACES.
        77 TERMINAL-NOTA           PIC 9(01)  VALUE ZERO.
        77 SEQ-NOTA                PIC 9(05)  VALUE ZERO.
        77 SAIDA-SEQ-NOTA          PIC Z(4)9.
        77 ATCUD-NOTA              PIC X(15)  VALUE SPACES.
        77 NOME-JORNAL-GUARDADO    PIC X(12)  VALUE SPACES.
           COPY ASSINDOC.CPY.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
           05 CO-PONTOS-USADOS      PIC 9(05).
           05 CO-PONTOS-GANHOS      PIC 9(05).
           05 CO-TERMINAL           PIC 9(01).
           05 CO-TIPO-PEDIDO        PIC X(01).

      * Itens da conta original, para os registos "W" do estorno e
      * para a reposicao do stock abatido pela venda.
              10 RT-INGRED         PIC 9(02).
              10 RT-QTD            PIC 9(02).

      * Lotes de LOTES.DAT. O reposto de cada ingrediente (somado em
      * REPOSICAO-CONTA) volta aos lotes desfazendo o consumo pela
      * ordem inversa: do lote mais recente ja comecado para os mais
      * antigos, cada um ate a quantidade com que entrou. Os lotes
      * abatidos por validade nao recebem nada. Sem ficheiro, ou com
      * a tabela cheia, so STOCK.DAT e reposto.
        77 FS-LOTES                PIC X(02)  VALUES "00".
        77 FIM-LOTES               PIC X      VALUES "N".
           88 LOTES-TERMINARAM     VALUE "S".
        77 NUM-LOTES               PIC 9(03)  VALUE ZERO.
        77 IDX-LOTE                PIC 9(03)  VALUE ZERO.
        77 QTD-A-REPOR             PIC 9(05)  VALUE ZERO.
        77 QTD-ESPACO-LOTE         PIC 9(05)  VALUE ZERO.
        01 REPOSICAO-CONTA.
           05 REPOSICAO-INGRED OCCURS 50 TIMES.
              10 RI-QTD            PIC 9(05).
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
           PERFORM CARREGA-SUPERVISORES.
           END-IF.
           PERFORM GRAVA-ESTORNO.
           PERFORM GRAVA-RAZAO-ESTORNO.
           PERFORM GRAVA-AUDITORIA.
           PERFORM DEVOLVE-CONTA-CORRENTE THRU
                   DEVOLVE-CONTA-CORRENTE-EXIT.
           PERFORM ANULA-VALE-VENDIDO THRU
                   ANULA-VALE-VENDIDO-EXIT.
           PERFORM REPOE-STOCK THRU
                   REPOE-STOCK-EXIT.
           DISPLAY "ESTORNO REGISTADO NO JORNAL.".
           DISPLAY "NOTA DE CREDITO " FUNCTION TRIM(AD-NUM-DOC)
               " - ATCUD " ATCUD-NOTA.
           STOP RUN.


           MOVE JORNAL-PONTOS-USADOS TO CO-PONTOS-USADOS.
           MOVE JORNAL-PONTOS-GANHOS TO CO-PONTOS-GANHOS.
           MOVE JORNAL-TERMINAL      TO CO-TERMINAL.
           MOVE JORNAL-TIPO-PEDIDO   TO CO-TIPO-PEDIDO.


        GUARDA-PAGAMENTO.
             WHEN "M"
               DISPLAY "PAGAMENTO: MISTO (" NUM-PAGAMENTOS
                   " PARCELAS)"
             WHEN "A"
               DISPLAY "PAGAMENTO: A CREDITO (CONTA-CORRENTE)"
             WHEN OTHER
               DISPLAY "PAGAMENTO: CARTAO"
           END-EVALUATE.
      * GRAVA-ESTORNO
      * Acrescenta ao jornal o cabecalho de estorno "V" (valores da
      * conta original, data e hora de agora, operador original e o
      * supervisor que autorizou) e um registo "W" por cada item. O
      * cabecalho e a nota de credito: numerada na serie NC do
      * terminal da conta e assinada antes de ser gravada.
      ******************************************************************
        GRAVA-ESTORNO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           PERFORM NUMERA-NOTA-CREDITO.
           OPEN EXTEND JORNAL-VENDAS.
           INITIALIZE JORNAL-REG.
           MOVE "V"             TO JORNAL-TIPO-REG.
           MOVE CO-PONTOS-USADOS TO JORNAL-PONTOS-USADOS.
           MOVE CO-PONTOS-GANHOS TO JORNAL-PONTOS-GANHOS.
           MOVE CO-TERMINAL      TO JORNAL-TERMINAL.
           MOVE CO-TIPO-PEDIDO   TO JORNAL-TIPO-PEDIDO.
           MOVE NUM-NOTA-CRED    TO JORNAL-NUM-NOTA-CRED.
           PERFORM ASSINA-NOTA-CREDITO.
           WRITE JORNAL-REG.
           PERFORM GRAVA-ESTORNO-PAGAMENTO
               VARYING IDX-PARC FROM 1 BY 1
           WRITE JORNAL-REG.


      ******************************************************************
      * NUMERA-NOTA-CREDITO
      * Atribui a nota de credito o numero seguinte da serie NC do
      * terminal da conta original e regrava logo o contador, para
      * uma interrupcao nunca reutilizar um numero ja emitido. Le
      * tambem o codigo de validacao da serie em SERIES.DAT (espacos
      * se a serie nao esta registada - o ATCUD sai "0").
      ******************************************************************
        NUMERA-NOTA-CREDITO.
           MOVE CO-TERMINAL TO NOME-NOTAS-TERMINAL(7:1).
           COMPUTE BASE-NUM-NOTA = CO-TERMINAL * 100000.
           COMPUTE TECTO-NUM-NOTA = BASE-NUM-NOTA + 99999.
           MOVE 0 TO NUM-NOTA-CRED.
           MOVE SPACES TO HASH-ULTIMA-NOTA.
           OPEN INPUT CONTADOR-NOTAS.
           IF FS-NOTAS = "00" THEN
               READ CONTADOR-NOTAS
                   AT END CONTINUE
                   NOT AT END
                       MOVE NOTAS-ULTIMO-NUM  TO NUM-NOTA-CRED
                       MOVE NOTAS-ULTIMO-HASH TO HASH-ULTIMA-NOTA
               END-READ
               CLOSE CONTADOR-NOTAS
           ELSE
               PERFORM RECONSTROI-NUM-NOTA
           END-IF.
           IF NUM-NOTA-CRED < BASE-NUM-NOTA THEN
               MOVE BASE-NUM-NOTA TO NUM-NOTA-CRED
           END-IF.
           ADD 1 TO NUM-NOTA-CRED.
           PERFORM GRAVA-NUM-NOTA.
           MOVE SPACES TO CODIGO-SERIE-NC.
           MOVE "N" TO FIM-SERIES.
           OPEN INPUT FICHEIRO-SERIES.
           IF FS-SERIES = "00" THEN
               PERFORM LE-SERIE-ITEM
                   UNTIL SERIES-TERMINARAM
               CLOSE FICHEIRO-SERIES
           END-IF.


        LE-SERIE-ITEM.
           READ FICHEIRO-SERIES
               AT END
                   MOVE "S" TO FIM-SERIES
               NOT AT END
                   IF SERIE-TERMINAL = CO-TERMINAL AND
                      SERIE-NOTA-CREDITO THEN
                       MOVE SERIE-CODIGO TO CODIGO-SERIE-NC
                   END-IF
           END-READ.


      ******************************************************************
      * RECONSTROI-NUM-NOTA
      * Contador perdido (ou primeira nota da serie): o maior numero
      * de nota de credito da gama do terminal ja gravado no jornal
      * do terminal, no consolidado e no arquivo, com o hash dessa
      * nota. Uma passagem completa, so quando o contador falta.
      ******************************************************************
        RECONSTROI-NUM-NOTA.
           MOVE NOME-JORNAL-ALVO TO NOME-JORNAL-GUARDADO.
           MOVE "JORNALAR.DAT" TO NOME-JORNAL-ALVO.
           PERFORM VARRE-JORNAL-NOTAS THRU
                   VARRE-JORNAL-NOTAS-FIM.
           MOVE "JORNAL.DAT" TO NOME-JORNAL-ALVO.
           PERFORM VARRE-JORNAL-NOTAS THRU
                   VARRE-JORNAL-NOTAS-FIM.
           IF CO-TERMINAL > 0 THEN
               MOVE "JORNAL1.DAT" TO NOME-JORNAL-ALVO
               MOVE CO-TERMINAL TO NOME-JORNAL-ALVO(7:1)
               PERFORM VARRE-JORNAL-NOTAS THRU
                       VARRE-JORNAL-NOTAS-FIM
           END-IF.
           MOVE NOME-JORNAL-GUARDADO TO NOME-JORNAL-ALVO.


        VARRE-JORNAL-NOTAS.
           MOVE "N" TO FIM-JORNAL.
           OPEN INPUT JORNAL-VENDAS.
           IF FS-JORNAL NOT = "00" THEN
               GO TO VARRE-JORNAL-NOTAS-FIM
           END-IF.
           PERFORM LE-JORNAL-NOTA
               UNTIL JORNAL-TERMINOU.
           CLOSE JORNAL-VENDAS.

        VARRE-JORNAL-NOTAS-FIM.
           EXIT.


        LE-JORNAL-NOTA.
           READ JORNAL-VENDAS
               AT END
                   MOVE "S" TO FIM-JORNAL
               NOT AT END
                   IF JORNAL-ESTORNO AND JORNAL-HASH NOT = SPACES
                      AND JORNAL-NUM-NOTA-CRED >= BASE-NUM-NOTA
                      AND JORNAL-NUM-NOTA-CRED <= TECTO-NUM-NOTA
                      AND JORNAL-NUM-NOTA-CRED > NUM-NOTA-CRED THEN
                       MOVE JORNAL-NUM-NOTA-CRED TO NUM-NOTA-CRED
                       MOVE JORNAL-HASH TO HASH-ULTIMA-NOTA
                   END-IF
           END-READ.


        GRAVA-NUM-NOTA.
           OPEN OUTPUT CONTADOR-NOTAS.
           MOVE NUM-NOTA-CRED    TO NOTAS-ULTIMO-NUM.
           MOVE HASH-ULTIMA-NOTA TO NOTAS-ULTIMO-HASH.
           WRITE NOTAS-REG.
           CLOSE CONTADOR-NOTAS.


      ******************************************************************
      * ASSINA-NOTA-CREDITO
      * Completa o cabecalho "V" com o ATCUD (codigo da serie NC,
      * hifen, numero dentro da serie) e o hash encadeado no da nota
      * anterior da serie, e guarda o hash novo no contador.
      ******************************************************************
        ASSINA-NOTA-CREDITO.
           DIVIDE NUM-NOTA-CRED BY 100000 GIVING TERMINAL-NOTA
               REMAINDER SEQ-NOTA.
           MOVE SEQ-NOTA TO SAIDA-SEQ-NOTA.
           MOVE SPACES TO ATCUD-NOTA.
           IF CODIGO-SERIE-NC = SPACES THEN
               MOVE "0" TO ATCUD-NOTA
           ELSE
               STRING CODIGO-SERIE-NC "-"
                   FUNCTION TRIM(SAIDA-SEQ-NOTA)
                   DELIMITED BY SIZE INTO ATCUD-NOTA
           END-IF.
           MOVE ATCUD-NOTA TO JORNAL-ATCUD.
           MOVE HASH-ULTIMA-NOTA TO AD-HASH-ANTERIOR.
           CALL "ASSINA_DOC" USING JORNAL-REG ASSINATURA-DOC.
           MOVE AD-HASH TO JORNAL-HASH.
           MOVE AD-HASH TO HASH-ULTIMA-NOTA.
           PERFORM GRAVA-NUM-NOTA.


      ******************************************************************
      * GRAVA-RAZAO-ESTORNO
      * Acrescenta a conta acabada de estornar a razao de estornos -
           CLOSE RAZAO-ESTORNOS.


      ******************************************************************
      * GRAVA-AUDITORIA
      * Acrescenta ao ficheiro de auditoria a aprovacao do estorno
      * ("E"): a conta, o terminal e o operador que a fechou, o
      * supervisor que autorizou e o total devolvido - uma anulacao
      * depois de a conta estar paga, que o relatorio de excepcoes
      * destaca por operador. Cria o ficheiro na primeira gravacao.
      ******************************************************************
        GRAVA-AUDITORIA.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           INITIALIZE AUDIT-REG.
           MOVE "E"            TO AUD-TIPO.
           MOVE ANO            TO AUD-ANO.
           MOVE MES            TO AUD-MES.
           MOVE DIA            TO AUD-DIA.
           MOVE HORA           TO AUD-HOR.
           MOVE MINUTO         TO AUD-MIN.
           MOVE CO-TERMINAL    TO AUD-TERMINAL.
           MOVE CO-OPERADOR    TO AUD-OPERADOR.
           MOVE CODIGO-SUPER   TO AUD-SUPERVISOR.
           MOVE CONTA-PEDIDA   TO AUD-NUM-CONTA.
           MOVE NUM-ITENS      TO AUD-QUANTIDADE.
           MOVE CO-TOTAL-FINAL TO AUD-VALOR.
           MOVE "S"            TO AUD-APOS-PAGAR.
           WRITE AUDIT-REG.
           CLOSE FICHEIRO-AUDITORIA.


      ******************************************************************
      * DEVOLVE-CONTA-CORRENTE
      * Se a conta estornada foi paga, no todo ou em parte, a credito,
      * acrescenta a conta-corrente do cliente (NIF da conta) um
      * movimento de credito "E" desse valor, com a conta e a
      * factura originais - a divida lancada pela venda fica anulada
      * e o extracto mostra os dois movimentos.
      ******************************************************************
        DEVOLVE-CONTA-CORRENTE.
           MOVE 0 TO VALOR-A-CREDITO.
           IF CO-FORMA-PAG = "A" THEN
               MOVE CO-TOTAL-FINAL TO VALOR-A-CREDITO
           ELSE
               PERFORM SOMA-PARCELA-CREDITO
                   VARYING IDX-PARC FROM 1 BY 1
                   UNTIL IDX-PARC > NUM-PAGAMENTOS
           END-IF.
           IF VALOR-A-CREDITO = 0 OR CO-NIF = 0
               GO TO DEVOLVE-CONTA-CORRENTE-EXIT
           END-IF.
           OPEN EXTEND FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE = "35" THEN
               OPEN OUTPUT FICHEIRO-CCORRENTE
               CLOSE FICHEIRO-CCORRENTE
               OPEN EXTEND FICHEIRO-CCORRENTE
           END-IF.
           INITIALIZE CCORRENTE-REG.
           MOVE "E"             TO CC-TIPO.
           MOVE CO-NIF          TO CC-NIF.
           MOVE ANO             TO CC-ANO.
           MOVE MES             TO CC-MES.
           MOVE DIA             TO CC-DIA.
           MOVE HORA            TO CC-HOR.
           MOVE MINUTO          TO CC-MIN.
           MOVE CONTA-PEDIDA    TO CC-NUM-CONTA.
           MOVE CO-NUM-FATURA   TO CC-NUM-FATURA.
           MOVE VALOR-A-CREDITO TO CC-VALOR.
           MOVE CO-OPERADOR     TO CC-OPERADOR.
           MOVE CO-TERMINAL     TO CC-TERMINAL.
           MOVE SPACES          TO CC-FORMA.
           MOVE CODIGO-SUPER    TO CC-REFERENCIA.
           WRITE CCORRENTE-REG.
           CLOSE FICHEIRO-CCORRENTE.
           MOVE VALOR-A-CREDITO TO SAIDA-VALOR.
           DISPLAY "DEVOLVIDO A CONTA-CORRENTE DO CLIENTE: "
               SAIDA-VALOR " EUR".

        DEVOLVE-CONTA-CORRENTE-EXIT.
           EXIT.


        SOMA-PARCELA-CREDITO.
           IF EP-FORMA(IDX-PARC) = "A" THEN
               ADD EP-VALOR(IDX-PARC) TO VALOR-A-CREDITO
           END-IF.


        GRAVA-RAZAO-HISTORICO.
           INITIALIZE ESTLEDG-REG.
           MOVE V-CONTA(IDX-V-CONTA) TO EST-NUM-CONTA.
           PERFORM LE-RECEITA-ITEM
               UNTIL RECEITAS-TERMINARAM OR NUM-RECEITAS >= 150.
           CLOSE FICHEIRO-RECEITAS.
           INITIALIZE REPOSICAO-CONTA.
           PERFORM REPOE-STOCK-ITEM
               VARYING IDX-ITEM FROM 1 BY 1 UNTIL IDX-ITEM > NUM-ITENS.
           OPEN OUTPUT FICHEIRO-STOCK.
               VARYING IDX-STOCK FROM 1 BY 1
               UNTIL IDX-STOCK > NUM-STOCK.
           CLOSE FICHEIRO-STOCK.
           PERFORM REPOE-LOTES THRU
                   REPOE-LOTES-EXIT.

        REPOE-STOCK-EXIT.
           EXIT.
               COMPUTE SM-QTD(RT-INGRED(IDX-RECEITA)) =
                   SM-QTD(RT-INGRED(IDX-RECEITA)) +
                   IE-QUANTIDADE(IDX-ITEM) * RT-QTD(IDX-RECEITA)
               COMPUTE RI-QTD(RT-INGRED(IDX-RECEITA)) =
                   RI-QTD(RT-INGRED(IDX-RECEITA)) +
                   IE-QUANTIDADE(IDX-ITEM) * RT-QTD(IDX-RECEITA)
           END-IF.


           WRITE STOCK-REG.


      ******************************************************************
      * REPOE-LOTES
      * Devolve aos lotes o que a conta estornada lhes tinha abatido:
      * por ingrediente, do lote mais recente para o mais antigo,
      * enchendo cada lote ate a quantidade de entrada - o inverso do
      * abate pela ordem de entrada feito na venda. Um lote esgotado
      * que recebe quantidade volta a aberto.
      ******************************************************************
        REPOE-LOTES.
           MOVE 0   TO NUM-LOTES.
           MOVE "N" TO FIM-LOTES.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES NOT = "00" THEN
               GO TO REPOE-LOTES-EXIT
           END-IF.
           PERFORM LE-LOTE-ITEM
               UNTIL LOTES-TERMINARAM OR NUM-LOTES >= 500.
           CLOSE FICHEIRO-LOTES.
           IF NOT LOTES-TERMINARAM THEN
               GO TO REPOE-LOTES-EXIT
           END-IF.
           PERFORM REPOE-LOTES-INGRED
               VARYING IDX-STOCK FROM 1 BY 1
               UNTIL IDX-STOCK > NUM-STOCK.
           OPEN OUTPUT FICHEIRO-LOTES.
           PERFORM GRAVA-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE FICHEIRO-LOTES.

        REPOE-LOTES-EXIT.
           EXIT.


        REPOE-LOTES-INGRED.
           MOVE RI-QTD(IDX-STOCK) TO QTD-A-REPOR.
           PERFORM REPOE-LOTE-ITEM
               VARYING IDX-LOTE FROM NUM-LOTES BY -1
               UNTIL IDX-LOTE < 1 OR QTD-A-REPOR = 0.


        REPOE-LOTE-ITEM.
           IF LT-CODIGO(IDX-LOTE) = IDX-STOCK AND
              LT-ESTADO(IDX-LOTE) NOT = "Q" AND
              LT-QTD(IDX-LOTE) < LT-QTD-ENTRADA(IDX-LOTE) THEN
               COMPUTE QTD-ESPACO-LOTE =
                   LT-QTD-ENTRADA(IDX-LOTE) - LT-QTD(IDX-LOTE)
               IF QTD-ESPACO-LOTE > QTD-A-REPOR THEN
                   MOVE QTD-A-REPOR TO QTD-ESPACO-LOTE
               END-IF
               ADD QTD-ESPACO-LOTE TO LT-QTD(IDX-LOTE)
               SUBTRACT QTD-ESPACO-LOTE FROM QTD-A-REPOR
               MOVE "A" TO LT-ESTADO(IDX-LOTE)
           END-IF.


        LE-LOTE-ITEM.
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
           END-READ.


        GRAVA-LOTE-ITEM.
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


       END PROGRAM ESTORNA_CONTA.
