           SELECT FICHEIRO-VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-VALES.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.
           SELECT FICHEIRO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.
           SELECT FICHEIRO-SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-VALES.
           COPY VALES.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       FD  FICHEIRO-LOTES.
           COPY LOTES.CPY.

       FD  FICHEIRO-SERIES.
           COPY SERIES.CPY.

       FD  CONTADOR-FATURA.
       01  FATURA-REG.
           05 FATURA-ULTIMO-NUM       PIC 9(06).
           05 FATURA-ULTIMO-HASH      PIC X(16).

       FD  CONTADOR-CONTA.
       01  CONTADOR-CONTA-REG.
           88 PAGAMENTO-DINHEIRO   VALUE "D".
           88 PAGAMENTO-CARTAO     VALUE "C".
           88 PAGAMENTO-MISTO      VALUE "M".
           88 PAGAMENTO-CREDITO    VALUE "A".
        77 FORMA-PARCELA           PIC X      VALUE "D".
           88 PARCELA-DINHEIRO     VALUE "D".
           88 PARCELA-CARTAO       VALUE "C".
           88 PARCELA-VALE         VALUE "V".
           88 PARCELA-CREDITO      VALUE "A".
        77 FORMA-PAGAMENTO-VALIDA  PIC X      VALUES "N".
           88 FORMA-PAGAMENTO-OK   VALUE "S".
        77 VALOR-ENTREGUE          PIC 9(05)V99 VALUE ZERO.
              10 IM-CODIGO         PIC 9(02).
              10 IM-DESCRICAO      PIC X(25).
              10 IM-UNIDADE        PIC X(02).
              10 IM-ALERGENOS.
                 15 IM-ALERGENO    PIC X(01) OCCURS 14 TIMES.
        01 TABELA-RECEITAS.
           05 RECEITA-LINHA OCCURS 150 TIMES.
              10 RT-ARTIGO         PIC 9(02).
              10 RT-INGRED         PIC 9(02).
              10 RT-QTD            PIC 9(02).

      * Lotes de ingredientes (LOTES.DAT): o consumo de cada conta
      * fechada e somado por ingrediente em CONSUMO-CONTA e abatido
      * aos lotes abertos, o mais antigo primeiro. O ficheiro e relido
      * imediatamente antes do abate e regravado logo a seguir - os
      * outros terminais e MANUT_STOCK tambem o alteram. Sem ficheiro
      * (nenhuma entrada registada) ou com a tabela cheia, a conta so
      * abate STOCK.DAT, como antes.
        77 FS-LOTES                PIC X(02)  VALUES "00".
        77 FIM-LOTES               PIC X      VALUES "N".
           88 LOTES-TERMINARAM     VALUE "S".
        77 NUM-LOTES               PIC 9(03)  VALUES ZEROS.
        77 IDX-LOTE                PIC 9(03)  VALUES ZEROS.
        77 QTD-A-ABATER            PIC 9(05)  VALUES ZEROS.
        01 CONSUMO-CONTA.
           05 CONSUMO-INGRED OCCURS 50 TIMES.
              10 CI-QTD            PIC 9(05).
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

      * Tabela de precos lida de PRECOS.DAT no arranque do programa.
      * O menu e inteiramente conduzido pelo ficheiro: ate 50 artigos,
      * com categoria e indicador de activo. Os codigos correspondem
      * duplicar numeros ja emitidos.
        77 FS-FATURA               PIC X(02)  VALUES "00".
        77 NUM-FATURA              PIC 9(06)  VALUE ZERO.

      * Certificacao das facturas. O codigo de validacao da serie FT
      * deste terminal vem de SERIES.DAT no arranque (espacos se a
      * serie ainda nao foi registada - o ATCUD sai "0"). O hash da
      * ultima factura emitida fica em FATURAn.DAT ao lado do numero,
      * para a factura seguinte se encadear nela mesmo depois de o
      * terminal ser reiniciado. LINHA-QR e a cadeia de dados do
      * codigo QR da factura, impressa no fim do recibo.
        77 FS-SERIES               PIC X(02)  VALUES "00".
        77 FIM-SERIES              PIC X      VALUES "N".
           88 SERIES-TERMINARAM    VALUE "S".
        77 CODIGO-SERIE-FT         PIC X(08)  VALUE SPACES.
        77 HASH-ULTIMA-FATURA      PIC X(16)  VALUE SPACES.
        77 TERMINAL-FATURA         PIC 9(01)  VALUE ZERO.
        77 SEQ-FATURA              PIC 9(05)  VALUE ZERO.
        77 SAIDA-SEQ-FATURA        PIC Z(4)9.
        77 ATCUD-FATURA            PIC X(15)  VALUE SPACES.
        77 HASH-QR                 PIC X(04)  VALUE SPACES.
        77 NIF-EMPRESA             PIC X(09)  VALUE "999999990".
        77 LINHA-QR                PIC X(250) VALUE SPACES.
        77 PONTEIRO-QR             PIC 9(03)  VALUE ZERO.
        77 VALOR-QR                PIC 9(05)V99 VALUE ZERO.
        77 SAIDA-VALOR-QR          PIC Z(4)9.99.
        77 IDX-QR                  PIC 9(03)  VALUE ZERO.
           COPY ASSINDOC.CPY.
        77 NIF-CLIENTE             PIC 9(09)  VALUE ZERO.
        77 NIF-ENTRADA             PIC X(09)  VALUE SPACES.
        77 NIF-VALIDO-FLAG         PIC X      VALUE "N".
              10 CM-NIF            PIC 9(09).
              10 CM-NOME           PIC X(25).
              10 CM-PONTOS         PIC 9(06).
              10 CM-CREDITO        PIC X(01).
              10 CM-LIMITE         PIC 9(05)V99.
              10 CM-MORADA         PIC X(40).
              10 CM-TELEFONE       PIC X(12).

      * Conta-corrente dos clientes a credito (CCORRENT.DAT): uma
      * parcela "A" (a credito) so e aceite para um cliente inscrito
      * com credito e ate ao limite - o saldo em divida e apurado a
      * soma dos movimentos do NIF no ficheiro, no momento. O valor a
      * credito da conta e lancado como debito do cliente em
      * GRAVA-JORNAL e nao entra na caixa.
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
        77 FIM-CCORRENTE           PIC X      VALUES "N".
           88 CCORRENTE-TERMINOU   VALUE "S".
        77 SALDO-CREDITO           PIC S9(07)V99 VALUE ZERO.
        77 CREDITO-DISPONIVEL      PIC S9(07)V99 VALUE ZERO.
        77 VALOR-A-CREDITO         PIC 9(05)V99 VALUE ZERO.
        77 SAIDA-CREDITO           PIC Z(6)9.99-.

      * Tipo de pedido da conta em curso, escolhido ao abrir a conta
      * (PEDE-TIPO-PEDIDO, em INICIO) e guardado com a conta nas
      * mesas e no checkpoint: sala, take-away ou entrega. Num pedido
      * de entrega a morada e o telefone sao pedidos no fecho, logo
      * a seguir ao NIF - propostos da ficha do cliente quando este
      * esta inscrito - e seguem para PEDIDOS.DAT com a parte paga em
      * dinheiro, que o estafeta cobra a porta.
        77 TIPO-PEDIDO             PIC X      VALUE "S".
           88 TIPO-SALA            VALUE "S".
           88 TIPO-TAKEAWAY        VALUE "T".
           88 TIPO-ENTREGA         VALUE "E".
        77 DESCR-TIPO-PEDIDO       PIC X(10)  VALUE SPACES.
        77 NOME-ENTREGA            PIC X(25)  VALUE SPACES.
        77 MORADA-ENTREGA          PIC X(40)  VALUE SPACES.
        77 TELEFONE-ENTREGA        PIC X(12)  VALUE SPACES.
        77 VALOR-A-COBRAR          PIC 9(05)V99 VALUE ZERO.

      * Alergenios: a consulta do balcao (tecla A em ACEITAR-MENU)
      * deduz os de um artigo dos ingredientes da sua receita, sem
      * tabela propria - a alteracao de uma receita ou da marcacao de
      * um ingrediente vale logo. A alergia que o cliente declara no
      * fecho da conta sai em destaque no talao da cozinha.
        77 IDX-ALERGENO            PIC 99     VALUES ZEROS.
        77 COD-ARTIGO-ALERG        PIC 99     VALUES ZEROS.
        77 LINHAS-RECEITA-ALERG    PIC 9(03)  VALUES ZEROS.
        77 PONTEIRO-ALERG          PIC 9(03)  VALUES ZEROS.
        77 ALERGIA-CLIENTE         PIC X(30)  VALUE SPACES.
        77 ALERG-POR-REVER-FLAG    PIC X      VALUES "N".
           88 ALERG-POR-REVER      VALUE "S".
        01 ALERGENOS-ARTIGO.
           05 AA-ALERGENO          PIC X(01) OCCURS 14 TIMES.
        01 LINHA-ALERGENOS         PIC X(130) VALUE SPACES.
           COPY ALERGENO.CPY.

      * Vales-oferta lidos de VALES.DAT no arranque e regravados a
      * cada venda ou resgate de vale. A venda de um vale (tecla G em
              10 VM-CONTA-VENDA    PIC 9(06).
              10 VM-CONTA-USO      PIC 9(06).

      * Registo de auditoria (AUDITORIA.DAT) das accoes que o jornal
      * nao mostra - linha anulada, desconto de funcionario, conta
      * retomada do checkpoint - acrescentado no momento da accao por
      * GRAVA-AUDITORIA com os dados do evento preenchidos aqui.
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 TIPO-AUDITORIA          PIC X(01)  VALUE SPACE.
        77 CONTA-AUDITORIA         PIC 9(06)  VALUE ZERO.
        77 ARTIGO-AUDITORIA        PIC 9(02)  VALUE ZERO.
        77 QTD-AUDITORIA           PIC 9(03)  VALUE ZERO.
        77 VALOR-AUDITORIA         PIC 9(05)V99 VALUE ZERO.

      * Contas abertas em paralelo (mesas 1 a 9), guardadas com a
      * tecla M em ACEITAR-MENU e retomadas com a tecla R. A conta em
      * curso e sempre a "mesa 0"; guardar uma conta copia-a para a
                 88 MESA-OCUPADA   VALUE "S".
              10 MA-NUM-ITENS      PIC 99    VALUE ZERO.
              10 MA-TOTAL          PIC 9(05)V99 VALUE ZERO.
              10 MA-TIPO-PEDIDO    PIC X      VALUE "S".
              10 MA-ITEM OCCURS 20 TIMES.
                 15 MA-CODIGO      PIC 9(02).
                 15 MA-DESCRICAO   PIC X(25).
           FOREGROUND-COLOR 6 HIGHLIGHT.
         05 LINE 15 COL 01 VALUE "V  ANULAR ULT. / G  VALE-OFERTA"
           FOREGROUND-COLOR 6 HIGHLIGHT.
         05 LINE 16 COL 01 VALUE "A  ALERGENIOS"
           FOREGROUND-COLOR 6 HIGHLIGHT.
         05 LINE 3  COL 50 VALUE "===================================="
           FOREGROUND-COLOR 3 HIGHLIGHT.
         05 LINE 4  COL 50 VALUE "NUM       MENU              PRECO  "
           PERFORM MOSTRA-PAGINA.
           PERFORM CARREGA-NUM-CONTA.
           PERFORM CARREGA-NUM-FATURA.
           PERFORM CARREGA-SERIE-FATURA.
           DISPLAY "A  ALERGENIOS" AT LINE 16 COL 01
               FOREGROUND-COLOR 6 HIGHLIGHT.
           OPEN EXTEND JORNAL-VENDAS.
           IF FS-JORNAL = "35" THEN
               OPEN OUTPUT JORNAL-VENDAS
           MOVE 0 TO IDX-CLIENTE-CONTA.
           MOVE 0 TO PONTOS-USADOS.
           MOVE 0 TO PONTOS-GANHOS.
           MOVE 0 TO VALOR-A-CREDITO.
           MOVE SPACES TO DESCONTO-CODIGO.
           MOVE SPACES TO ALERGIA-CLIENTE.
           DISPLAY " " ERASE EOL AT LINE 24 COL 01.
           PERFORM PEDE-TIPO-PEDIDO.

        ACEITAR-MENU.

                   VENDE-VALE-EXIT
                   GO TO ACEITAR-MENU
               END-IF
               IF FUNCTION UPPER-CASE(TEMP-MENU) = "A" THEN
                   DISPLAY " " ERASE EOL AT LINE LINHA COL 84
                   PERFORM CONSULTA-ALERGENOS THRU
                   CONSULTA-ALERGENOS-EXIT
                   GO TO ACEITAR-MENU
               END-IF
               IF TEMP-MENU = "+" THEN
                   PERFORM PAGINA-SEGUINTE
                   GO TO ACEITAR-MENU
      * ANULAR-ITEM
      * Anula a ultima linha acrescentada a conta em curso (tecla V em
      * ACEITAR-MENU): retira-a da tabela de itens, desconta o seu
      * valor do TOTAL e limpa a linha correspondente no ecran. A
      * anulacao fica registada em AUDITORIA.DAT (artigo, quantidade
      * e valor retirados) - a linha nunca chega ao jornal.
      ******************************************************************
         ANULAR-ITEM.
           IF NUM-ITENS = 0
               COMPUTE TOTAL-LINHA-ITEM =
                   IC-QUANTIDADE(NUM-ITENS) * IC-PRECO-UNIT(NUM-ITENS)
               SUBTRACT TOTAL-LINHA-ITEM FROM TOTAL
               MOVE "A"                      TO TIPO-AUDITORIA
               COMPUTE CONTA-AUDITORIA = NUM-CONTA + 1
               MOVE IC-CODIGO(NUM-ITENS)     TO ARTIGO-AUDITORIA
               MOVE IC-QUANTIDADE(NUM-ITENS) TO QTD-AUDITORIA
               MOVE TOTAL-LINHA-ITEM         TO VALOR-AUDITORIA
               PERFORM GRAVA-AUDITORIA
               DISPLAY "                                           "
                   AT LINE LINHA COL 50
               SUBTRACT 1 FROM NUM-ITENS
           END-IF.


      ******************************************************************
      * CONSULTA-ALERGENOS
      * Consulta dos alergenios de um artigo (tecla A em
      * ACEITAR-MENU), para o operador responder ao cliente sem sair
      * da conta: pede o codigo do artigo e mostra na linha 24 os
      * alergenios de todos os ingredientes da sua receita. Um
      * artigo sem receita, ou com um ingrediente ainda por rever em
      * MANUT_STOCK, e mostrado com o aviso - nunca como "sem
      * alergenios".
      ******************************************************************
         CONSULTA-ALERGENOS.
           DISPLAY "ARTIGO (ALERGENIOS):" AT LINE LINHA COL 84
               FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE SPACES TO TEMP-MENU.
           ACCEPT TEMP-MENU AT LINE LINHA COL 105.
           DISPLAY " " ERASE EOL AT LINE LINHA COL 84.
           PERFORM VALIDA-ENTRADA-MENU.
           IF NOT ENTRADA-NUMERICA THEN
               DISPLAY "ARTIGO INVALIDO" AT LINE LINHA COL 84
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO CONSULTA-ALERGENOS-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-MENU) TO COD-ARTIGO-ALERG.
           IF COD-ARTIGO-ALERG < 1 OR
              COD-ARTIGO-ALERG > NUM-ARTIGOS THEN
               DISPLAY "ARTIGO INVALIDO" AT LINE LINHA COL 84
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO CONSULTA-ALERGENOS-EXIT
           END-IF.

           MOVE ALL "N" TO ALERGENOS-ARTIGO.
           MOVE 0   TO LINHAS-RECEITA-ALERG.
           MOVE "N" TO ALERG-POR-REVER-FLAG.
           PERFORM SOMA-ALERGENOS-RECEITA
               VARYING IDX-RECEITA FROM 1 BY 1
               UNTIL IDX-RECEITA > NUM-RECEITAS.

           MOVE SPACES TO LINHA-ALERGENOS.
           MOVE 1 TO PONTEIRO-ALERG.
           STRING PM-DESCRICAO(COD-ARTIGO-ALERG) DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
               INTO LINHA-ALERGENOS WITH POINTER PONTEIRO-ALERG.
           IF LINHAS-RECEITA-ALERG = 0 THEN
               STRING "SEM RECEITA - ALERGENIOS DESCONHECIDOS"
                   DELIMITED BY SIZE
                   INTO LINHA-ALERGENOS WITH POINTER PONTEIRO-ALERG
           ELSE
               IF ALERGENOS-ARTIGO = ALL "N" THEN
                   STRING "SEM ALERGENIOS " DELIMITED BY SIZE
                       INTO LINHA-ALERGENOS
                       WITH POINTER PONTEIRO-ALERG
               ELSE
                   PERFORM JUNTA-NOME-ALERGENO
                       VARYING IDX-ALERGENO FROM 1 BY 1
                       UNTIL IDX-ALERGENO > 14
               END-IF
               IF ALERG-POR-REVER THEN
                   STRING "(INGREDIENTE POR REVER)" DELIMITED BY SIZE
                       INTO LINHA-ALERGENOS
                       WITH POINTER PONTEIRO-ALERG
               END-IF
           END-IF.
           DISPLAY " " ERASE EOL AT LINE 24 COL 01.
           DISPLAY LINHA-ALERGENOS AT LINE 24 COL 01
               FOREGROUND-COLOR 5 HIGHLIGHT.

         CONSULTA-ALERGENOS-EXIT.
           EXIT.


      * Cada linha da receita do artigo acrescenta os alergenios
      * marcados no seu ingrediente; um ingrediente sem marcacao
      * (tudo em branco) deixa o artigo por rever.
         SOMA-ALERGENOS-RECEITA.
           IF RT-ARTIGO(IDX-RECEITA) = COD-ARTIGO-ALERG AND
              RT-INGRED(IDX-RECEITA) >= 1 AND
              RT-INGRED(IDX-RECEITA) <= NUM-INGRED
               ADD 1 TO LINHAS-RECEITA-ALERG
               MOVE RT-INGRED(IDX-RECEITA) TO IDX-INGRED
               IF IM-ALERGENOS(IDX-INGRED) = SPACES THEN
                   MOVE "S" TO ALERG-POR-REVER-FLAG
               END-IF
               PERFORM SOMA-ALERGENO-INGRED
                   VARYING IDX-ALERGENO FROM 1 BY 1
                   UNTIL IDX-ALERGENO > 14
           END-IF.


         SOMA-ALERGENO-INGRED.
           IF IM-ALERGENO(IDX-INGRED IDX-ALERGENO) = "S" THEN
               MOVE "S" TO AA-ALERGENO(IDX-ALERGENO)
           END-IF.


         JUNTA-NOME-ALERGENO.
           IF AA-ALERGENO(IDX-ALERGENO) = "S" THEN
               STRING ALERGENO-NOME(IDX-ALERGENO) DELIMITED BY " "
                      " " DELIMITED BY SIZE
                   INTO LINHA-ALERGENOS WITH POINTER PONTEIRO-ALERG
           END-IF.


      ******************************************************************
      * GUARDA-MESA
      * Guarda a conta em curso numa mesa livre (tecla M em
           END-IF.
           MOVE NUM-ITENS TO MA-NUM-ITENS(MESA-ESCOLHIDA).
           MOVE TOTAL     TO MA-TOTAL(MESA-ESCOLHIDA).
           MOVE TIPO-PEDIDO TO MA-TIPO-PEDIDO(MESA-ESCOLHIDA).
           PERFORM COPIA-ITEM-PARA-MESA
               VARYING IDX-ITEM FROM 1 BY 1 UNTIL IDX-ITEM > NUM-ITENS.
           MOVE "S" TO MA-OCUPADA(MESA-ESCOLHIDA).
           END-IF.
           MOVE MA-NUM-ITENS(MESA-ESCOLHIDA) TO NUM-ITENS.
           MOVE MA-TOTAL(MESA-ESCOLHIDA)     TO TOTAL.
           MOVE MA-TIPO-PEDIDO(MESA-ESCOLHIDA) TO TIPO-PEDIDO.
           PERFORM MOSTRA-TIPO-PEDIDO.
           PERFORM COPIA-ITEM-DE-MESA
               VARYING IDX-ITEM FROM 1 BY 1 UNTIL IDX-ITEM > NUM-ITENS.
           MOVE "N" TO MA-OCUPADA(MESA-ESCOLHIDA).
           DISPLAY " " ERASE EOL AT LINE LINHA COL 84.


      ******************************************************************
      * PEDE-TIPO-PEDIDO
      * Tipo da conta que abre: S sala (ENTER), T take-away ou E
      * entrega ao domicilio (pedidos por telefone). O tipo fica
      * visivel no ecran ate a conta fechar e segue para o jornal, o
      * recibo, o talao e o quadro da cozinha.
      ******************************************************************
         PEDE-TIPO-PEDIDO.
           MOVE "X" TO RESPOSTA.
           PERFORM UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "S" OR
                         FUNCTION UPPER-CASE(RESPOSTA) = "T" OR
                         FUNCTION UPPER-CASE(RESPOSTA) = "E"
               DISPLAY "PEDIDO S=SALA T=TAKE-AWAY E=ENTREGA:"
                   AT LINE 23 COL 01 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE " " TO RESPOSTA
               ACCEPT RESPOSTA AT LINE 23 COL 38
               IF RESPOSTA = " " THEN
                   MOVE "S" TO RESPOSTA
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO TIPO-PEDIDO.
           PERFORM MOSTRA-TIPO-PEDIDO.


         MOSTRA-TIPO-PEDIDO.
           EVALUATE TRUE
             WHEN TIPO-TAKEAWAY
               MOVE "TAKE-AWAY" TO DESCR-TIPO-PEDIDO
             WHEN TIPO-ENTREGA
               MOVE "ENTREGA"   TO DESCR-TIPO-PEDIDO
             WHEN OTHER
               MOVE "S"         TO TIPO-PEDIDO
               MOVE "SALA"      TO DESCR-TIPO-PEDIDO
           END-EVALUATE.
           DISPLAY "                                       "
               AT LINE 23 COL 01.
           DISPLAY FUNCTION CONCATENATE("PEDIDO: ",DESCR-TIPO-PEDIDO)
               AT LINE 23 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT.


         NOVA-CONTA.
           IF NUM-ITENS > 0
               PERFORM APAGA-LINHAS
               MOVE 7 TO LINHA
               PERFORM PEDE-DESCONTO
               PERFORM PEDE-NIF
               PERFORM PEDE-ALERGIA
               IF TIPO-ENTREGA THEN
                   PERFORM PEDE-ENTREGA
               END-IF
               PERFORM PEDE-RESGATE-PONTOS THRU
                   PEDE-RESGATE-PONTOS-EXIT
               PERFORM PEDE-PAGAMENTO
      ******************************************************************
         PEDE-PAGAMENTO.
           MOVE 0 TO NUM-PAGAMENTOS.
           MOVE 0 TO VALOR-A-CREDITO.
           MOVE 0 TO VALOR-ENTREGUE.
           MOVE 0 TO TROCO.
           MOVE TOTAL-FINAL TO FALTA-PAGAR.
      * sempre a conta). Em dinheiro pede o entregue e apura o troco
      * da parcela; num vale pede o numero, valida-o contra VALES.DAT
      * (tem de existir e estar por usar) e aplica o valor do vale -
      * sem troco, um vale maior que a conta perde o resto. A forma
      * A (a credito) lanca a parcela na conta-corrente de um cliente
      * com credito (ver AUTORIZA-CREDITO).
      ******************************************************************
         PEDE-PARCELA.
           MOVE FALTA-PAGAR TO SAIDA-FALTA.
           MOVE "N" TO FORMA-PAGAMENTO-VALIDA.
           PERFORM UNTIL FORMA-PAGAMENTO-OK
               DISPLAY FUNCTION CONCATENATE("FALTA ",SAIDA-FALTA,
                   "  PAGAMENTO (D/C/V/A):") AT LINE LINHA
                   COL 50 FOREGROUND-COLOR 3 HIGHLIGHT
               ACCEPT FORMA-PARCELA AT LINE LINHA COL 86
               MOVE FUNCTION UPPER-CASE(FORMA-PARCELA)
                   TO FORMA-PARCELA
               IF PARCELA-DINHEIRO OR PARCELA-CARTAO OR
                       PARCELA-VALE OR PARCELA-CREDITO THEN
                   MOVE "S" TO FORMA-PAGAMENTO-VALIDA
                   DISPLAY " " ERASE EOL AT LINE LINHA COL 88
               ELSE
                   DISPLAY "INVALIDO" AT LINE LINHA COL 88
                       FOREGROUND-COLOR 4 HIGHLIGHT
               END-IF
           END-PERFORM.
                   RESGATA-VALE-EXIT
               GO TO PEDE-PARCELA-EXIT
           END-IF.
           IF PARCELA-CREDITO THEN
               PERFORM AUTORIZA-CREDITO THRU
                   AUTORIZA-CREDITO-EXIT
               GO TO PEDE-PARCELA-EXIT
           END-IF.
           MOVE 0 TO VALOR-PARCELA.
           DISPLAY "VALOR (0=RESTO):" AT LINE LINHA COL 50
               FOREGROUND-COLOR 3 HIGHLIGHT.
           END-IF.


      ******************************************************************
      * AUTORIZA-CREDITO
      * Parcela "a credito" (forma A): so para a conta ligada a um
      * cliente inscrito (NIF dado em PEDE-NIF) marcado com credito.
      * Apura o saldo em divida do cliente na conta-corrente, pede o
      * valor (ENTER ou 0 = o que falta, como nas outras parcelas) e
      * recusa-o se o saldo mais o que ja vai a credito nesta conta
      * passar o limite de credito. A parcela fica com forma "A",
      * sem troco, e o NIF na referencia; o debito na conta-corrente
      * e lancado quando a conta e gravada no jornal.
      ******************************************************************
         AUTORIZA-CREDITO.
           IF IDX-CLIENTE-CONTA = 0 THEN
               DISPLAY "SO P/ CLIENTE A CREDITO (NIF)" AT LINE LINHA
                   COL 70 FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO AUTORIZA-CREDITO-EXIT
           END-IF.
           IF CM-CREDITO(IDX-CLIENTE-CONTA) NOT = "S" THEN
               DISPLAY "CLIENTE SEM CONTA-CORRENTE" AT LINE LINHA
                   COL 70 FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO AUTORIZA-CREDITO-EXIT
           END-IF.
           PERFORM APURA-SALDO-CREDITO THRU
               APURA-SALDO-CREDITO-EXIT.
           COMPUTE CREDITO-DISPONIVEL = CM-LIMITE(IDX-CLIENTE-CONTA)
               - SALDO-CREDITO - VALOR-A-CREDITO.
           IF CREDITO-DISPONIVEL < 0 THEN
               MOVE 0 TO CREDITO-DISPONIVEL
           END-IF.
           MOVE CREDITO-DISPONIVEL TO SAIDA-CREDITO.
           DISPLAY FUNCTION CONCATENATE("CREDITO DISPONIVEL: ",
               SAIDA-CREDITO," EUR") AT LINE LINHA COL 50
               FOREGROUND-COLOR 3 HIGHLIGHT.
           ADD 1 TO LINHA.
           MOVE 0 TO VALOR-PARCELA.
           DISPLAY "VALOR (0=RESTO):" AT LINE LINHA COL 50
               FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT VALOR-PARCELA AT LINE LINHA COL 67.
           IF VALOR-PARCELA = 0 OR VALOR-PARCELA > FALTA-PAGAR OR
              NUM-PAGAMENTOS = 4 THEN
               MOVE FALTA-PAGAR TO VALOR-PARCELA
           END-IF.
           IF VALOR-PARCELA > CREDITO-DISPONIVEL THEN
               DISPLAY "LIMITE DE CREDITO EXCEDIDO" AT LINE LINHA
                   COL 70 FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO LINHA
               GO TO AUTORIZA-CREDITO-EXIT
           END-IF.
           ADD 1 TO LINHA.
           ADD 1 TO NUM-PAGAMENTOS.
           MOVE "A"            TO PC-FORMA(NUM-PAGAMENTOS).
           MOVE VALOR-PARCELA  TO PC-VALOR(NUM-PAGAMENTOS).
           MOVE VALOR-PARCELA  TO PC-ENTREGUE(NUM-PAGAMENTOS).
           MOVE 0              TO PC-TROCO(NUM-PAGAMENTOS).
           MOVE FUNCTION CONCATENATE("CC ",NIF-CLIENTE)
               TO PC-REF(NUM-PAGAMENTOS).
           ADD VALOR-PARCELA      TO VALOR-ENTREGUE.
           ADD VALOR-PARCELA      TO VALOR-A-CREDITO.
           SUBTRACT VALOR-PARCELA FROM FALTA-PAGAR.

         AUTORIZA-CREDITO-EXIT.
           EXIT.


      ******************************************************************
      * APURA-SALDO-CREDITO
      * Saldo em divida do cliente da conta: le a conta-corrente
      * inteira e soma os debitos do NIF menos os creditos (estornos e
      * pagamentos). Sem ficheiro ainda (nenhum movimento a credito)
      * o saldo e zero.
      ******************************************************************
         APURA-SALDO-CREDITO.
           MOVE 0   TO SALDO-CREDITO.
           MOVE "N" TO FIM-CCORRENTE.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO APURA-SALDO-CREDITO-EXIT
           END-IF.
           PERFORM LE-MOVIMENTO-CREDITO
               UNTIL CCORRENTE-TERMINOU.
           CLOSE FICHEIRO-CCORRENTE.

         APURA-SALDO-CREDITO-EXIT.
           EXIT.


         LE-MOVIMENTO-CREDITO.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   IF CC-NIF = CM-NIF(IDX-CLIENTE-CONTA) THEN
                       IF CC-DEBITO THEN
                           ADD CC-VALOR TO SALDO-CREDITO
                       ELSE
                           SUBTRACT CC-VALOR FROM SALDO-CREDITO
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      * VENDE-VALE
      * Vende um vale-oferta no balcao (tecla G em ACEITAR-MENU, com
           MOVE FUNCTION CONCATENATE("OPERADOR: ",OPERADOR)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("FATURA NR: ",AD-NUM-DOC)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("ATCUD: ",ATCUD-FATURA)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           MOVE "VALE VALIDO ATE SER RESGATADO NO BALCAO"
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-RECIBO-CERTIFICACAO.
           CLOSE RECIBO-IMPRESSO.


           MOVE 0               TO JORNAL-NIF.
           MOVE NUM-FATURA      TO JORNAL-NUM-FATURA.
           MOVE TERMINAL-ID     TO JORNAL-TERMINAL.
           MOVE "S"             TO JORNAL-TIPO-PEDIDO.
           PERFORM ASSINA-FATURA.
           WRITE JORNAL-REG.
           INITIALIZE JORNAL-REG.
           MOVE "I"             TO JORNAL-TIPO-REG.
                       MOVE NOME-CLIENTE-NOVO
                           TO CM-NOME(NUM-CLIENTES)
                       MOVE 0 TO CM-PONTOS(NUM-CLIENTES)
                       MOVE "N" TO CM-CREDITO(NUM-CLIENTES)
                       MOVE 0 TO CM-LIMITE(NUM-CLIENTES)
                       MOVE SPACES TO CM-MORADA(NUM-CLIENTES)
                       MOVE SPACES TO CM-TELEFONE(NUM-CLIENTES)
                       MOVE NUM-CLIENTES TO IDX-CLIENTE-CONTA
                       PERFORM GRAVA-CLIENTES
                   END-IF
           END-IF.


      ******************************************************************
      * PEDE-ALERGIA
      * Alergia ou intolerancia que o cliente declara ao fazer o
      * pedido (ENTER = nenhuma), pedida no fecho logo a seguir ao
      * NIF. Vale so para esta conta e sai em destaque no talao da
      * cozinha.
      ******************************************************************
         PEDE-ALERGIA.
           MOVE SPACES TO ALERGIA-CLIENTE.
           DISPLAY "ALERGIA (ENTER=NENHUMA):" AT LINE LINHA COL 50
               FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT ALERGIA-CLIENTE AT LINE LINHA COL 75.
           MOVE FUNCTION UPPER-CASE(ALERGIA-CLIENTE) TO ALERGIA-CLIENTE.
           ADD 1 TO LINHA.


      ******************************************************************
      * PEDE-ENTREGA
      * Morada e telefone de um pedido de entrega, pedidos no fecho
      * logo a seguir ao NIF. Com um cliente inscrito que ja tenha
      * morada na ficha, a morada e o telefone sao propostos e o
      * operador so confirma; uma morada ou telefone novos ficam na
      * ficha do cliente para a proxima vez. Sem cliente inscrito
      * pede tambem o nome, para a folha do estafeta.
      ******************************************************************
         PEDE-ENTREGA.
           MOVE SPACES TO NOME-ENTREGA.
           MOVE SPACES TO MORADA-ENTREGA.
           MOVE SPACES TO TELEFONE-ENTREGA.
           IF IDX-CLIENTE-CONTA > 0 THEN
               MOVE CM-NOME(IDX-CLIENTE-CONTA)     TO NOME-ENTREGA
               MOVE CM-MORADA(IDX-CLIENTE-CONTA)   TO MORADA-ENTREGA
               MOVE CM-TELEFONE(IDX-CLIENTE-CONTA)
                   TO TELEFONE-ENTREGA
           END-IF.
           IF MORADA-ENTREGA NOT = SPACES THEN
               DISPLAY FUNCTION CONCATENATE("MORADA: ",MORADA-ENTREGA)
                   AT LINE LINHA COL 50 FOREGROUND-COLOR 3 HIGHLIGHT
               ADD 1 TO LINHA
               DISPLAY FUNCTION CONCATENATE("TELEFONE: ",
                   TELEFONE-ENTREGA) AT LINE LINHA COL 50
                   FOREGROUND-COLOR 3 HIGHLIGHT
               ADD 1 TO LINHA
               MOVE " " TO RESPOSTA
               PERFORM UNTIL FUNCTION UPPER-CASE(RESPOSTA) = "S" OR
                             FUNCTION UPPER-CASE(RESPOSTA) = "N"
                   DISPLAY "ENTREGAR NESTA MORADA? (S/N)"
                       AT LINE LINHA COL 50 FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT RESPOSTA AT LINE LINHA COL 79
               END-PERFORM
               ADD 1 TO LINHA
               IF FUNCTION UPPER-CASE(RESPOSTA) = "N" THEN
                   MOVE SPACES TO MORADA-ENTREGA
                   MOVE SPACES TO TELEFONE-ENTREGA
               END-IF
           END-IF.
           IF NOME-ENTREGA = SPACES THEN
               DISPLAY "NOME:" AT LINE LINHA COL 50
                   FOREGROUND-COLOR 3 HIGHLIGHT
               ACCEPT NOME-ENTREGA AT LINE LINHA COL 56
               ADD 1 TO LINHA
           END-IF.
           IF MORADA-ENTREGA = SPACES THEN
               PERFORM UNTIL MORADA-ENTREGA NOT = SPACES
                   DISPLAY "MORADA:" AT LINE LINHA COL 50
                       FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT MORADA-ENTREGA AT LINE LINHA COL 58
               END-PERFORM
               ADD 1 TO LINHA
           END-IF.
           IF TELEFONE-ENTREGA = SPACES THEN
               PERFORM UNTIL TELEFONE-ENTREGA NOT = SPACES
                   DISPLAY "TELEFONE:" AT LINE LINHA COL 50
                       FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT TELEFONE-ENTREGA AT LINE LINHA COL 60
               END-PERFORM
               ADD 1 TO LINHA
           END-IF.
           IF IDX-CLIENTE-CONTA > 0 THEN
               IF MORADA-ENTREGA NOT = CM-MORADA(IDX-CLIENTE-CONTA) OR
                  TELEFONE-ENTREGA NOT =
                      CM-TELEFONE(IDX-CLIENTE-CONTA) THEN
                   MOVE MORADA-ENTREGA
                       TO CM-MORADA(IDX-CLIENTE-CONTA)
                   MOVE TELEFONE-ENTREGA
                       TO CM-TELEFONE(IDX-CLIENTE-CONTA)
                   PERFORM GRAVA-CLIENTES
               END-IF
           END-IF.


      ******************************************************************
      * PEDE-RESGATE-PONTOS
      * Resgate de pontos do cliente da conta como desconto: pede
           MOVE PONTOS-USADOS   TO JORNAL-PONTOS-USADOS.
           MOVE PONTOS-GANHOS   TO JORNAL-PONTOS-GANHOS.
           MOVE TERMINAL-ID     TO JORNAL-TERMINAL.
           MOVE TIPO-PEDIDO     TO JORNAL-TIPO-PEDIDO.
           PERFORM ASSINA-FATURA.
           WRITE JORNAL-REG.

      * O desconto de funcionario fica tambem na auditoria, ja com o
      * numero da conta, para o relatorio de excepcoes o somar por
      * operador.
           IF DESCONTO-CODIGO = "FUNC" THEN
               MOVE "F"       TO TIPO-AUDITORIA
               MOVE NUM-CONTA TO CONTA-AUDITORIA
               MOVE 0         TO ARTIGO-AUDITORIA
               MOVE NUM-ITENS TO QTD-AUDITORIA
               MOVE DESCONTO  TO VALOR-AUDITORIA
               PERFORM GRAVA-AUDITORIA
           END-IF.

      * Conta mista: uma linha "P" por parcela de pagamento, logo a
      * seguir ao cabecalho - as parcelas somam o total final, para a
      * caixa e a contabilidade reconciliarem ao centimo. Com uma so
                   UNTIL IDX-PARC > NUM-PAGAMENTOS
           END-IF.

      * A parte paga a credito vai para a conta-corrente do cliente,
      * com o numero da factura que a suporta.
           IF VALOR-A-CREDITO > 0 THEN
               PERFORM GRAVA-CONTA-CORRENTE
           END-IF.

           INITIALIZE CONSUMO-CONTA.
           PERFORM GRAVA-JORNAL-ITEM
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > NUM-ITENS.

           PERFORM GRAVA-STOCK.
           PERFORM ABATE-LOTES THRU
                   ABATE-LOTES-EXIT.
           PERFORM AVISA-STOCK-BAIXO.

         GRAVA-JORNAL-EXIT.
           EXIT.


      ******************************************************************
      * GRAVA-CONTA-CORRENTE
      * Lanca na conta-corrente o debito "D" do cliente pelo valor
      * pago a credito na conta acabada de gravar (numero da conta e
      * da factura, operador e terminal). Cria o ficheiro no primeiro
      * lancamento.
      ******************************************************************
         GRAVA-CONTA-CORRENTE.
           OPEN EXTEND FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE = "35" THEN
               OPEN OUTPUT FICHEIRO-CCORRENTE
               CLOSE FICHEIRO-CCORRENTE
               OPEN EXTEND FICHEIRO-CCORRENTE
           END-IF.
           INITIALIZE CCORRENTE-REG.
           MOVE "D"             TO CC-TIPO.
           MOVE NIF-CLIENTE     TO CC-NIF.
           MOVE ANO             TO CC-ANO.
           MOVE MES             TO CC-MES.
           MOVE DIA             TO CC-DIA.
           MOVE HORA            TO CC-HOR.
           MOVE MINUTO          TO CC-MIN.
           MOVE NUM-CONTA       TO CC-NUM-CONTA.
           MOVE NUM-FATURA      TO CC-NUM-FATURA.
           MOVE VALOR-A-CREDITO TO CC-VALOR.
           MOVE OPERADOR        TO CC-OPERADOR.
           MOVE TERMINAL-ID     TO CC-TERMINAL.
           MOVE SPACES          TO CC-FORMA.
           MOVE SPACES          TO CC-REFERENCIA.
           WRITE CCORRENTE-REG.
           CLOSE FICHEIRO-CCORRENTE.
           ADD VALOR-A-CREDITO TO SALDO-CREDITO.


         GRAVA-JORNAL-PAGAMENTO.
           INITIALIZE JORNAL-REG.
           MOVE "P"          TO JORNAL-TIPO-REG.
           WRITE JORNAL-REG.
      * Abate ao stock os ingredientes da receita do artigo por cada
      * linha de venda gravada, para o stock teorico acompanhar o
      * jornal venda a venda. O mesmo consumo fica somado por
      * ingrediente para o abate aos lotes no fim da conta.
           PERFORM ABATE-RECEITA
               VARYING IDX-RECEITA FROM 1 BY 1
               UNTIL IDX-RECEITA > NUM-RECEITAS.
               COMPUTE SM-QTD(RT-INGRED(IDX-RECEITA)) =
                   SM-QTD(RT-INGRED(IDX-RECEITA)) -
                   IC-QUANTIDADE(IDX-ITEM) * RT-QTD(IDX-RECEITA)
               COMPUTE CI-QTD(RT-INGRED(IDX-RECEITA)) =
                   CI-QTD(RT-INGRED(IDX-RECEITA)) +
                   IC-QUANTIDADE(IDX-ITEM) * RT-QTD(IDX-RECEITA)
           END-IF.


      * IMPRIME-RECIBO
      * Escreve o recibo detalhado da conta fechada em RECIBO.TXT
      * (linha, quantidade, preco unitario, total da linha e o TOTAL
      * final), para ser enviado para a impressora do balcao. Leva o
      * numero da factura na serie do terminal, o ATCUD e, no fim, o
      * excerto do hash e a cadeia do codigo QR.
      ******************************************************************
         IMPRIME-RECIBO.
           IF NUM-ITENS = 0
           MOVE FUNCTION CONCATENATE("OPERADOR: ",OPERADOR)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("FATURA NR: ",AD-NUM-DOC)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("ATCUD: ",ATCUD-FATURA)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF NIF-CLIENTE > 0 THEN
                   TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE FUNCTION CONCATENATE("PEDIDO: ",DESCR-TIPO-PEDIDO)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF TIPO-ENTREGA THEN
               PERFORM IMPRIME-MORADA-ENTREGA
           END-IF.
           MOVE SPACES TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

                   VARYING IDX-PARC FROM 1 BY 1
                   UNTIL IDX-PARC > NUM-PAGAMENTOS
           ELSE
               EVALUATE TRUE
                 WHEN PAGAMENTO-DINHEIRO
                   MOVE "PAGAMENTO: DINHEIRO" TO RECIBO-LINHA
                 WHEN PAGAMENTO-CREDITO
                   MOVE "PAGAMENTO: A CREDITO (CONTA-CORRENTE)"
                       TO RECIBO-LINHA
                 WHEN OTHER
                   MOVE "PAGAMENTO: CARTAO" TO RECIBO-LINHA
               END-EVALUATE
               WRITE RECIBO-LINHA
           END-IF.
           MOVE VALOR-ENTREGUE TO SAIDA-VALOR-ENTREGUE.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-RECIBO-IVA-CLASSE
               VARYING IDX-CLASSE FROM 1 BY 1 UNTIL IDX-CLASSE > 3.
      * Conta a credito: o saldo em divida do cliente ja com esta
      * conta e a linha para a assinatura de quem a leva.
           IF VALOR-A-CREDITO > 0 THEN
               MOVE SALDO-CREDITO TO SAIDA-CREDITO
               MOVE FUNCTION CONCATENATE("SALDO C/CORRENTE: ",
                   SAIDA-CREDITO," EUR") TO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE SPACES TO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE "ASSINATURA: ______________________________"
                   TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           IF IDX-CLIENTE-CONTA > 0 THEN
               MOVE PONTOS-USADOS TO SAIDA-PONTOS
               MOVE FUNCTION CONCATENATE("PONTOS USADOS: ",
                   SAIDA-PONTOS) TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           PERFORM IMPRIME-RECIBO-CERTIFICACAO.
           CLOSE RECIBO-IMPRESSO.

         IMPRIME-RECIBO-EXIT.
      * IMPRIME-TALAO-COZINHA
      * Escreve o talao para a impressora da cozinha (COZINHA.TXT),
      * acrescentado ao fim do ficheiro: numero do pedido em grande
      * (o numero da conta no jornal), o tipo de pedido (sala,
      * take-away ou entrega), quantidade e artigo por linha -
      * sem precos nem IVA. A alergia declarada pelo cliente sai
      * emoldurada logo a seguir ao tipo de pedido, antes dos artigos,
      * para a cozinha a ver antes de comecar. Mostra tambem o
      * numero do pedido no canto
      * superior direito do ecran, para o balcao o chamar quando o
      * pedido estiver pronto.
      ******************************************************************
           MOVE FUNCTION CONCATENATE(DIA,"-",MES,"-",ANO," ",
               HORA,":",MINUTO) TO COZINHA-LINHA.
           WRITE COZINHA-LINHA.
           MOVE FUNCTION CONCATENATE(">>> ",DESCR-TIPO-PEDIDO," <<<")
               TO COZINHA-LINHA.
           WRITE COZINHA-LINHA.
           IF ALERGIA-CLIENTE NOT = SPACES THEN
               MOVE "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                   TO COZINHA-LINHA
               WRITE COZINHA-LINHA
               MOVE "!!!  ATENCAO - CLIENTE COM ALERGIA  !!!"
                   TO COZINHA-LINHA
               WRITE COZINHA-LINHA
               MOVE FUNCTION CONCATENATE("!!!  ",ALERGIA-CLIENTE)
                   TO COZINHA-LINHA
               WRITE COZINHA-LINHA
               MOVE "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                   TO COZINHA-LINHA
               WRITE COZINHA-LINHA
           END-IF.
           MOVE "-------------------------------------------"
               TO COZINHA-LINHA.
           WRITE COZINHA-LINHA.
      * registo do talao acabado de imprimir, no estado pendente - e
      * este registo que a cozinha vai fazendo avancar no programa
      * COZINHA ate o balcao chamar o pedido. Cria o ficheiro na
      * primeira gravacao, como o talao de cozinha. Leva o tipo de
      * pedido e, num pedido de entrega, o cliente, a morada, o
      * telefone e o dinheiro a cobrar, para a expedicao.
      ******************************************************************
         REGISTA-PEDIDO-COZINHA.
           OPEN EXTEND ESTADO-PEDIDOS.
           MOVE HORA      TO PEDIDO-CRIACAO-HOR.
           MOVE MINUTO    TO PEDIDO-CRIACAO-MIN.
           MOVE "P"       TO PEDIDO-ESTADO.
           MOVE TIPO-PEDIDO TO PEDIDO-TIPO.
           IF TIPO-ENTREGA THEN
               MOVE 0 TO VALOR-A-COBRAR
               PERFORM SOMA-PARCELA-A-COBRAR
                   VARYING IDX-PARC FROM 1 BY 1
                   UNTIL IDX-PARC > NUM-PAGAMENTOS
               MOVE NOME-ENTREGA     TO PEDIDO-NOME
               MOVE MORADA-ENTREGA   TO PEDIDO-MORADA
               MOVE TELEFONE-ENTREGA TO PEDIDO-TELEFONE
               MOVE TOTAL-FINAL      TO PEDIDO-TOTAL
               MOVE VALOR-A-COBRAR   TO PEDIDO-A-COBRAR
           END-IF.
           WRITE PEDIDO-REG.
           CLOSE ESTADO-PEDIDOS.


      * So a parte paga em dinheiro fica a cobrar pelo estafeta - o
      * cartao, o vale e o credito ficaram resolvidos no balcao.
         SOMA-PARCELA-A-COBRAR.
           IF PC-FORMA(IDX-PARC) = "D" THEN
               ADD PC-VALOR(IDX-PARC) TO VALOR-A-COBRAR
           END-IF.


         IMPRIME-TALAO-ITEM.
           MOVE IC-QUANTIDADE(IDX-ITEM) TO CZI-QTD.
           MOVE IC-DESCRICAO(IDX-ITEM)  TO CZI-DESC.
           WRITE COZINHA-LINHA.


      * Pedido de entrega: para quem, onde e o telefone, no recibo
      * que segue com o pedido.
         IMPRIME-MORADA-ENTREGA.
           IF NOME-ENTREGA NOT = SPACES THEN
               MOVE FUNCTION CONCATENATE("ENTREGAR A: ",NOME-ENTREGA)
                   TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE MORADA-ENTREGA TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("TELEFONE: ",TELEFONE-ENTREGA)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.


      * Uma linha do recibo por parcela de uma conta mista, com a
      * forma e o valor aplicado (num vale, tambem a referencia).
         IMPRIME-RECIBO-PAGAMENTO.
               MOVE FUNCTION CONCATENATE("PAGAMENTO: ",
                   PC-REF(IDX-PARC)," ",
                   SAIDA-VALOR-ENTREGUE," EUR") TO RECIBO-LINHA
             WHEN "A"
               MOVE FUNCTION CONCATENATE("PAGAMENTO: A CREDITO ",
                   SAIDA-VALOR-ENTREGUE," EUR") TO RECIBO-LINHA
             WHEN OTHER
               MOVE FUNCTION CONCATENATE("PAGAMENTO: CARTAO ",
                   SAIDA-VALOR-ENTREGUE," EUR") TO RECIBO-LINHA
               MOVE TOTAL        TO CKPT-TOTAL
               MOVE LINHA        TO CKPT-LINHA
               MOVE OPERADOR     TO CKPT-OPERADOR
               MOVE TIPO-PEDIDO  TO CKPT-TIPO-PEDIDO
               WRITE CKPT-REG
               PERFORM GRAVA-CHECKPOINT-ITEM
                   VARYING IDX-ITEM FROM 1 BY 1
               MOVE MA-TOTAL(IDX-MESA)   TO CKPT-TOTAL
               MOVE 0                    TO CKPT-LINHA
               MOVE OPERADOR             TO CKPT-OPERADOR
               MOVE MA-TIPO-PEDIDO(IDX-MESA) TO CKPT-TIPO-PEDIDO
               WRITE CKPT-REG
               PERFORM GRAVA-CHECKPOINT-MESA-ITEM
                   VARYING IDX-ITEM FROM 1 BY 1
               MOVE "S"            TO MA-OCUPADA(IDX-MESA)
               MOVE CKPT-NUM-ITENS TO MA-NUM-ITENS(IDX-MESA)
               MOVE CKPT-TOTAL     TO MA-TOTAL(IDX-MESA)
               MOVE CKPT-TIPO-PEDIDO TO MA-TIPO-PEDIDO(IDX-MESA)
               IF CKPT-TIPO-PEDIDO = SPACE THEN
                   MOVE "S" TO MA-TIPO-PEDIDO(IDX-MESA)
               END-IF
               PERFORM CARREGA-ITEM-MESA
                   VARYING IDX-ITEM FROM 1 BY 1
                   UNTIL IDX-ITEM > MA-NUM-ITENS(IDX-MESA)
                   MOVE CKPT-TOTAL     TO TOTAL
                   MOVE CKPT-LINHA     TO LINHA
                   MOVE CKPT-OPERADOR  TO OPERADOR
                   MOVE CKPT-TIPO-PEDIDO TO TIPO-PEDIDO
                   PERFORM MOSTRA-TIPO-PEDIDO
                   MOVE 0              TO DESCONTO
                   MOVE 0              TO TOTAL-FINAL
                   PERFORM CARREGA-ITEM-CHECKPOINT
                   DISPLAY FUNCTION CONCATENATE("TOTAL: ",SAIDA-TOTAL,
                       " EUR") AT 1620 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE "S" TO CONTA-RETOMADA-FLAG
                   MOVE "R"       TO TIPO-AUDITORIA
                   COMPUTE CONTA-AUDITORIA = NUM-CONTA + 1
                   MOVE 0         TO ARTIGO-AUDITORIA
                   MOVE NUM-ITENS TO QTD-AUDITORIA
                   MOVE TOTAL     TO VALOR-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.


      ******************************************************************
      * GRAVA-AUDITORIA
      * Acrescenta a AUDITORIA.DAT o evento preenchido pelo chamador
      * (tipo, conta, artigo, quantidade e valor), com a data e hora
      * do momento, o terminal e o operador. Cria o ficheiro na
      * primeira gravacao; o ficheiro e partilhado pelos terminais,
      * por isso e aberto e fechado a cada registo, como PEDIDOS.DAT.
      ******************************************************************
         GRAVA-AUDITORIA.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           INITIALIZE AUDIT-REG.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE TIPO-AUDITORIA   TO AUD-TIPO.
           MOVE TERMINAL-ID      TO AUD-TERMINAL.
           MOVE OPERADOR         TO AUD-OPERADOR.
           MOVE CONTA-AUDITORIA  TO AUD-NUM-CONTA.
           MOVE ARTIGO-AUDITORIA TO AUD-COD-ARTIGO.
           MOVE QTD-AUDITORIA    TO AUD-QUANTIDADE.
           MOVE VALOR-AUDITORIA  TO AUD-VALOR.
           MOVE "N"              TO AUD-APOS-PAGAR.
           WRITE AUDIT-REG.
           CLOSE FICHEIRO-AUDITORIA.


         CARREGA-ITEM-CHECKPOINT.
           READ CHECKPOINT-CONTA
               AT END CONTINUE
      ******************************************************************
      * CARREGA-NUM-FATURA
      * Le em FATURAn.DAT o ultimo numero de factura emitido da serie
      * fiscal deste terminal e o hash dessa factura. Se o ficheiro
      * ainda nao existir (primeira execucao apos esta alteracao, ou
      * contador perdido), reconstroi o contador com o maior numero
      * de factura da gama deste terminal ja gravado no jornal do
      * terminal e no consolidado do dia - para a serie nunca voltar
      * atras nem reemitir numeros ja consolidados - e com o hash
      * dessa factura, onde a seguinte se encadeia.
      ******************************************************************
         CARREGA-NUM-FATURA.
           MOVE 0 TO NUM-FATURA.
           IF FS-FATURA = "00" THEN
               READ CONTADOR-FATURA
                   AT END CONTINUE
                   NOT AT END
                       MOVE FATURA-ULTIMO-NUM  TO NUM-FATURA
                       MOVE FATURA-ULTIMO-HASH TO HASH-ULTIMA-FATURA
               END-READ
               CLOSE CONTADOR-FATURA
           ELSE
                           IF JORNAL-CABECALHO AND
                              JORNAL-NUM-FATURA > NUM-FATURA THEN
                               MOVE JORNAL-NUM-FATURA TO NUM-FATURA
                               MOVE JORNAL-HASH TO HASH-ULTIMA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
                                  <= TECTO-NUM-TERMINAL AND
                              JORNAL-NUM-FATURA > NUM-FATURA THEN
                               MOVE JORNAL-NUM-FATURA TO NUM-FATURA
                               MOVE JORNAL-HASH TO HASH-ULTIMA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
      * GRAVA-NUM-FATURA
      * Regrava o contador da serie fiscal em FATURA.DAT, chamado logo
      * a seguir a cada incremento em GRAVA-JORNAL para uma
      * interrupcao nunca reutilizar um numero ja emitido, e outra vez
      * quando a factura fica assinada, com o hash dela.
      ******************************************************************
         GRAVA-NUM-FATURA.
           OPEN OUTPUT CONTADOR-FATURA.
           MOVE NUM-FATURA         TO FATURA-ULTIMO-NUM.
           MOVE HASH-ULTIMA-FATURA TO FATURA-ULTIMO-HASH.
           WRITE FATURA-REG.
           CLOSE CONTADOR-FATURA.


      ******************************************************************
      * CARREGA-SERIE-FATURA
      * Le em SERIES.DAT o codigo de validacao da serie de facturas
      * ("FT") deste terminal. Sem registo o terminal emite na mesma,
      * com ATCUD "0", mas avisa no arranque para a serie ser
      * registada (MANUT_SERIES) - o aviso fica ate ser confirmado.
      ******************************************************************
         CARREGA-SERIE-FATURA.
           MOVE SPACES TO CODIGO-SERIE-FT.
           MOVE "N" TO FIM-SERIES.
           OPEN INPUT FICHEIRO-SERIES.
           IF FS-SERIES = "00" THEN
               PERFORM LE-SERIE-ITEM
                   UNTIL SERIES-TERMINARAM
               CLOSE FICHEIRO-SERIES
           END-IF.
           IF CODIGO-SERIE-FT = SPACES THEN
               MOVE SPACE TO RESPOSTA
               DISPLAY "SERIE FT SEM CODIGO DE VALIDACAO - ATCUD 0"
                   AT LINE 16 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "(ENTER)" AT LINE 16 COL 44
               ACCEPT RESPOSTA AT LINE 16 COL 52
               DISPLAY " " ERASE EOL AT LINE 16 COL 01
           END-IF.


         LE-SERIE-ITEM.
           READ FICHEIRO-SERIES
               AT END
                   MOVE "S" TO FIM-SERIES
               NOT AT END
                   IF SERIE-TERMINAL = TERMINAL-ID AND
                      SERIE-FATURA THEN
                       MOVE SERIE-CODIGO TO CODIGO-SERIE-FT
                   END-IF
           END-READ.


      ******************************************************************
      * ASSINA-FATURA
      * Completa o cabecalho "C" da factura acabada de numerar com o
      * ATCUD (codigo da serie, hifen, numero dentro da serie) e o
      * hash encadeado no da factura anterior do terminal
      * (ASSINA_DOC), guarda o hash novo em FATURAn.DAT e monta a
      * cadeia do codigo QR para o recibo. Chamado mesmo antes do
      * WRITE do cabecalho.
      ******************************************************************
         ASSINA-FATURA.
           DIVIDE NUM-FATURA BY 100000 GIVING TERMINAL-FATURA
               REMAINDER SEQ-FATURA.
           MOVE SEQ-FATURA TO SAIDA-SEQ-FATURA.
           MOVE SPACES TO ATCUD-FATURA.
           IF CODIGO-SERIE-FT = SPACES THEN
               MOVE "0" TO ATCUD-FATURA
           ELSE
               STRING CODIGO-SERIE-FT "-"
                   FUNCTION TRIM(SAIDA-SEQ-FATURA)
                   DELIMITED BY SIZE INTO ATCUD-FATURA
           END-IF.
           MOVE ATCUD-FATURA TO JORNAL-ATCUD.
           MOVE HASH-ULTIMA-FATURA TO AD-HASH-ANTERIOR.
           CALL "ASSINA_DOC" USING JORNAL-REG ASSINATURA-DOC.
           MOVE AD-HASH TO JORNAL-HASH.
           MOVE AD-HASH TO HASH-ULTIMA-FATURA.
           PERFORM GRAVA-NUM-FATURA.
           MOVE AD-HASH(1:1)  TO HASH-QR(1:1).
           MOVE AD-HASH(6:1)  TO HASH-QR(2:1).
           MOVE AD-HASH(11:1) TO HASH-QR(3:1).
           MOVE AD-HASH(16:1) TO HASH-QR(4:1).
           PERFORM MONTA-QR-FATURA.


      ******************************************************************
      * MONTA-QR-FATURA
      * Cadeia de dados do codigo QR da factura, campo a campo com o
      * separador "*": NIF do emitente e do adquirente (999999990 o
      * consumidor final), pais, tipo, estado, data, documento,
      * ATCUD, bases e IVA por taxa (I2 a base nao sujeita - a venda
      * de um vale), IVA total, total, quatro caracteres do hash e o
      * numero do certificado.
      ******************************************************************
         MONTA-QR-FATURA.
           MOVE SPACES TO LINHA-QR.
           MOVE 1 TO PONTEIRO-QR.
           STRING "A:" NIF-EMPRESA "*B:" DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.
           IF JORNAL-NIF > 0 THEN
               STRING JORNAL-NIF DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
           ELSE
               STRING "999999990" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
           END-IF.
           STRING "*C:PT*D:FT*E:N*F:" JORNAL-DATA "*G:"
               DELIMITED BY SIZE
               AD-NUM-DOC DELIMITED BY "  "
               "*H:" DELIMITED BY SIZE
               ATCUD-FATURA DELIMITED BY SPACE
               "*I1:PT" DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.
           COMPUTE VALOR-QR = JORNAL-VALOR-LIQUIDO -
               JORNAL-LIQ-NORMAL - JORNAL-LIQ-INTERM -
               JORNAL-LIQ-REDUZ.
           IF VALOR-QR > 0 THEN
               STRING "*I2:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               PERFORM ACRESCENTA-VALOR-QR
           END-IF.
           IF JORNAL-LIQ-REDUZ > 0 THEN
               STRING "*I3:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-LIQ-REDUZ TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
               STRING "*I4:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-IVA-REDUZ TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
           END-IF.
           IF JORNAL-LIQ-INTERM > 0 THEN
               STRING "*I5:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-LIQ-INTERM TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
               STRING "*I6:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-IVA-INTERM TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
           END-IF.
           IF JORNAL-LIQ-NORMAL > 0 THEN
               STRING "*I7:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-LIQ-NORMAL TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
               STRING "*I8:" DELIMITED BY SIZE
                   INTO LINHA-QR WITH POINTER PONTEIRO-QR
               MOVE JORNAL-IVA-NORMAL TO VALOR-QR
               PERFORM ACRESCENTA-VALOR-QR
           END-IF.
           STRING "*N:" DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.
           MOVE JORNAL-VALOR-IVA TO VALOR-QR.
           PERFORM ACRESCENTA-VALOR-QR.
           STRING "*O:" DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.
           MOVE JORNAL-TOTAL-FINAL TO VALOR-QR.
           PERFORM ACRESCENTA-VALOR-QR.
           STRING "*Q:" HASH-QR "*R:0" DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.


         ACRESCENTA-VALOR-QR.
           MOVE VALOR-QR TO SAIDA-VALOR-QR.
           STRING FUNCTION TRIM(SAIDA-VALOR-QR) DELIMITED BY SIZE
               INTO LINHA-QR WITH POINTER PONTEIRO-QR.


      ******************************************************************
      * IMPRIME-RECIBO-CERTIFICACAO
      * Fecho do recibo da factura: os quatro caracteres do hash e a
      * cadeia do codigo QR, partida em linhas da largura do papel.
      ******************************************************************
         IMPRIME-RECIBO-CERTIFICACAO.
           MOVE SPACES TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE FUNCTION CONCATENATE("HASH: ",HASH-QR)
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE "CODIGO QR:" TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-LINHA-QR
               VARYING IDX-QR FROM 1 BY 50
               UNTIL IDX-QR >= PONTEIRO-QR.


         IMPRIME-LINHA-QR.
           MOVE LINHA-QR(IDX-QR:50) TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.


      ******************************************************************
      * CARREGA-PRECOS
      * Le a tabela de precos (PRECOS.DAT) inteira para memoria no
                   MOVE INGRED-CODIGO    TO IM-CODIGO(NUM-INGRED)
                   MOVE INGRED-DESCRICAO TO IM-DESCRICAO(NUM-INGRED)
                   MOVE INGRED-UNIDADE   TO IM-UNIDADE(NUM-INGRED)
                   MOVE INGRED-ALERGENOS TO IM-ALERGENOS(NUM-INGRED)
           END-READ.


      * Escreve INGRED.DAT com os ingredientes de origem do armazem,
      * para o ficheiro existir logo na primeira execucao. O oleo e a
      * salada contam-se em doses (DS), o resto em unidades (UN).
      * Dos alergenios, so o pao de origem leva gluten.
      ******************************************************************
         CRIA-INGRED-DEFEITO.
           MOVE 1                   TO IM-CODIGO(1).
           MOVE "SALADA PREPARADA"  TO IM-DESCRICAO(5).
           MOVE "DS"                TO IM-UNIDADE(5).
           MOVE 5 TO NUM-INGRED.
           PERFORM LIMPA-ALERGENOS-DEFEITO
               VARYING IDX-INGRED FROM 1 BY 1
               UNTIL IDX-INGRED > NUM-INGRED.
           MOVE "S"                 TO IM-ALERGENO(1 1).
           CLOSE FICHEIRO-INGRED.
           OPEN OUTPUT FICHEIRO-INGRED.
           PERFORM GRAVA-INGREDIENTE
           CLOSE FICHEIRO-INGRED.


         LIMPA-ALERGENOS-DEFEITO.
           MOVE ALL "N" TO IM-ALERGENOS(IDX-INGRED).


         GRAVA-INGREDIENTE.
           MOVE IM-CODIGO(IDX-INGRED)    TO INGRED-CODIGO.
           MOVE IM-DESCRICAO(IDX-INGRED) TO INGRED-DESCRICAO.
           MOVE IM-UNIDADE(IDX-INGRED)   TO INGRED-UNIDADE.
           MOVE 0                        TO INGRED-FORNECEDOR.
           MOVE 0                        TO INGRED-CUSTO-MEDIO.
           MOVE 0                        TO INGRED-DATA-CUSTO.
           MOVE IM-ALERGENOS(IDX-INGRED) TO INGRED-ALERGENOS.
           WRITE INGRED-REG.


                   MOVE CLIENTE-NIF    TO CM-NIF(NUM-CLIENTES)
                   MOVE CLIENTE-NOME   TO CM-NOME(NUM-CLIENTES)
                   MOVE CLIENTE-PONTOS TO CM-PONTOS(NUM-CLIENTES)
                   MOVE CLIENTE-CREDITO
                       TO CM-CREDITO(NUM-CLIENTES)
                   IF CLIENTE-LIMITE IS NUMERIC THEN
                       MOVE CLIENTE-LIMITE
                           TO CM-LIMITE(NUM-CLIENTES)
                   ELSE
                       MOVE 0 TO CM-LIMITE(NUM-CLIENTES)
                   END-IF
                   MOVE CLIENTE-MORADA
                       TO CM-MORADA(NUM-CLIENTES)
                   MOVE CLIENTE-TELEFONE
                       TO CM-TELEFONE(NUM-CLIENTES)
           END-READ.


           MOVE CM-NIF(IDX-CLIENTE)    TO CLIENTE-NIF.
           MOVE CM-NOME(IDX-CLIENTE)   TO CLIENTE-NOME.
           MOVE CM-PONTOS(IDX-CLIENTE) TO CLIENTE-PONTOS.
           MOVE CM-CREDITO(IDX-CLIENTE) TO CLIENTE-CREDITO.
           MOVE CM-LIMITE(IDX-CLIENTE)  TO CLIENTE-LIMITE.
           MOVE CM-MORADA(IDX-CLIENTE)  TO CLIENTE-MORADA.
           MOVE CM-TELEFONE(IDX-CLIENTE) TO CLIENTE-TELEFONE.
           WRITE CLIENTE-REG.


           WRITE STOCK-REG.


      ******************************************************************
      * ABATE-LOTES
      * Abate aos lotes de LOTES.DAT o consumo da conta acabada de
      * gravar, ingrediente a ingrediente, pela ordem de entrada dos
      * lotes (o mais antigo primeiro); um lote que fica a zero passa
      * a esgotado. O que os lotes abertos nao cobrirem fica so em
      * STOCK.DAT, que continua a ser o stock teorico.
      ******************************************************************
         ABATE-LOTES.
           MOVE 0   TO NUM-LOTES.
           MOVE "N" TO FIM-LOTES.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES NOT = "00" THEN
               GO TO ABATE-LOTES-EXIT
           END-IF.
           PERFORM LE-LOTE
               UNTIL LOTES-TERMINARAM OR NUM-LOTES >= 500.
           CLOSE FICHEIRO-LOTES.
           IF NOT LOTES-TERMINARAM THEN
               GO TO ABATE-LOTES-EXIT
           END-IF.
           PERFORM ABATE-LOTES-INGRED
               VARYING IDX-INGRED FROM 1 BY 1
               UNTIL IDX-INGRED > NUM-INGRED.
           OPEN OUTPUT FICHEIRO-LOTES.
           PERFORM GRAVA-LOTE
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.
           CLOSE FICHEIRO-LOTES.

         ABATE-LOTES-EXIT.
           EXIT.


         ABATE-LOTES-INGRED.
           MOVE CI-QTD(IDX-INGRED) TO QTD-A-ABATER.
           PERFORM ABATE-LOTE-ITEM
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES OR QTD-A-ABATER = 0.


         ABATE-LOTE-ITEM.
           IF LT-CODIGO(IDX-LOTE) = IDX-INGRED AND
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


         LE-LOTE.
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


         GRAVA-LOTE.
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
      * AVISA-STOCK-BAIXO
      * Depois do abate de uma conta fechada, mostra no canto inferior
