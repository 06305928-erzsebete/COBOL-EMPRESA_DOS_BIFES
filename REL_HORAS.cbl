      *          do balcao. No modo "D" resume as contas fechadas hoje
      *          por banda horaria (contas, artigos vendidos e valor
      *          cobrado por hora); no modo "S" percorre um intervalo
      *          de datas (o resumo diario RESUMO.DAT para os dias ja
      *          fechados e o jornal corrente para o dia em curso) e
      *          mostra a media por dia da semana. Os estornos abatem
      *          a hora / ao dia em que foram registados. No modo "P"
      *          poe ao lado das vendas de cada banda horaria, no
      *          intervalo de datas, as horas pagas ao pessoal nessa
      *          banda (picagens do relogio de ponto em PONTO.DAT), o
      *          seu custo pelo valor hora da ficha do pessoal
      *          (PESSOAL.DAT) e o peso do pessoal nas vendas - para
      *          ver se a escala esta a gastar de mais nas horas
      *          mortas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JORNAL-VENDAS ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT FICHEIRO-RESUMO ASSIGN TO "RESUMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.
           SELECT FICHEIRO-PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESSOAL.
           SELECT FICHEIRO-PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PONTO.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-VENDAS.
       01  JORNAL-LINHA-FICH          PIC X(200).

       FD  FICHEIRO-RESUMO.
           COPY RESUMO.CPY.

       FD  FICHEIRO-PESSOAL.
           COPY PESSOAL.CPY.

       FD  FICHEIRO-PONTO.
           COPY PONTO.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-RESUMO               PIC X(02)  VALUES "00".
        77 FS-PESSOAL              PIC X(02)  VALUES "00".
        77 FS-PONTO                PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 MODO                    PIC X      VALUES SPACE.
           88 MODO-DIA             VALUE "D".
           88 MODO-SEMANA          VALUE "S".
           88 MODO-PESSOAL         VALUE "P".
        77 DATA-INICIO             PIC 9(08)  VALUE ZERO.
        77 DATA-FIM                PIC 9(08)  VALUE ZERO.
        77 DATA-REGISTO            PIC 9(08)  VALUE ZERO.
        77 MEDIA-VALOR             PIC S9(07)V99 VALUE ZERO.
        77 SAIDA-MEDIA-CONTAS      PIC ZZZ9.9-.
        77 SAIDA-MEDIA-ITENS       PIC ZZZ9.9-.
        77 SAIDA-HORAS             PIC ZZZ9.99.
        77 SAIDA-PERCENTAGEM       PIC ZZZ9.9.
        77 DIA-INICIO              PIC 9(07)  VALUE ZERO.
        77 DIA-FIM                 PIC 9(07)  VALUE ZERO.
        77 MINUTO-PICAGEM          PIC 9(10)  VALUE ZERO.
        77 MINUTO-CORRENTE         PIC 9(10)  VALUE ZERO.
        77 MINUTO-FIM              PIC 9(10)  VALUE ZERO.
        77 PROXIMA-HORA            PIC 9(10)  VALUE ZERO.
        77 HORA-CORRENTE           PIC 9(09)  VALUE ZERO.
        77 PEDACO                  PIC 9(05)  VALUE ZERO.
        77 DIA-PEDACO              PIC 9(07)  VALUE ZERO.
        77 IDX-OPER                PIC 99     VALUE ZERO.
        77 IDX-ACHADO              PIC 99     VALUE ZERO.
        77 NUM-OPERADORES          PIC 99     VALUE ZERO.
        77 OPERADORES-SEM-FICHA    PIC 99     VALUE ZERO.
        77 TOTAL-VENDAS            PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-MINUTOS           PIC 9(07)  VALUE ZERO.
        77 TOTAL-CUSTO             PIC 9(07)V9999 VALUE ZERO.
        77 PERCENTAGEM             PIC 9(04)V9 VALUE ZERO.

        01 DATA-HOJE               PIC 9(08)  VALUE ZERO.

      * Registo do jornal em working-storage, lido com READ INTO.
           COPY JORNALV.CPY.

      * Resumo por banda horaria (posicao 1 = 00h, 24 = 23h).
              10 TH-CONTAS         PIC S9(05) VALUE ZERO.
              10 TH-ITENS          PIC S9(05) VALUE ZERO.
              10 TH-TOTAL          PIC S9(07)V99 VALUE ZERO.
              10 TH-MINUTOS        PIC 9(07)  VALUE ZERO.
              10 TH-CUSTO          PIC 9(07)V9999 VALUE ZERO.

      * Pessoal para o modo "P": o valor hora da ficha e o estado de
      * cada operador ao longo das picagens - "L" fora de servico,
      * "T" ao servico desde OP-INICIO (minuto absoluto: dias do
      * calendario interno x 1440 + minutos do dia), "P" em pausa.
        01 TABELA-PESSOAL.
           05 OPER-PONTO OCCURS 50 TIMES.
              10 OP-OPERADOR       PIC X(08).
              10 OP-VALOR-HORA     PIC 9(03)V99.
              10 OP-ESTADO         PIC X(01).
              10 OP-INICIO         PIC 9(10).

      * Resumo por dia da semana (1 = segunda ... 7 = domingo), com o
      * numero de datas distintas vistas em cada dia para a media -
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - VENDAS POR HORA".
           DISPLAY "================================================".
           PERFORM UNTIL MODO-DIA OR MODO-SEMANA OR MODO-PESSOAL
               DISPLAY "MODO (D=HOJE POR HORA, S=MEDIA POR DIA DA "
                   "SEMANA, P=CUSTO DO PESSOAL POR HORA): "
                   WITH NO ADVANCING
               ACCEPT MODO
               MOVE FUNCTION UPPER-CASE(MODO) TO MODO
           END-PERFORM.
               DISPLAY "DATA FIM    (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT DATA-FIM
           END-IF.
      * O resumo (dias ja fechados) e lido antes do jornal corrente
      * para os totais chegarem por ordem cronologica - e disso que a
      * contagem de datas distintas por dia da semana depende.
           PERFORM LER-RESUMO THRU
                   LER-RESUMO-EXIT.
           PERFORM LER-JORNAL THRU
                   LER-JORNAL-EXIT.
           EVALUATE TRUE
             WHEN MODO-DIA
               PERFORM IMPRIMIR-POR-HORA
             WHEN MODO-SEMANA
               PERFORM IMPRIMIR-POR-DIA-SEMANA
             WHEN MODO-PESSOAL
               PERFORM LER-PESSOAL
               PERFORM LER-PONTO
               PERFORM IMPRIMIR-PESSOAL-POR-HORA
           END-EVALUATE.
           STOP RUN.


      ******************************************************************
      * LER-JORNAL / LER-RESUMO
      * Percorrem o jornal corrente e o resumo diario dos dias ja
      * fechados, acumulando cada registo dentro do intervalo de
      * datas. O arquivo do jornal ja nao e lido: cada dia fechado
      * esta no resumo, gravado no fecho de dia. Sem o resumo so
      * entra o jornal corrente - o resumo e reconstruido do arquivo
      * em REL_PERIODOS.
      ******************************************************************
        LER-JORNAL.
           MOVE "N" TO FIM-FICHEIRO.
           EXIT.


        LER-RESUMO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-RESUMO.
           IF FS-RESUMO NOT = "00" THEN
               IF NOT MODO-DIA THEN
                   DISPLAY "RESUMO.DAT NAO EXISTE - SO ENTRA O JORNAL "
                       "CORRENTE (RECONSTRUA-O EM REL_PERIODOS)."
               END-IF
               GO TO LER-RESUMO-EXIT
           END-IF.
           READ FICHEIRO-RESUMO
               AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
           PERFORM UNTIL FICHEIRO-TERMINOU
               PERFORM ACUMULAR-RESUMO THRU
                   ACUMULAR-RESUMO-EXIT
               READ FICHEIRO-RESUMO
                   AT END MOVE "S" TO FIM-FICHEIRO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-RESUMO.

        LER-RESUMO-EXIT.
           EXIT.


           EXIT.


      ******************************************************************
      * ACUMULAR-RESUMO
      * Acumula um total de banda horaria ("H") do resumo na hora e
      * no dia da semana respectivos - ja vem com os estornos
      * abatidos.
      ******************************************************************
        ACUMULAR-RESUMO.
           IF NOT RES-HORA
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           MOVE RES-DATA TO DATA-REGISTO.
           IF DATA-REGISTO < DATA-INICIO OR DATA-REGISTO > DATA-FIM
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           COMPUTE IDX-HORA = RES-CHAVE-NUM + 1.
           IF IDX-HORA < 1 OR IDX-HORA > 24
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           PERFORM CALCULA-DIA-SEMANA.
           ADD RES-CONTAS     TO TH-CONTAS(IDX-HORA).
           ADD RES-QUANTIDADE TO TH-ITENS(IDX-HORA).
           ADD RES-VALOR      TO TH-TOTAL(IDX-HORA).
           ADD RES-CONTAS     TO TD-CONTAS(DIA-SEMANA).
           ADD RES-QUANTIDADE TO TD-ITENS(DIA-SEMANA).
           ADD RES-VALOR      TO TD-TOTAL(DIA-SEMANA).
           IF DATA-REGISTO NOT = TD-ULTIMA-DATA(DIA-SEMANA) THEN
               ADD 1 TO TD-DIAS(DIA-SEMANA)
               MOVE DATA-REGISTO TO TD-ULTIMA-DATA(DIA-SEMANA)
           END-IF.

        ACUMULAR-RESUMO-EXIT.
           EXIT.


      ******************************************************************
      * CALCULA-DIA-SEMANA
      * Converte DATA-REGISTO no dia da semana (1 = segunda ... 7 =
           EXIT.


      ******************************************************************
      * LER-PESSOAL
      * Valor hora de cada operador da ficha do pessoal; sem a ficha
      * as horas aparecem sem custo.
      ******************************************************************
        LER-PESSOAL.
           MOVE 0 TO NUM-OPERADORES.
           OPEN INPUT FICHEIRO-PESSOAL.
           IF FS-PESSOAL NOT = "00" THEN
               DISPLAY "PESSOAL.DAT NAO EXISTE - HORAS SEM CUSTO."
           ELSE
               MOVE "N" TO FIM-FICHEIRO
               PERFORM LER-PESSOAL-ITEM
                   UNTIL FICHEIRO-TERMINOU OR NUM-OPERADORES >= 50
               CLOSE FICHEIRO-PESSOAL
           END-IF.


        LER-PESSOAL-ITEM.
           READ FICHEIRO-PESSOAL
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO NUM-OPERADORES
                   MOVE PESSOAL-OPERADOR
                       TO OP-OPERADOR(NUM-OPERADORES)
                   MOVE PESSOAL-VALOR-HORA
                       TO OP-VALOR-HORA(NUM-OPERADORES)
                   MOVE "L" TO OP-ESTADO(NUM-OPERADORES)
                   MOVE 0   TO OP-INICIO(NUM-OPERADORES)
           END-READ.


      ******************************************************************
      * LER-PONTO
      * Segue as picagens de cada operador (todas - um turno do
      * intervalo pode ter comecado antes dele) e reparte cada tempo
      * pago, de uma entrada ou regresso ate a pausa ou saida
      * seguinte, pelas bandas horarias dos dias do intervalo.
      ******************************************************************
        LER-PONTO.
           COMPUTE DIA-INICIO = FUNCTION INTEGER-OF-DATE(DATA-INICIO).
           COMPUTE DIA-FIM = FUNCTION INTEGER-OF-DATE(DATA-FIM).
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-PONTO.
           IF FS-PONTO NOT = "00" THEN
               DISPLAY "PONTO.DAT NAO EXISTE - SEM HORAS DO PESSOAL."
           ELSE
               PERFORM LER-PICAGEM THRU
                       LER-PICAGEM-EXIT
                   UNTIL FICHEIRO-TERMINOU
               CLOSE FICHEIRO-PONTO
           END-IF.


        LER-PICAGEM.
           READ FICHEIRO-PONTO
               AT END
                   MOVE "S" TO FIM-FICHEIRO
           END-READ.
           IF FICHEIRO-TERMINOU THEN
               GO TO LER-PICAGEM-EXIT
           END-IF.
           MOVE PONTO-DATA TO DATA-REGISTO.
           COMPUTE MINUTO-PICAGEM =
               FUNCTION INTEGER-OF-DATE(DATA-REGISTO) * 1440
               + PONTO-HOR * 60 + PONTO-MIN.
           PERFORM PROCURA-OPERADOR.
           IF IDX-ACHADO = 0 THEN
               GO TO LER-PICAGEM-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN PONTO-ENTRADA
             WHEN PONTO-REGRESSO
               MOVE "T"            TO OP-ESTADO(IDX-ACHADO)
               MOVE MINUTO-PICAGEM TO OP-INICIO(IDX-ACHADO)
             WHEN PONTO-PAUSA
             WHEN PONTO-SAIDA
               IF OP-ESTADO(IDX-ACHADO) = "T" THEN
                   MOVE OP-INICIO(IDX-ACHADO) TO MINUTO-CORRENTE
                   MOVE MINUTO-PICAGEM TO MINUTO-FIM
                   PERFORM REPARTE-PEDACO
                       UNTIL MINUTO-CORRENTE >= MINUTO-FIM
               END-IF
               IF PONTO-PAUSA THEN
                   MOVE "P" TO OP-ESTADO(IDX-ACHADO)
               ELSE
                   MOVE "L" TO OP-ESTADO(IDX-ACHADO)
               END-IF
           END-EVALUATE.

        LER-PICAGEM-EXIT.
           EXIT.


      ******************************************************************
      * PROCURA-OPERADOR
      * Posiciona IDX-ACHADO no operador da picagem; um operador sem
      * ficha entra com valor hora zero (as horas contam, o custo
      * nao) e e contado para o aviso no fim.
      ******************************************************************
        PROCURA-OPERADOR.
           MOVE 0 TO IDX-ACHADO.
           PERFORM COMPARA-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES OR IDX-ACHADO > 0.
           IF IDX-ACHADO = 0 AND NUM-OPERADORES < 50 THEN
               ADD 1 TO NUM-OPERADORES
               ADD 1 TO OPERADORES-SEM-FICHA
               MOVE PONTO-OPERADOR TO OP-OPERADOR(NUM-OPERADORES)
               MOVE 0              TO OP-VALOR-HORA(NUM-OPERADORES)
               MOVE "L"            TO OP-ESTADO(NUM-OPERADORES)
               MOVE 0              TO OP-INICIO(NUM-OPERADORES)
               MOVE NUM-OPERADORES TO IDX-ACHADO
           END-IF.


        COMPARA-OPERADOR.
           IF OP-OPERADOR(IDX-OPER) = PONTO-OPERADOR THEN
               MOVE IDX-OPER TO IDX-ACHADO
           END-IF.


      ******************************************************************
      * REPARTE-PEDACO
      * Leva o tempo pago, do minuto corrente ate a hora certa
      * seguinte (ou ao fim do intervalo), a banda horaria desse
      * pedaco, se o dia estiver dentro do intervalo pedido, com o
      * seu custo ao valor hora do operador.
      ******************************************************************
        REPARTE-PEDACO.
           DIVIDE MINUTO-CORRENTE BY 60 GIVING HORA-CORRENTE.
           COMPUTE PROXIMA-HORA = (HORA-CORRENTE + 1) * 60.
           IF PROXIMA-HORA > MINUTO-FIM THEN
               MOVE MINUTO-FIM TO PROXIMA-HORA
           END-IF.
           COMPUTE PEDACO = PROXIMA-HORA - MINUTO-CORRENTE.
           COMPUTE DIA-PEDACO = MINUTO-CORRENTE / 1440.
           IF DIA-PEDACO >= DIA-INICIO AND DIA-PEDACO <= DIA-FIM THEN
               COMPUTE IDX-HORA =
                   (MINUTO-CORRENTE - DIA-PEDACO * 1440) / 60 + 1
               ADD PEDACO TO TH-MINUTOS(IDX-HORA)
               COMPUTE TH-CUSTO(IDX-HORA) = TH-CUSTO(IDX-HORA) +
                   PEDACO * OP-VALOR-HORA(IDX-ACHADO) / 60
           END-IF.
           MOVE PROXIMA-HORA TO MINUTO-CORRENTE.


      ******************************************************************
      * IMPRIMIR-PESSOAL-POR-HORA
      * Por banda horaria, somada em todos os dias do intervalo: as
      * vendas (valor cobrado, como nos outros modos), as horas
      * pagas ao pessoal, o seu custo e o custo em percentagem das
      * vendas. So as horas com vendas ou com pessoal ao servico.
      ******************************************************************
        IMPRIMIR-PESSOAL-POR-HORA.
           DISPLAY "PERIODO: " DATA-INICIO " A " DATA-FIM.
           DISPLAY "HORA   VENDAS (EUR)  HORAS PAGAS  CUSTO (EUR)"
               "  PESSOAL %".
           DISPLAY "------------------------------------------------"
               "----------".
           MOVE 0 TO TOTAL-VENDAS.
           MOVE 0 TO TOTAL-MINUTOS.
           MOVE 0 TO TOTAL-CUSTO.
           PERFORM IMPRIMIR-LINHA-PESSOAL
               VARYING IDX-HORA FROM 1 BY 1 UNTIL IDX-HORA > 24.
           DISPLAY "------------------------------------------------"
               "----------".
           MOVE TOTAL-VENDAS TO SAIDA-VALOR.
           COMPUTE MEDIA-VALOR ROUNDED = TOTAL-MINUTOS / 60.
           MOVE MEDIA-VALOR TO SAIDA-HORAS.
           DISPLAY "TOTAL " SAIDA-VALOR "      " SAIDA-HORAS
               WITH NO ADVANCING.
           COMPUTE MEDIA-VALOR ROUNDED = TOTAL-CUSTO.
           MOVE MEDIA-VALOR TO SAIDA-VALOR.
           DISPLAY "  " SAIDA-VALOR WITH NO ADVANCING.
           IF TOTAL-VENDAS > 0 THEN
               COMPUTE PERCENTAGEM ROUNDED =
                   TOTAL-CUSTO * 100 / TOTAL-VENDAS
               MOVE PERCENTAGEM TO SAIDA-PERCENTAGEM
               DISPLAY "     " SAIDA-PERCENTAGEM
           ELSE
               DISPLAY "         --"
           END-IF.
           DISPLAY "================================================"
               "==========".
           IF OPERADORES-SEM-FICHA > 0 THEN
               DISPLAY "ATENCAO: " OPERADORES-SEM-FICHA
                   " OPERADOR(ES) SEM FICHA DO PESSOAL - HORAS SEM "
                   "CUSTO."
           END-IF.


        IMPRIMIR-LINHA-PESSOAL.
           IF TH-TOTAL(IDX-HORA) NOT = 0 OR
              TH-MINUTOS(IDX-HORA) NOT = 0 THEN
               ADD TH-TOTAL(IDX-HORA)   TO TOTAL-VENDAS
               ADD TH-MINUTOS(IDX-HORA) TO TOTAL-MINUTOS
               ADD TH-CUSTO(IDX-HORA)   TO TOTAL-CUSTO
               COMPUTE SAIDA-HORA = IDX-HORA - 1
               MOVE TH-TOTAL(IDX-HORA) TO SAIDA-VALOR
               COMPUTE MEDIA-VALOR ROUNDED = TH-MINUTOS(IDX-HORA) / 60
               MOVE MEDIA-VALOR TO SAIDA-HORAS
               DISPLAY SAIDA-HORA "H   " SAIDA-VALOR "      "
                   SAIDA-HORAS WITH NO ADVANCING
               COMPUTE MEDIA-VALOR ROUNDED = TH-CUSTO(IDX-HORA)
               MOVE MEDIA-VALOR TO SAIDA-VALOR
               DISPLAY "  " SAIDA-VALOR WITH NO ADVANCING
               IF TH-TOTAL(IDX-HORA) > 0 THEN
                   COMPUTE PERCENTAGEM ROUNDED =
                       TH-CUSTO(IDX-HORA) * 100 / TH-TOTAL(IDX-HORA)
                   MOVE PERCENTAGEM TO SAIDA-PERCENTAGEM
                   DISPLAY "     " SAIDA-PERCENTAGEM
               ELSE
                   DISPLAY "         --"
               END-IF
           END-IF.


       END PROGRAM REL_HORAS.
