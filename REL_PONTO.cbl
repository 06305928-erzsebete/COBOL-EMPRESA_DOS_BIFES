      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mapa semanal de horas do pessoal, para o
      *          processamento dos salarios. Para a semana pedida
      *          (segunda a domingo) junta as picagens do relogio de
      *          ponto (PONTO.DAT) de cada operador e soma o tempo
      *          pago de cada dia - de uma entrada ou de um regresso
      *          ate a pausa ou a saida seguinte; as pausas nao sao
      *          pagas e um turno que passa da meia-noite conta em
      *          cada dia a parte que lhe cabe. Mostra as horas por
      *          dia e da semana, o valor hora da ficha do pessoal
      *          (PESSOAL.DAT) e o custo, assinala as picagens
      *          registadas por um gerente e lista os turnos ainda
      *          sem saida (nao pagos ate a saida ser registada). O
      *          mapa sai no ecra e em HORASSEM.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL_PONTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PESSOAL.
           SELECT FICHEIRO-PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PONTO.
           SELECT MAPA-HORAS ASSIGN TO "HORASSEM.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PESSOAL.
           COPY PESSOAL.CPY.

       FD  FICHEIRO-PONTO.
           COPY PONTO.CPY.

       FD  MAPA-HORAS.
       01  MAPA-LINHA                 PIC X(90).

       WORKING-STORAGE SECTION.
        77 FS-PESSOAL              PIC X(02)  VALUES "00".
        77 FS-PONTO                PIC X(02)  VALUES "00".
        77 FS-MAPA                 PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 DATA-PEDIDA             PIC 9(08)  VALUE ZERO.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 DATA-FIM                PIC 9(08)  VALUE ZERO.
        77 DIA-INICIO              PIC 9(07)  VALUE ZERO.
        77 DIA-FIM                 PIC 9(07)  VALUE ZERO.
        77 DIA-SEMANA              PIC 9      VALUE ZERO.
        77 MINUTO-INICIO-SEMANA    PIC 9(10)  VALUE ZERO.
        77 MINUTO-FIM-SEMANA       PIC 9(10)  VALUE ZERO.
        77 MINUTO-PICAGEM          PIC 9(10)  VALUE ZERO.
        77 MINUTO-CORRENTE         PIC 9(10)  VALUE ZERO.
        77 MINUTO-FIM              PIC 9(10)  VALUE ZERO.
        77 PROXIMA-HORA            PIC 9(10)  VALUE ZERO.
        77 HORA-CORRENTE           PIC 9(09)  VALUE ZERO.
        77 PEDACO                  PIC 9(05)  VALUE ZERO.
        77 DIA-PEDACO              PIC 9(07)  VALUE ZERO.
        77 IDX-DIA                 PIC 9      VALUE ZERO.
        77 IDX-OPER                PIC 99     VALUE ZERO.
        77 IDX-ACHADO              PIC 99     VALUE ZERO.
        77 NUM-OPERADORES          PIC 99     VALUE ZERO.
        77 TABELA-CHEIA            PIC X      VALUES "N".
           88 HOUVE-TABELA-CHEIA   VALUE "S".
        77 NUM-TURNOS-ABERTOS      PIC 9(03)  VALUE ZERO.
        77 NUM-CORRIGIDAS          PIC 9(03)  VALUE ZERO.
        77 HORAS-DECIMAIS          PIC 9(03)V99 VALUE ZERO.
        77 TOTAL-MINUTOS           PIC 9(07)  VALUE ZERO.
        77 TOTAL-CUSTO             PIC 9(07)V99 VALUE ZERO.
        77 SAIDA-CONTAGEM          PIC ZZ9.

      * Operadores da ficha do pessoal e os que picaram sem ficha
      * (valor hora zero). OP-ESTADO segue as picagens: "L" fora de
      * servico, "T" ao servico desde OP-INICIO (minuto absoluto:
      * dias do calendario interno x 1440 + minutos do dia), "P" em
      * pausa. OP-MINUTOS acumula o tempo pago de cada dia da semana.
        01 TABELA-OPERADORES.
           05 OPER-SEMANA OCCURS 50 TIMES.
              10 OP-OPERADOR       PIC X(08).
              10 OP-NOME           PIC X(25).
              10 OP-VALOR-HORA     PIC 9(03)V99.
              10 OP-ESTADO         PIC X(01).
              10 OP-INICIO         PIC 9(10).
              10 OP-MINUTOS        PIC 9(05) OCCURS 7 TIMES.
              10 OP-TOTAL-MINUTOS  PIC 9(05).
              10 OP-CORRIGIDAS     PIC 9(03).
              10 OP-CUSTO          PIC 9(07)V99.

        01 LINHA-TITULO.
           05 FILLER               PIC X(08)  VALUE "SEMANA: ".
           05 LT-INICIO-DIA        PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-INICIO-MES        PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-INICIO-ANO        PIC 9(04).
           05 FILLER               PIC X(03)  VALUE " A ".
           05 LT-FIM-DIA           PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-FIM-MES           PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LT-FIM-ANO           PIC 9(04).
        01 DATA-EDICAO.
           05 DE-ANO               PIC 9(04).
           05 DE-MES               PIC 9(02).
           05 DE-DIA               PIC 9(02).
        01 DATA-EDICAO-N REDEFINES DATA-EDICAO PIC 9(08).
        01 HORA-EDICAO.
           05 HE-HOR               PIC 9(02).
           05 HE-MIN               PIC 9(02).

        01 LINHA-CABECALHO.
           05 FILLER               PIC X(25)
                                   VALUE "OPERADOR NOME".
           05 FILLER               PIC X(42)
               VALUE "   SEG   TER   QUA   QUI   SEX   SAB   DOM".
           05 FILLER               PIC X(23)
               VALUE "  TOTAL  EUR/H    CUSTO".

        01 LINHA-OPERADOR.
           05 LO-OPERADOR          PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 LO-NOME              PIC X(15).
           05 LO-CORRIGIDA         PIC X(01).
           05 LO-DIA OCCURS 7 TIMES.
              10 FILLER            PIC X(01).
              10 LO-HORAS          PIC Z9.99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 LO-TOTAL             PIC ZZ9.99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 LO-VALOR-HORA        PIC ZZ9.99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 LO-CUSTO             PIC ZZZZ9.99.

        01 LINHA-TOTAL.
           05 FILLER               PIC X(25)
                                   VALUE "TOTAL DA SEMANA".
           05 FILLER               PIC X(41)  VALUE SPACES.
           05 LTO-HORAS            PIC ZZZZ9.99.
           05 FILLER               PIC X(07)  VALUE SPACES.
           05 LTO-CUSTO            PIC ZZZZZ9.99.

        01 LINHA-ABERTO.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 LA-OPERADOR          PIC X(08).
           05 FILLER               PIC X(16)
                                   VALUE "  AO SERVICO DE ".
           05 LA-DIA               PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LA-MES               PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "-".
           05 LA-ANO               PIC 9(04).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 LA-HOR               PIC 9(02).
           05 FILLER               PIC X(01)  VALUE ":".
           05 LA-MIN               PIC 9(02).
           05 FILLER               PIC X(14)
                                   VALUE " - SEM SAIDA".

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - MAPA SEMANAL DE HORAS".
           DISPLAY "================================================".
           DISPLAY "UM DIA DA SEMANA (AAAAMMDD, 0=SEMANA PASSADA): "
               WITH NO ADVANCING.
           ACCEPT DATA-PEDIDA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-SEMANA.
           PERFORM LER-PESSOAL.
           PERFORM LER-PONTO.
           PERFORM IMPRIMIR-MAPA.
           STOP RUN.


      ******************************************************************
      * CALCULA-SEMANA
      * Recua a data pedida ate a segunda-feira da sua semana (o dia
      * 1 do calendario interno, 01-01-1601, foi uma segunda-feira);
      * zero e a semana anterior a de hoje.
      ******************************************************************
        CALCULA-SEMANA.
           IF DATA-PEDIDA = 0 THEN
               COMPUTE DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) - 7
           ELSE
               COMPUTE DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE(DATA-PEDIDA)
           END-IF.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-INICIO, 7).
           IF DIA-SEMANA = 0 THEN
               MOVE 7 TO DIA-SEMANA
           END-IF.
           COMPUTE DIA-INICIO = DIA-INICIO - DIA-SEMANA + 1.
           COMPUTE DIA-FIM = DIA-INICIO + 6.
           COMPUTE MINUTO-INICIO-SEMANA = DIA-INICIO * 1440.
           COMPUTE MINUTO-FIM-SEMANA = (DIA-FIM + 1) * 1440.
           COMPUTE DATA-PEDIDA = FUNCTION DATE-OF-INTEGER(DIA-INICIO).
           COMPUTE DATA-FIM = FUNCTION DATE-OF-INTEGER(DIA-FIM).


      ******************************************************************
      * LER-PESSOAL
      * Uma linha por operador da ficha do pessoal, com o valor hora.
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
                   PERFORM LIMPA-OPERADOR
                   MOVE PESSOAL-OPERADOR
                       TO OP-OPERADOR(NUM-OPERADORES)
                   MOVE PESSOAL-NOME TO OP-NOME(NUM-OPERADORES)
                   MOVE PESSOAL-VALOR-HORA
                       TO OP-VALOR-HORA(NUM-OPERADORES)
           END-READ.


        LIMPA-OPERADOR.
           MOVE SPACES TO OP-NOME(NUM-OPERADORES).
           MOVE 0      TO OP-VALOR-HORA(NUM-OPERADORES).
           MOVE "L"    TO OP-ESTADO(NUM-OPERADORES).
           MOVE 0      TO OP-INICIO(NUM-OPERADORES).
           MOVE 0      TO OP-TOTAL-MINUTOS(NUM-OPERADORES).
           MOVE 0      TO OP-CORRIGIDAS(NUM-OPERADORES).
           MOVE 0      TO OP-CUSTO(NUM-OPERADORES).
           PERFORM LIMPA-DIA-OPERADOR
               VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7.


        LIMPA-DIA-OPERADOR.
           MOVE 0 TO OP-MINUTOS(NUM-OPERADORES, IDX-DIA).


      ******************************************************************
      * LER-PONTO
      * Percorre todas as picagens (um turno da semana pode ter
      * comecado antes dela ou acabado depois) e segue o estado de
      * cada operador; cada tempo pago fechado por uma pausa ou uma
      * saida e repartido pelos dias da semana.
      ******************************************************************
        LER-PONTO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-PONTO.
           IF FS-PONTO NOT = "00" THEN
               DISPLAY "PONTO.DAT NAO EXISTE - SEM PICAGENS."
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
           MOVE PONTO-DATA TO DATA-EDICAO.
           COMPUTE MINUTO-PICAGEM =
               FUNCTION INTEGER-OF-DATE(DATA-EDICAO-N) * 1440
               + PONTO-HOR * 60 + PONTO-MIN.
           PERFORM PROCURA-OPERADOR.
           IF IDX-ACHADO = 0 THEN
               GO TO LER-PICAGEM-EXIT
           END-IF.
           IF PONTO-SUPERVISOR NOT = SPACES AND
              MINUTO-PICAGEM >= MINUTO-INICIO-SEMANA AND
              MINUTO-PICAGEM < MINUTO-FIM-SEMANA THEN
               ADD 1 TO OP-CORRIGIDAS(IDX-ACHADO)
               ADD 1 TO NUM-CORRIGIDAS
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
      * ficha entra na tabela com valor hora zero (zero se a tabela
      * estiver cheia - a picagem fica de fora).
      ******************************************************************
        PROCURA-OPERADOR.
           MOVE 0 TO IDX-ACHADO.
           PERFORM COMPARA-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES OR IDX-ACHADO > 0.
           IF IDX-ACHADO = 0 THEN
               IF NUM-OPERADORES >= 50 THEN
                   MOVE "S" TO TABELA-CHEIA
               ELSE
                   ADD 1 TO NUM-OPERADORES
                   PERFORM LIMPA-OPERADOR
                   MOVE PONTO-OPERADOR TO OP-OPERADOR(NUM-OPERADORES)
                   MOVE "(SEM FICHA)"  TO OP-NOME(NUM-OPERADORES)
                   MOVE NUM-OPERADORES TO IDX-ACHADO
               END-IF
           END-IF.


        COMPARA-OPERADOR.
           IF OP-OPERADOR(IDX-OPER) = PONTO-OPERADOR THEN
               MOVE IDX-OPER TO IDX-ACHADO
           END-IF.


      ******************************************************************
      * REPARTE-PEDACO
      * Leva o tempo pago, do minuto corrente ate a hora certa
      * seguinte (ou ao fim do intervalo), ao dia da semana desse
      * pedaco - e assim que um turno que passa da meia-noite fica
      * dividido pelos dois dias.
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
               COMPUTE IDX-DIA = DIA-PEDACO - DIA-INICIO + 1
               ADD PEDACO TO OP-MINUTOS(IDX-ACHADO, IDX-DIA)
               ADD PEDACO TO OP-TOTAL-MINUTOS(IDX-ACHADO)
           END-IF.
           MOVE PROXIMA-HORA TO MINUTO-CORRENTE.


      ******************************************************************
      * IMPRIMIR-MAPA
      * Uma linha por operador com horas na semana (ou com turno em
      * aberto), em horas decimais; "*" ao lado do nome quando ha
      * picagens registadas por um gerente. No fim, os turnos ainda
      * sem saida.
      ******************************************************************
        IMPRIMIR-MAPA.
           OPEN OUTPUT MAPA-HORAS.
           MOVE ALL "=" TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE "  EMPRESA DOS BIFES - MAPA SEMANAL DE HORAS"
               TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE ALL "=" TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE DATA-PEDIDA TO DATA-EDICAO-N.
           MOVE DE-DIA TO LT-INICIO-DIA.
           MOVE DE-MES TO LT-INICIO-MES.
           MOVE DE-ANO TO LT-INICIO-ANO.
           MOVE DATA-FIM TO DATA-EDICAO-N.
           MOVE DE-DIA TO LT-FIM-DIA.
           MOVE DE-MES TO LT-FIM-MES.
           MOVE DE-ANO TO LT-FIM-ANO.
           MOVE LINHA-TITULO TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE LINHA-CABECALHO TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE ALL "-" TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE 0 TO TOTAL-MINUTOS.
           MOVE 0 TO TOTAL-CUSTO.
           MOVE 0 TO NUM-TURNOS-ABERTOS.
           PERFORM IMPRIMIR-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NUM-OPERADORES.
           MOVE ALL "-" TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           COMPUTE HORAS-DECIMAIS ROUNDED = TOTAL-MINUTOS / 60.
           MOVE HORAS-DECIMAIS TO LTO-HORAS.
           MOVE TOTAL-CUSTO    TO LTO-CUSTO.
           MOVE LINHA-TOTAL TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE ALL "=" TO MAPA-LINHA.
           PERFORM ESCREVE-LINHA.
           IF NUM-CORRIGIDAS > 0 THEN
               MOVE NUM-CORRIGIDAS TO SAIDA-CONTAGEM
               MOVE SPACES TO MAPA-LINHA
               STRING "* " SAIDA-CONTAGEM
                   " PICAGEM(NS) REGISTADA(S) POR UM GERENTE"
                   " (VER AUDITORIA)."
                   DELIMITED BY SIZE INTO MAPA-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           IF NUM-TURNOS-ABERTOS > 0 THEN
               MOVE SPACES TO MAPA-LINHA
               STRING "TURNOS SEM SAIDA (NAO PAGOS ATE A SAIDA SER "
                   "REGISTADA):" DELIMITED BY SIZE INTO MAPA-LINHA
               PERFORM ESCREVE-LINHA
               PERFORM IMPRIMIR-ABERTO
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER > NUM-OPERADORES
           END-IF.
           IF HOUVE-TABELA-CHEIA THEN
               MOVE SPACES TO MAPA-LINHA
               STRING "ATENCAO: MAIS DE 50 OPERADORES - OS RESTANTES "
                   "FICARAM DE FORA." DELIMITED BY SIZE INTO MAPA-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           CLOSE MAPA-HORAS.
           DISPLAY "MAPA GRAVADO EM HORASSEM.TXT".


        IMPRIMIR-OPERADOR.
           IF OP-ESTADO(IDX-OPER) NOT = "L" AND
              OP-INICIO(IDX-OPER) < MINUTO-FIM-SEMANA THEN
               ADD 1 TO NUM-TURNOS-ABERTOS
           END-IF.
           IF OP-TOTAL-MINUTOS(IDX-OPER) > 0 THEN
               COMPUTE OP-CUSTO(IDX-OPER) ROUNDED =
                   OP-TOTAL-MINUTOS(IDX-OPER) *
                   OP-VALOR-HORA(IDX-OPER) / 60
               ADD OP-TOTAL-MINUTOS(IDX-OPER) TO TOTAL-MINUTOS
               ADD OP-CUSTO(IDX-OPER) TO TOTAL-CUSTO
               MOVE SPACES TO LINHA-OPERADOR
               MOVE OP-OPERADOR(IDX-OPER) TO LO-OPERADOR
               MOVE OP-NOME(IDX-OPER)     TO LO-NOME
               IF OP-CORRIGIDAS(IDX-OPER) > 0 THEN
                   MOVE "*" TO LO-CORRIGIDA
               END-IF
               PERFORM IMPRIMIR-DIA
                   VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               COMPUTE HORAS-DECIMAIS ROUNDED =
                   OP-TOTAL-MINUTOS(IDX-OPER) / 60
               MOVE HORAS-DECIMAIS         TO LO-TOTAL
               MOVE OP-VALOR-HORA(IDX-OPER) TO LO-VALOR-HORA
               MOVE OP-CUSTO(IDX-OPER)      TO LO-CUSTO
               MOVE LINHA-OPERADOR TO MAPA-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.


        IMPRIMIR-DIA.
           COMPUTE HORAS-DECIMAIS ROUNDED =
               OP-MINUTOS(IDX-OPER, IDX-DIA) / 60.
           MOVE HORAS-DECIMAIS TO LO-HORAS(IDX-DIA).


        IMPRIMIR-ABERTO.
           IF OP-ESTADO(IDX-OPER) NOT = "L" AND
              OP-INICIO(IDX-OPER) < MINUTO-FIM-SEMANA THEN
               COMPUTE DIA-PEDACO = OP-INICIO(IDX-OPER) / 1440
               COMPUTE DATA-EDICAO-N =
                   FUNCTION DATE-OF-INTEGER(DIA-PEDACO)
               COMPUTE PEDACO =
                   OP-INICIO(IDX-OPER) - DIA-PEDACO * 1440
               DIVIDE PEDACO BY 60 GIVING HE-HOR REMAINDER HE-MIN
               MOVE OP-OPERADOR(IDX-OPER) TO LA-OPERADOR
               MOVE DE-DIA TO LA-DIA
               MOVE DE-MES TO LA-MES
               MOVE DE-ANO TO LA-ANO
               MOVE HE-HOR TO LA-HOR
               MOVE HE-MIN TO LA-MIN
               MOVE LINHA-ABERTO TO MAPA-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.


        ESCREVE-LINHA.
           DISPLAY MAPA-LINHA.
           WRITE MAPA-LINHA.


       END PROGRAM REL_PONTO.
