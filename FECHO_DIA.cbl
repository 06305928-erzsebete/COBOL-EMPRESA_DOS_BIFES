      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fecho de dia guiado. Corre pela ordem certa os passos
      *          que antes se corriam a mao - consolidacao dos
      *          jornais dos terminais (CONSOLIDA_DIA), verificacao
      *          do jornal (VERIFICA_JORNAL), relatorio Z
      *          (ENCERRA_DIA), resumo diario de vendas em RESUMO.DAT
      *          (RESUMO_VENDAS) e arquivo do jornal do dia em
      *          JORNALAR.DAT (com o ultimo documento de cada serie
      *          actualizado em CADEIAS.DAT), e as exportacoes
      *          (EXPORT_CONTAB e EXPORT_SAFT) - e guarda em
      *          FECHODIA.DAT o estado de cada passo, com a data, as
      *          horas e os totais de controlo. Recusa comecar
      *          enquanto algum terminal tiver contas abertas no seu
      *          checkpoint (CHKPTn.DAT).
      *          Se um passo falhar ou a maquina for abaixo a meio,
      *          a execucao seguinte retoma nesse passo e nunca
      *          repete um passo ja concluido; os passos que copiam
      *          jornais (consolidacao, e arquivo com o resumo)
      *          guardam antes uma copia .BAK dos ficheiros que vao
      *          mexer e, ao serem retomados, repoem essa copia
      *          primeiro - um jornal nunca fica duplicado nem
      *          copiado a meio. No fim imprime em FECHODIA.TXT a
      *          folha do fecho para o gerente assinar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHO_DIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLO-FECHO ASSIGN TO "FECHODIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLO.
           SELECT CHECKPOINT-TERMINAL ASSIGN TO NOME-CHECKPOINT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.
           SELECT JORNAL-VENDAS ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT JORNAL-ARQUIVO ASSIGN TO "JORNALAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.
           SELECT CADEIAS-SERIES ASSIGN TO "CADEIAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CADEIAS.
           SELECT VERIFICACAO-JORNAL ASSIGN TO "VERIFJOR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-VERIF.
           SELECT FICHEIRO-ORIGEM ASSIGN TO NOME-ORIGEM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT FICHEIRO-COPIA ASSIGN TO NOME-COPIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT FOLHA-FECHO ASSIGN TO "FECHODIA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHA.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLO-FECHO.
           COPY FECHODIA.CPY.

       FD  CHECKPOINT-TERMINAL.
           COPY CHECKPT.CPY.

       FD  JORNAL-VENDAS.
           COPY JORNALV.CPY.

       FD  JORNAL-ARQUIVO.
       01  ARQUIVO-LINHA-FICH         PIC X(300).

       FD  CADEIAS-SERIES.
           COPY CADEIAS.CPY.

       FD  VERIFICACAO-JORNAL.
           COPY VERIFJOR.CPY.

       FD  FICHEIRO-ORIGEM.
       01  ORIGEM-LINHA-FICH          PIC X(300).

       FD  FICHEIRO-COPIA.
       01  COPIA-LINHA-FICH           PIC X(300).

       FD  FOLHA-FECHO.
       01  FOLHA-LINHA                PIC X(70).

       WORKING-STORAGE SECTION.
        77 FS-CONTROLO             PIC X(02)  VALUES "00".
        77 FS-CHECKPOINT           PIC X(02)  VALUES "00".
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-ARQUIVO              PIC X(02)  VALUES "00".
        77 FS-CADEIAS              PIC X(02)  VALUES "00".
        77 FS-VERIF                PIC X(02)  VALUES "00".
        77 FS-ORIGEM               PIC X(02)  VALUES "00".
        77 FS-COPIA                PIC X(02)  VALUES "00".
        77 FS-FOLHA                PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 OPERADOR                PIC X(08)  VALUE SPACES.
        77 DATA-HOJE               PIC 9(08)  VALUE ZERO.
        77 DATA-REGISTO            PIC 9(08)  VALUE ZERO.
        77 IDX-PASSO               PIC 9      VALUE ZERO.
        77 IDX-CONTROLO            PIC 9      VALUE ZERO.
        77 PASSOS-CONCLUIDOS       PIC 9      VALUE ZERO.
        77 PASSO-FALHADO           PIC 9      VALUE ZERO.
        77 CONTROLO-EXISTE         PIC X      VALUES "N".
           88 HA-CONTROLO          VALUE "S".
        77 PASSO-CORREU            PIC X      VALUES "N".
           88 PASSO-OK             VALUE "S".
        77 FALHA-FLAG              PIC X      VALUES "N".
           88 HOUVE-FALHA          VALUE "S".

      * Contas abertas nos terminais: um checkpoint com registos e
      * uma conta em curso ou uma mesa guardada por fechar.
        77 TERMINAL-ID             PIC 99     VALUE ZERO.
        77 DIGITO-TERMINAL         PIC 9      VALUE ZERO.
        77 NOME-CHECKPOINT         PIC X(12)  VALUE "CHKPT1.DAT".
        77 TERMINAIS-ABERTOS       PIC 9      VALUE ZERO.

      * Copia de seguranca dos jornais antes dos passos que os
      * copiam: NOME-ORIGEM e copiado inteiro para NOME-COPIA. Na
      * copia de seguranca uma origem que nao exista deixa uma copia
      * vazia (a reposicao volta a deixar o ficheiro vazio); na
      * reposicao uma copia que nao exista nao toca no ficheiro. Um
      * destino que nao possa ser gravado marca a falha da copia.
        77 NOME-ORIGEM             PIC X(12)  VALUE SPACES.
        77 NOME-COPIA              PIC X(12)  VALUE SPACES.
        77 COPIA-VAZIA             PIC X      VALUES "N".
           88 CRIA-COPIA-VAZIA     VALUE "S".
        77 FALHA-COPIA-FLAG        PIC X      VALUES "N".
           88 HOUVE-FALHA-COPIA    VALUE "S".
        77 NOME-JORNAL-TERMINAL    PIC X(12)  VALUE "JORNAL1.DAT".
        77 NOME-COPIA-TERMINAL     PIC X(12)  VALUE "JORNAL1.BAK".

      * Totais de controlo de cada passo.
        77 TOTAL-REGISTOS          PIC 9(06)  VALUE ZERO.
        77 TOTAL-VALOR             PIC S9(07)V99 VALUE ZERO.
        77 CONTAS-HOJE             PIC 9(06)  VALUE ZERO.
        77 VALOR-HOJE              PIC S9(07)V99 VALUE ZERO.
        77 SAIDA-REGISTOS          PIC ZZZZZ9.

      * Modo do resumo diario no passo de arquivo: o jornal do dia.
        01 MODO-RESUMO             PIC X(01)  VALUE "D".

      * Ultimo documento de cada serie no arquivo, lido de e
      * regravado em CADEIAS.DAT ao arquivar o jornal - posicoes 1 a
      * 10 as facturas dos terminais 0 a 9, 11 a 20 as notas de
      * credito, como em VERIFICA_JORNAL. Se CADEIAS.DAT nao tiver as
      * vinte series nao e tocado (VERIFICA_JORNAL apura-o de novo
      * do arquivo).
        77 SERIES-LIDAS            PIC 99     VALUE ZERO.
        77 IDX-SERIE               PIC 99     VALUE ZERO.
        77 TERMINAL-DOC            PIC 9      VALUE ZERO.
        77 NUM-DOC-SERIE           PIC 9(06)  VALUE ZERO.
        01 CADEIA-SERIES.
           05 CADEIA-SERIE OCCURS 20 TIMES.
              10 CS-ULTIMO-NUM     PIC 9(06)  VALUE ZERO.
              10 CS-ULTIMO-HASH    PIC X(16)  VALUE SPACES.

        01 DATA-SISTEMA.
          05 ANO                    PIC 9(04)  VALUES ZEROS.
          05 MES                    PIC 9(02)  VALUES ZEROS.
          05 DIA                    PIC 9(02)  VALUES ZEROS.
        01 HORA-SISTEMA.
          05 HORA                   PIC 9(02)  VALUES ZEROS.
          05 MINUTO                 PIC 9(02)  VALUES ZEROS.

      * Os seis passos do fecho, lidos de e regravados em
      * FECHODIA.DAT; a posicao e o numero do passo.
        01 DATA-FECHO              PIC 9(08)  VALUE ZERO.
        01 DATA-FECHO-R REDEFINES DATA-FECHO.
           05 FECHO-ANO            PIC 9(04).
           05 FECHO-MES            PIC 9(02).
           05 FECHO-DIA            PIC 9(02).
        01 PASSOS-FECHO.
           05 PASSO-MEM OCCURS 6 TIMES.
              10 PF-DESCRICAO      PIC X(22).
              10 PF-ESTADO         PIC X(01).
              10 PF-HORA-INICIO    PIC 9(04).
              10 PF-HORA-FIM       PIC 9(04).
              10 PF-OPERADOR       PIC X(08).
              10 PF-REGISTOS       PIC 9(06).
              10 PF-VALOR          PIC S9(07)V99.

      * Linhas da folha do fecho.
        01 LINHA-TITULO.
           05 FILLER                PIC X(18)
                                    VALUE "FECHO DO DIA    : ".
           05 LT-DIA                PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LT-MES                PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LT-ANO                PIC 9(04).
           05 FILLER                PIC X(14)
                                    VALUE "  IMPRESSO EM ".
           05 LT-DIA-IMP            PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LT-MES-IMP            PIC 9(02).
           05 FILLER                PIC X      VALUE "-".
           05 LT-ANO-IMP            PIC 9(04).
           05 FILLER                PIC X      VALUE SPACE.
           05 LT-HOR-IMP            PIC 9(02).
           05 FILLER                PIC X      VALUE ":".
           05 LT-MIN-IMP            PIC 9(02).

        01 LINHA-PASSO.
           05 LP-PASSO              PIC 9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 LP-DESCRICAO          PIC X(22).
           05 FILLER                PIC X      VALUE SPACE.
           05 LP-ESTADO             PIC X(10).
           05 LP-HORAS.
              10 LP-HOR-INI         PIC 9(02).
              10 FILLER             PIC X      VALUE ":".
              10 LP-MIN-INI         PIC 9(02).
              10 FILLER             PIC X      VALUE SPACE.
              10 LP-HOR-FIM         PIC 9(02).
              10 FILLER             PIC X      VALUE ":".
              10 LP-MIN-FIM         PIC 9(02).
           05 FILLER                PIC X      VALUE SPACE.
           05 LP-TOTAIS.
              10 LP-REGISTOS        PIC ZZZZZ9.
              10 FILLER             PIC X      VALUE SPACE.
              10 LP-VALOR           PIC Z(6)9.99-.
        01 LINHA-HORAS-PASSO.
           05 LHP-INICIO            PIC 9(04).
           05 LHP-FIM               PIC 9(04).

       PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "  EMPRESA DOS BIFES - FECHO DE DIA GUIADO".
           DISPLAY "================================================".
           MOVE 0 TO TERMINAIS-ABERTOS.
           PERFORM VERIFICA-TERMINAL THRU
                   VERIFICA-TERMINAL-EXIT
               VARYING TERMINAL-ID FROM 1 BY 1
               UNTIL TERMINAL-ID > 9.
           IF TERMINAIS-ABERTOS > 0 THEN
               DISPLAY "FECHO RECUSADO: HA CONTAS ABERTAS NOS "
                   "TERMINAIS ACIMA - FECHE-AS PRIMEIRO."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PEDE-OPERADOR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-CONTROLO THRU
                   LER-CONTROLO-EXIT.
           IF HA-CONTROLO AND PASSOS-CONCLUIDOS = 6 AND
              DATA-FECHO = DATA-HOJE THEN
               DISPLAY "O FECHO DE HOJE JA FOI CONCLUIDO - NADA A "
                   "FAZER."
               PERFORM IMPRIME-FOLHA
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT HA-CONTROLO OR PASSOS-CONCLUIDOS = 6 THEN
               PERFORM NOVO-FECHO
           ELSE
               DISPLAY "FECHO DE " FECHO-DIA "-" FECHO-MES "-"
                   FECHO-ANO " POR TERMINAR - A RETOMAR."
               IF DATA-FECHO NOT = DATA-HOJE THEN
                   DISPLAY "ATENCAO: O FECHO COMECOU NOUTRO DIA; OS "
                       "PASSOS EM FALTA CORREM COM A DATA DE HOJE."
               END-IF
           END-IF.
           MOVE "N" TO FALHA-FLAG.
           MOVE 0   TO PASSO-FALHADO.
           PERFORM EXECUTA-PASSO THRU
                   EXECUTA-PASSO-EXIT
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO > 6 OR HOUVE-FALHA.
           PERFORM IMPRIME-FOLHA.
           DISPLAY "------------------------------------------------".
           IF HOUVE-FALHA THEN
               DISPLAY "FECHO INTERROMPIDO NO PASSO " PASSO-FALHADO
                   " - CORRIJA E VOLTE A CORRER FECHO_DIA."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "FECHO DE DIA CONCLUIDO."
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "FOLHA DO FECHO GRAVADA EM FECHODIA.TXT".
           DISPLAY "================================================".
           STOP RUN.


      ******************************************************************
      * VERIFICA-TERMINAL
      * Um terminal com registos no seu checkpoint (CHKPTn.DAT) tem
      * uma conta em curso ou mesas guardadas por fechar - as vendas
      * dessas contas ainda nao estao no jornal e o fecho nao pode
      * correr.
      ******************************************************************
        VERIFICA-TERMINAL.
           MOVE TERMINAL-ID TO DIGITO-TERMINAL.
           MOVE DIGITO-TERMINAL TO NOME-CHECKPOINT(6:1).
           OPEN INPUT CHECKPOINT-TERMINAL.
           IF FS-CHECKPOINT NOT = "00" THEN
               GO TO VERIFICA-TERMINAL-EXIT
           END-IF.
           READ CHECKPOINT-TERMINAL
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO TERMINAIS-ABERTOS
                   DISPLAY "TERMINAL " DIGITO-TERMINAL
                       ": CONTAS ABERTAS EM " NOME-CHECKPOINT
           END-READ.
           CLOSE CHECKPOINT-TERMINAL.

        VERIFICA-TERMINAL-EXIT.
           EXIT.


        PEDE-OPERADOR.
           PERFORM UNTIL OPERADOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT OPERADOR
           END-PERFORM.


      ******************************************************************
      * LER-CONTROLO / GRAVAR-CONTROLO
      * Estado dos passos do fecho em FECHODIA.DAT: lido no arranque
      * para saber se ha um fecho a meio, regravado inteiro a cada
      * mudanca de estado de um passo.
      ******************************************************************
        LER-CONTROLO.
           MOVE "N" TO CONTROLO-EXISTE.
           MOVE 0   TO PASSOS-CONCLUIDOS.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT CONTROLO-FECHO.
           IF FS-CONTROLO NOT = "00" THEN
               GO TO LER-CONTROLO-EXIT
           END-IF.
           PERFORM LER-CONTROLO-ITEM
               UNTIL FICHEIRO-TERMINOU.
           CLOSE CONTROLO-FECHO.

        LER-CONTROLO-EXIT.
           EXIT.


        LER-CONTROLO-ITEM.
           READ CONTROLO-FECHO
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   IF FECHO-PASSO >= 1 AND FECHO-PASSO <= 6 THEN
                       MOVE "S"            TO CONTROLO-EXISTE
                       MOVE FECHO-DATA     TO DATA-FECHO
                       MOVE FECHO-DESCRICAO
                           TO PF-DESCRICAO(FECHO-PASSO)
                       MOVE FECHO-ESTADO   TO PF-ESTADO(FECHO-PASSO)
                       MOVE FECHO-HORA-INICIO
                           TO PF-HORA-INICIO(FECHO-PASSO)
                       MOVE FECHO-HORA-FIM TO PF-HORA-FIM(FECHO-PASSO)
                       MOVE FECHO-OPERADOR TO PF-OPERADOR(FECHO-PASSO)
                       MOVE FECHO-REGISTOS TO PF-REGISTOS(FECHO-PASSO)
                       MOVE FECHO-VALOR    TO PF-VALOR(FECHO-PASSO)
                       IF FECHO-CONCLUIDO THEN
                           ADD 1 TO PASSOS-CONCLUIDOS
                       END-IF
                   END-IF
           END-READ.


        GRAVAR-CONTROLO.
           OPEN OUTPUT CONTROLO-FECHO.
           PERFORM GRAVAR-CONTROLO-ITEM
               VARYING IDX-CONTROLO FROM 1 BY 1
               UNTIL IDX-CONTROLO > 6.
           CLOSE CONTROLO-FECHO.


        GRAVAR-CONTROLO-ITEM.
           MOVE DATA-FECHO                   TO FECHO-DATA.
           MOVE IDX-CONTROLO                 TO FECHO-PASSO.
           MOVE PF-DESCRICAO(IDX-CONTROLO)   TO FECHO-DESCRICAO.
           MOVE PF-ESTADO(IDX-CONTROLO)      TO FECHO-ESTADO.
           MOVE PF-HORA-INICIO(IDX-CONTROLO) TO FECHO-HORA-INICIO.
           MOVE PF-HORA-FIM(IDX-CONTROLO)    TO FECHO-HORA-FIM.
           MOVE PF-OPERADOR(IDX-CONTROLO)    TO FECHO-OPERADOR.
           MOVE PF-REGISTOS(IDX-CONTROLO)    TO FECHO-REGISTOS.
           MOVE PF-VALOR(IDX-CONTROLO)       TO FECHO-VALOR.
           WRITE FECHO-REG.


      ******************************************************************
      * NOVO-FECHO
      * Comeca o fecho de hoje com os seis passos pendentes.
      ******************************************************************
        NOVO-FECHO.
           MOVE DATA-HOJE TO DATA-FECHO.
           INITIALIZE PASSOS-FECHO.
           MOVE "CONSOLIDACAO TERMINAIS" TO PF-DESCRICAO(1).
           MOVE "VERIFICACAO DO JORNAL"  TO PF-DESCRICAO(2).
           MOVE "RELATORIO Z"            TO PF-DESCRICAO(3).
           MOVE "ARQUIVO E RESUMO"       TO PF-DESCRICAO(4).
           MOVE "EXPORT. CONTABILIDADE"  TO PF-DESCRICAO(5).
           MOVE "EXPORTACAO SAF-T"       TO PF-DESCRICAO(6).
           PERFORM MARCA-PENDENTE
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO > 6.
           PERFORM GRAVAR-CONTROLO.


        MARCA-PENDENTE.
           MOVE "P" TO PF-ESTADO(IDX-PASSO).


      ******************************************************************
      * EXECUTA-PASSO
      * Corre um passo ainda nao concluido: guarda (ou, se o passo ja
      * tinha comecado, repoe) as copias dos jornais que o passo
      * mexe, marca-o iniciado, corre-o e marca-o concluido com os
      * seus totais - ou falhado, o que para o fecho aqui. Se as
      * copias falharem o passo nem comeca e fica no estado em que
      * estava: da proxima vez as copias sao feitas (ou repostas)
      * de novo.
      ******************************************************************
        EXECUTA-PASSO.
           IF PF-ESTADO(IDX-PASSO) = "C" THEN
               GO TO EXECUTA-PASSO-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY ">>> PASSO " IDX-PASSO ": " PF-DESCRICAO(IDX-PASSO).
           IF IDX-PASSO = 1 OR IDX-PASSO = 4 THEN
               MOVE "N" TO FALHA-COPIA-FLAG
               IF PF-ESTADO(IDX-PASSO) = "P" THEN
                   PERFORM GUARDA-COPIAS
               ELSE
                   DISPLAY "PASSO INTERROMPIDO - A REPOR OS JORNAIS "
                       "DE ANTES DO PASSO."
                   PERFORM REPOE-COPIAS
               END-IF
               IF HOUVE-FALHA-COPIA THEN
                   DISPLAY "PASSO " IDX-PASSO " NAO CORREU: AS COPIAS "
                       "DE SEGURANCA DOS JORNAIS FALHARAM."
                   MOVE "S" TO FALHA-FLAG
                   MOVE IDX-PASSO TO PASSO-FALHADO
                   GO TO EXECUTA-PASSO-EXIT
               END-IF
           END-IF.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE "I"           TO PF-ESTADO(IDX-PASSO).
           MOVE HORA-SISTEMA  TO PF-HORA-INICIO(IDX-PASSO).
           MOVE 0             TO PF-HORA-FIM(IDX-PASSO).
           MOVE OPERADOR      TO PF-OPERADOR(IDX-PASSO).
           MOVE 0             TO PF-REGISTOS(IDX-PASSO).
           MOVE 0             TO PF-VALOR(IDX-PASSO).
           PERFORM GRAVAR-CONTROLO.
           MOVE "S" TO PASSO-CORREU.
           MOVE 0   TO TOTAL-REGISTOS.
           MOVE 0   TO TOTAL-VALOR.
           MOVE 0   TO RETURN-CODE.
           EVALUATE IDX-PASSO
             WHEN 1
               CALL "CONSOLIDA_DIA"
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               PERFORM TOTAIS-JORNAL THRU
                       TOTAIS-JORNAL-EXIT
             WHEN 2
               CALL "VERIFICA_JORNAL"
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               PERFORM CONFIRMA-VERIFICACAO THRU
                       CONFIRMA-VERIFICACAO-EXIT
             WHEN 3
               CALL "ENCERRA_DIA"
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               PERFORM TOTAIS-JORNAL THRU
                       TOTAIS-JORNAL-EXIT
               MOVE CONTAS-HOJE TO TOTAL-REGISTOS
               MOVE VALOR-HOJE  TO TOTAL-VALOR
             WHEN 4
               CALL "RESUMO_VENDAS" USING MODO-RESUMO
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               IF PASSO-OK THEN
                   PERFORM ROLA-ARQUIVO THRU
                           ROLA-ARQUIVO-EXIT
               END-IF
             WHEN 5
               CALL "EXPORT_CONTAB"
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               MOVE "EXPCONTA.CSV" TO NOME-ORIGEM
               PERFORM CONTA-LINHAS THRU
                       CONTA-LINHAS-EXIT
             WHEN 6
               CALL "EXPORT_SAFT"
                   ON EXCEPTION MOVE 1 TO RETURN-CODE
               END-CALL
               PERFORM CONFIRMA-RETORNO
               MOVE "SAFT.XML" TO NOME-ORIGEM
               PERFORM CONTA-LINHAS THRU
                       CONTA-LINHAS-EXIT
           END-EVALUATE.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE HORA-SISTEMA   TO PF-HORA-FIM(IDX-PASSO).
           MOVE TOTAL-REGISTOS TO PF-REGISTOS(IDX-PASSO).
           MOVE TOTAL-VALOR    TO PF-VALOR(IDX-PASSO).
           IF PASSO-OK THEN
               MOVE "C" TO PF-ESTADO(IDX-PASSO)
           ELSE
               MOVE "F" TO PF-ESTADO(IDX-PASSO)
               MOVE "S" TO FALHA-FLAG
               MOVE IDX-PASSO TO PASSO-FALHADO
               DISPLAY "PASSO " IDX-PASSO " FALHOU."
           END-IF.
           PERFORM GRAVAR-CONTROLO.

        EXECUTA-PASSO-EXIT.
           EXIT.


        CONFIRMA-RETORNO.
           IF RETURN-CODE NOT = 0 THEN
               MOVE "N" TO PASSO-CORREU
           END-IF.


      ******************************************************************
      * CONFIRMA-VERIFICACAO
      * O passo de verificacao so fica concluido com o estado "OK" de
      * hoje em VERIFJOR.DAT - o mesmo que ENCERRA_DIA exige; o
      * numero de problemas fica como total do passo.
      ******************************************************************
        CONFIRMA-VERIFICACAO.
           OPEN INPUT VERIFICACAO-JORNAL.
           IF FS-VERIF NOT = "00" THEN
               MOVE "N" TO PASSO-CORREU
               GO TO CONFIRMA-VERIFICACAO-EXIT
           END-IF.
           READ VERIFICACAO-JORNAL
               AT END
                   MOVE "N" TO PASSO-CORREU
               NOT AT END
                   MOVE VERIF-NUM-ERROS TO TOTAL-REGISTOS
                   IF VERIF-DATA NOT = DATA-HOJE OR
                      NOT VERIFICACAO-OK THEN
                       MOVE "N" TO PASSO-CORREU
                   END-IF
           END-READ.
           CLOSE VERIFICACAO-JORNAL.

        CONFIRMA-VERIFICACAO-EXIT.
           EXIT.


      ******************************************************************
      * TOTAIS-JORNAL
      * Registos do jornal do dia (JORNAL.DAT) e o valor das contas
      * fechadas menos os estornos; o mesmo so para hoje (numero de
      * contas e valor), que e o que o relatorio Z apura.
      ******************************************************************
        TOTAIS-JORNAL.
           MOVE 0   TO CONTAS-HOJE.
           MOVE 0   TO VALOR-HOJE.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT JORNAL-VENDAS.
           IF FS-JORNAL NOT = "00" THEN
               GO TO TOTAIS-JORNAL-EXIT
           END-IF.
           PERFORM SOMA-REGISTO-JORNAL
               UNTIL FICHEIRO-TERMINOU.
           CLOSE JORNAL-VENDAS.

        TOTAIS-JORNAL-EXIT.
           EXIT.


        SOMA-REGISTO-JORNAL.
           READ JORNAL-VENDAS
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO TOTAL-REGISTOS
                   MOVE JORNAL-DATA TO DATA-REGISTO
                   IF JORNAL-CABECALHO THEN
                       ADD JORNAL-TOTAL-FINAL TO TOTAL-VALOR
                       IF DATA-REGISTO = DATA-HOJE THEN
                           ADD 1 TO CONTAS-HOJE
                           ADD JORNAL-TOTAL-FINAL TO VALOR-HOJE
                       END-IF
                   END-IF
                   IF JORNAL-ESTORNO THEN
                       SUBTRACT JORNAL-TOTAL-FINAL FROM TOTAL-VALOR
                       IF DATA-REGISTO = DATA-HOJE THEN
                           SUBTRACT JORNAL-TOTAL-FINAL FROM VALOR-HOJE
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      * ROLA-ARQUIVO
      * Acrescenta o jornal do dia ao arquivo (JORNALAR.DAT, criado
      * se ainda nao existir), leva o ultimo documento de cada serie
      * a CADEIAS.DAT e so depois o esvazia. Corre depois de
      * RESUMO_VENDAS ter acrescentado o dia ao resumo, e so se ele
      * tiver corrido bem - o dia nunca chega ao arquivo sem o seu
      * resumo. Os totais do passo sao os registos arquivados e o
      * seu valor.
      ******************************************************************
        ROLA-ARQUIVO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT JORNAL-VENDAS.
           IF FS-JORNAL NOT = "00" THEN
               DISPLAY "JORNAL.DAT VAZIO - NADA A ARQUIVAR."
               GO TO ROLA-ARQUIVO-EXIT
           END-IF.
           OPEN EXTEND JORNAL-ARQUIVO.
           IF FS-ARQUIVO = "35" THEN
               OPEN OUTPUT JORNAL-ARQUIVO
               CLOSE JORNAL-ARQUIVO
               OPEN EXTEND JORNAL-ARQUIVO
           END-IF.
           IF FS-ARQUIVO NOT = "00" THEN
               DISPLAY "JORNALAR.DAT NAO PODE SER ABERTO (ESTADO "
                   FS-ARQUIVO ")."
               CLOSE JORNAL-VENDAS
               MOVE "N" TO PASSO-CORREU
               GO TO ROLA-ARQUIVO-EXIT
           END-IF.
           PERFORM CARREGA-CADEIAS.
           PERFORM ARQUIVA-REGISTO
               UNTIL FICHEIRO-TERMINOU.
           CLOSE JORNAL-ARQUIVO.
           CLOSE JORNAL-VENDAS.
           IF NOT PASSO-OK THEN
               GO TO ROLA-ARQUIVO-EXIT
           END-IF.
           IF SERIES-LIDAS = 20 THEN
               PERFORM GRAVA-CADEIAS
               IF NOT PASSO-OK THEN
                   GO TO ROLA-ARQUIVO-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT JORNAL-VENDAS.
           IF FS-JORNAL NOT = "00" THEN
               DISPLAY "JORNAL.DAT NAO PODE SER ESVAZIADO (ESTADO "
                   FS-JORNAL ")."
               MOVE "N" TO PASSO-CORREU
               GO TO ROLA-ARQUIVO-EXIT
           END-IF.
           CLOSE JORNAL-VENDAS.
           MOVE TOTAL-REGISTOS TO SAIDA-REGISTOS.
           DISPLAY "REGISTOS ARQUIVADOS EM JORNALAR.DAT: "
               SAIDA-REGISTOS.

        ROLA-ARQUIVO-EXIT.
           EXIT.


        ARQUIVA-REGISTO.
           READ JORNAL-VENDAS
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   WRITE ARQUIVO-LINHA-FICH FROM JORNAL-REG
                   IF FS-ARQUIVO NOT = "00" THEN
                       DISPLAY "ERRO AO GRAVAR JORNALAR.DAT (ESTADO "
                           FS-ARQUIVO ")."
                       MOVE "N" TO PASSO-CORREU
                       MOVE "S" TO FIM-FICHEIRO
                   END-IF
                   ADD 1 TO TOTAL-REGISTOS
                   IF JORNAL-CABECALHO THEN
                       ADD JORNAL-TOTAL-FINAL TO TOTAL-VALOR
                   END-IF
                   IF JORNAL-ESTORNO THEN
                       SUBTRACT JORNAL-TOTAL-FINAL FROM TOTAL-VALOR
                   END-IF
                   IF JORNAL-CABECALHO OR
                      (JORNAL-ESTORNO AND JORNAL-HASH NOT = SPACES)
                       PERFORM APURA-SERIE
                       MOVE NUM-DOC-SERIE TO CS-ULTIMO-NUM(IDX-SERIE)
                       MOVE JORNAL-HASH   TO CS-ULTIMO-HASH(IDX-SERIE)
                   END-IF
           END-READ.


      ******************************************************************
      * CARREGA-CADEIAS / GRAVA-CADEIAS
      * O ultimo documento de cada serie antes do jornal do dia, de
      * CADEIAS.DAT, e o mesmo regravado depois de o jornal passar
      * ao arquivo. Uma falha a gravar falha o passo - ao ser
      * retomado o passo repoe o arquivo e CADEIAS.DAT das copias.
      ******************************************************************
        CARREGA-CADEIAS.
           MOVE 0   TO SERIES-LIDAS.
           OPEN INPUT CADEIAS-SERIES.
           IF FS-CADEIAS = "00" THEN
               PERFORM LE-CADEIA-SERIE
                   UNTIL FS-CADEIAS NOT = "00"
               CLOSE CADEIAS-SERIES
           END-IF.


        LE-CADEIA-SERIE.
           READ CADEIAS-SERIES
               NOT AT END
                   IF CAD-SERIE >= 1 AND CAD-SERIE <= 20 THEN
                       MOVE CAD-SERIE TO IDX-SERIE
                       MOVE CAD-ULTIMO-NUM
                           TO CS-ULTIMO-NUM(IDX-SERIE)
                       MOVE CAD-ULTIMO-HASH
                           TO CS-ULTIMO-HASH(IDX-SERIE)
                       ADD 1 TO SERIES-LIDAS
                   END-IF
           END-READ.


        GRAVA-CADEIAS.
           OPEN OUTPUT CADEIAS-SERIES.
           IF FS-CADEIAS NOT = "00" THEN
               DISPLAY "CADEIAS.DAT NAO PODE SER GRAVADO (ESTADO "
                   FS-CADEIAS ")."
               MOVE "N" TO PASSO-CORREU
           ELSE
               PERFORM GRAVA-CADEIA-SERIE
                   VARYING IDX-SERIE FROM 1 BY 1
                   UNTIL IDX-SERIE > 20
               CLOSE CADEIAS-SERIES
           END-IF.


        GRAVA-CADEIA-SERIE.
           MOVE IDX-SERIE                 TO CAD-SERIE.
           MOVE CS-ULTIMO-NUM(IDX-SERIE)  TO CAD-ULTIMO-NUM.
           MOVE CS-ULTIMO-HASH(IDX-SERIE) TO CAD-ULTIMO-HASH.
           WRITE CADEIA-REG.


      ******************************************************************
      * APURA-SERIE
      * Serie e numero do documento do cabecalho, como em
      * VERIFICA_JORNAL: a factura na serie FT do terminal, o estorno
      * na serie NC do terminal da conta.
      ******************************************************************
        APURA-SERIE.
           MOVE 0 TO TERMINAL-DOC.
           IF JORNAL-TERMINAL IS NUMERIC THEN
               MOVE JORNAL-TERMINAL TO TERMINAL-DOC
           END-IF.
           IF JORNAL-ESTORNO THEN
               COMPUTE IDX-SERIE = TERMINAL-DOC + 11
               MOVE JORNAL-NUM-NOTA-CRED TO NUM-DOC-SERIE
           ELSE
               COMPUTE IDX-SERIE = TERMINAL-DOC + 1
               MOVE JORNAL-NUM-FATURA TO NUM-DOC-SERIE
           END-IF.


      ******************************************************************
      * CONTA-LINHAS
      * Linhas escritas num ficheiro exportado (NOME-ORIGEM), como
      * total de controlo do passo de exportacao.
      ******************************************************************
        CONTA-LINHAS.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-ORIGEM.
           IF FS-ORIGEM NOT = "00" THEN
               MOVE "N" TO PASSO-CORREU
               GO TO CONTA-LINHAS-EXIT
           END-IF.
           PERFORM CONTA-LINHA
               UNTIL FICHEIRO-TERMINOU.
           CLOSE FICHEIRO-ORIGEM.

        CONTA-LINHAS-EXIT.
           EXIT.


        CONTA-LINHA.
           READ FICHEIRO-ORIGEM
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   ADD 1 TO TOTAL-REGISTOS
           END-READ.


      ******************************************************************
      * GUARDA-COPIAS / REPOE-COPIAS
      * Antes da consolidacao: o jornal do dia e os nove jornais de
      * terminal. Antes do arquivo: o jornal do dia, o arquivo, o
      * resumo diario e as cadeias das series.
      * Retomado um destes passos, cada ficheiro volta ao que era
      * antes do passo comecar, e o passo corre de novo por inteiro.
      ******************************************************************
        GUARDA-COPIAS.
           MOVE "S" TO COPIA-VAZIA.
           MOVE "JORNAL.DAT"   TO NOME-ORIGEM.
           MOVE "JORNAL.BAK"   TO NOME-COPIA.
           PERFORM COPIA-FICHEIRO THRU
                   COPIA-FICHEIRO-EXIT.
           IF IDX-PASSO = 1 THEN
               PERFORM GUARDA-TERMINAL
                   VARYING TERMINAL-ID FROM 1 BY 1
                   UNTIL TERMINAL-ID > 9
           ELSE
               MOVE "JORNALAR.DAT" TO NOME-ORIGEM
               MOVE "JORNALAR.BAK" TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
               MOVE "RESUMO.DAT"   TO NOME-ORIGEM
               MOVE "RESUMO.BAK"   TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
               MOVE "CADEIAS.DAT"  TO NOME-ORIGEM
               MOVE "CADEIAS.BAK"  TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
           END-IF.


        GUARDA-TERMINAL.
           PERFORM NOMES-TERMINAL.
           MOVE NOME-JORNAL-TERMINAL TO NOME-ORIGEM.
           MOVE NOME-COPIA-TERMINAL  TO NOME-COPIA.
           PERFORM COPIA-FICHEIRO THRU
                   COPIA-FICHEIRO-EXIT.


        REPOE-COPIAS.
           MOVE "N" TO COPIA-VAZIA.
           MOVE "JORNAL.BAK"   TO NOME-ORIGEM.
           MOVE "JORNAL.DAT"   TO NOME-COPIA.
           PERFORM COPIA-FICHEIRO THRU
                   COPIA-FICHEIRO-EXIT.
           IF IDX-PASSO = 1 THEN
               PERFORM REPOE-TERMINAL
                   VARYING TERMINAL-ID FROM 1 BY 1
                   UNTIL TERMINAL-ID > 9
           ELSE
               MOVE "JORNALAR.BAK" TO NOME-ORIGEM
               MOVE "JORNALAR.DAT" TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
               MOVE "RESUMO.BAK"   TO NOME-ORIGEM
               MOVE "RESUMO.DAT"   TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
               MOVE "CADEIAS.BAK"  TO NOME-ORIGEM
               MOVE "CADEIAS.DAT"  TO NOME-COPIA
               PERFORM COPIA-FICHEIRO THRU
                       COPIA-FICHEIRO-EXIT
           END-IF.


        REPOE-TERMINAL.
           PERFORM NOMES-TERMINAL.
           MOVE NOME-COPIA-TERMINAL  TO NOME-ORIGEM.
           MOVE NOME-JORNAL-TERMINAL TO NOME-COPIA.
           PERFORM COPIA-FICHEIRO THRU
                   COPIA-FICHEIRO-EXIT.


        NOMES-TERMINAL.
           MOVE TERMINAL-ID TO DIGITO-TERMINAL.
           MOVE DIGITO-TERMINAL TO NOME-JORNAL-TERMINAL(7:1).
           MOVE DIGITO-TERMINAL TO NOME-COPIA-TERMINAL(7:1).


        COPIA-FICHEIRO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-ORIGEM.
           IF FS-ORIGEM NOT = "00" THEN
               IF CRIA-COPIA-VAZIA THEN
                   OPEN OUTPUT FICHEIRO-COPIA
                   IF FS-COPIA NOT = "00" THEN
                       PERFORM FALHA-COPIA
                       GO TO COPIA-FICHEIRO-EXIT
                   END-IF
                   CLOSE FICHEIRO-COPIA
               END-IF
               GO TO COPIA-FICHEIRO-EXIT
           END-IF.
           OPEN OUTPUT FICHEIRO-COPIA.
           IF FS-COPIA NOT = "00" THEN
               CLOSE FICHEIRO-ORIGEM
               PERFORM FALHA-COPIA
               GO TO COPIA-FICHEIRO-EXIT
           END-IF.
           PERFORM COPIA-LINHA
               UNTIL FICHEIRO-TERMINOU.
           CLOSE FICHEIRO-COPIA.
           CLOSE FICHEIRO-ORIGEM.

        COPIA-FICHEIRO-EXIT.
           EXIT.


        COPIA-LINHA.
           READ FICHEIRO-ORIGEM
               AT END
                   MOVE "S" TO FIM-FICHEIRO
               NOT AT END
                   WRITE COPIA-LINHA-FICH FROM ORIGEM-LINHA-FICH
                   IF FS-COPIA NOT = "00" THEN
                       PERFORM FALHA-COPIA
                       MOVE "S" TO FIM-FICHEIRO
                   END-IF
           END-READ.


        FALHA-COPIA.
           DISPLAY "ERRO AO GRAVAR " NOME-COPIA " (ESTADO "
               FS-COPIA ")."
           MOVE "S" TO FALHA-COPIA-FLAG.


      ******************************************************************
      * IMPRIME-FOLHA
      * Folha do fecho (FECHODIA.TXT): uma linha por passo com o
      * estado, as horas e os totais, o resultado e o espaco para a
      * assinatura do operador e do gerente.
      ******************************************************************
        IMPRIME-FOLHA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN OUTPUT FOLHA-FECHO.
           MOVE ALL "=" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE "  EMPRESA DOS BIFES - FOLHA DE FECHO DE DIA"
               TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE ALL "=" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE FECHO-DIA TO LT-DIA.
           MOVE FECHO-MES TO LT-MES.
           MOVE FECHO-ANO TO LT-ANO.
           MOVE DIA       TO LT-DIA-IMP.
           MOVE MES       TO LT-MES-IMP.
           MOVE ANO       TO LT-ANO-IMP.
           MOVE HORA      TO LT-HOR-IMP.
           MOVE MINUTO    TO LT-MIN-IMP.
           WRITE FOLHA-LINHA FROM LINHA-TITULO.
           MOVE SPACES TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE SPACES   TO FOLHA-LINHA.
           MOVE "P"      TO FOLHA-LINHA(1:1).
           MOVE "PASSO"  TO FOLHA-LINHA(4:5).
           MOVE "ESTADO" TO FOLHA-LINHA(27:6).
           MOVE "INICIO" TO FOLHA-LINHA(37:6).
           MOVE "FIM"    TO FOLHA-LINHA(44:3).
           MOVE "REGIST" TO FOLHA-LINHA(49:6).
           MOVE "VALOR"  TO FOLHA-LINHA(62:5).
           WRITE FOLHA-LINHA.
           MOVE ALL "-" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           PERFORM IMPRIME-PASSO
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO > 6.
           MOVE ALL "-" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE SPACES TO FOLHA-LINHA.
           IF HOUVE-FALHA THEN
               STRING "RESULTADO: FECHO INTERROMPIDO NO PASSO "
                      PASSO-FALHADO
                      DELIMITED BY SIZE INTO FOLHA-LINHA
           ELSE
               MOVE "RESULTADO: FECHO DE DIA CONCLUIDO"
                   TO FOLHA-LINHA
           END-IF.
           WRITE FOLHA-LINHA.
           MOVE SPACES TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE "OPERADOR: ____________    ASSINATURA DO GERENTE: "
               TO FOLHA-LINHA.
           MOVE "________________" TO FOLHA-LINHA(50:16).
           WRITE FOLHA-LINHA.
           MOVE SPACES TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE "DATA: ____/____/________" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE ALL "=" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           CLOSE FOLHA-FECHO.


        IMPRIME-PASSO.
           MOVE IDX-PASSO               TO LP-PASSO.
           MOVE PF-DESCRICAO(IDX-PASSO) TO LP-DESCRICAO.
           EVALUATE PF-ESTADO(IDX-PASSO)
             WHEN "C"
               MOVE "CONCLUIDO" TO LP-ESTADO
             WHEN "F"
               MOVE "FALHOU"    TO LP-ESTADO
             WHEN "I"
               MOVE "EM CURSO"  TO LP-ESTADO
             WHEN OTHER
               MOVE "PENDENTE"  TO LP-ESTADO
           END-EVALUATE.
           IF PF-ESTADO(IDX-PASSO) = "C" OR
              PF-ESTADO(IDX-PASSO) = "F" THEN
               MOVE PF-HORA-INICIO(IDX-PASSO) TO LHP-INICIO
               MOVE PF-HORA-FIM(IDX-PASSO)    TO LHP-FIM
               MOVE LHP-INICIO(1:2)           TO LP-HOR-INI
               MOVE LHP-INICIO(3:2)           TO LP-MIN-INI
               MOVE LHP-FIM(1:2)              TO LP-HOR-FIM
               MOVE LHP-FIM(3:2)              TO LP-MIN-FIM
               MOVE PF-REGISTOS(IDX-PASSO)    TO LP-REGISTOS
               MOVE PF-VALOR(IDX-PASSO)       TO LP-VALOR
           ELSE
               MOVE SPACES TO LP-HORAS
               MOVE SPACES TO LP-TOTAIS
           END-IF.
           WRITE FOLHA-LINHA FROM LINHA-PASSO.


       END PROGRAM FECHO_DIA.
