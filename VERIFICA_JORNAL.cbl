      *          nao somam o total bruto, cabecalhos em que liquido
      *          mais IVA nao da o total final, numeros de conta
      *          duplicados ou em falta na sequencia, e registos de
      *          item orfaos sem cabecalho, e a cadeia de assinaturas
      *          de cada serie de documentos (facturas e notas de
      *          credito de cada terminal): um documento alterado,
      *          sem assinatura ou em falta na serie parte a cadeia.
      *          A cadeia continua a do dia anterior, por isso o
      *          ultimo documento de cada serie no arquivo vem de
      *          CADEIAS.DAT (ou, se faltar, do proprio arquivo
      *          JORNALAR.DAT, e fica gravado em CADEIAS.DAT para as
      *          vezes seguintes). Imprime um relatorio de
      *          excepcoes com a conta de cada problema e regrava o
      *          estado em VERIFJOR.DAT - ENCERRA_DIA recusa o fecho
      *          sem uma verificacao "OK" de hoje.
      *          Corre sozinho ou chamado pelo fecho de dia guiado
      *          (FECHO_DIA); devolve RETURN-CODE 0 quando o jornal
      *          esta integro e 1 quando ha problemas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VERIFICACAO-JORNAL ASSIGN TO "VERIFJOR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-VERIF.
           SELECT JORNAL-ARQUIVO ASSIGN TO "JORNALAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUIVO.
           SELECT CADEIAS-SERIES ASSIGN TO "CADEIAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CADEIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFICACAO-JORNAL.
           COPY VERIFJOR.CPY.

       FD  JORNAL-ARQUIVO.
       01  ARQUIVO-LINHA-FICH         PIC X(200).

       FD  CADEIAS-SERIES.
           COPY CADEIAS.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-VERIF                PIC X(02)  VALUES "00".
              10 SEQ-PRIMEIRO      PIC X      VALUE "S".
              10 SEQ-ULTIMO-CONTA  PIC 9(06)  VALUE ZERO.

      * Cadeia de assinaturas por serie: o numero e o hash do ultimo
      * documento visto de cada serie. Posicoes 1 a 10 as facturas
      * dos terminais 0 a 9, posicoes 11 a 20 as notas de credito.
      * Comeca com o ultimo documento de cada serie no arquivo; o
      * hash fica a espacos enquanto a serie so tem documentos
      * antigos, sem assinatura.
        77 FS-ARQUIVO              PIC X(02)  VALUES "00".
        77 FIM-ARQUIVO             PIC X      VALUES "N".
           88 ARQUIVO-TERMINOU     VALUE "S".
        77 FS-CADEIAS              PIC X(02)  VALUES "00".
        77 SERIES-LIDAS            PIC 99     VALUE ZERO.
        77 IDX-SERIE               PIC 99     VALUE ZERO.
        77 TERMINAL-DOC            PIC 9      VALUE ZERO.
        77 NUM-DOC-SERIE           PIC 9(06)  VALUE ZERO.
        77 NUM-DOC-ESPERADO        PIC 9(06)  VALUE ZERO.
        01 CADEIA-SERIES.
           05 CADEIA-SERIE OCCURS 20 TIMES.
              10 CS-ULTIMO-NUM     PIC 9(06)  VALUE ZERO.
              10 CS-ULTIMO-HASH    PIC X(16)  VALUE SPACES.
           COPY ASSINDOC.CPY.

        01 DATA-HOJE               PIC 9(08)  VALUE ZERO.

       PROCEDURE DIVISION.
           IF FS-JORNAL NOT = "00" THEN
               DISPLAY "JORNAL.DAT NAO EXISTE - NADA A VERIFICAR."
               PERFORM GRAVA-ESTADO
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARREGA-CADEIAS-ARQUIVO THRU
                   CARREGA-CADEIAS-ARQUIVO-EXIT.
           READ JORNAL-VENDAS
               AT END MOVE "S" TO FIM-JORNAL
           END-READ.
                   PERFORM FECHA-GRUPO
                   PERFORM VERIFICA-CABECALHO
                   PERFORM VERIFICA-SEQUENCIA
                   PERFORM VERIFICA-ASSINATURA THRU
                           VERIFICA-ASSINATURA-EXIT
                   PERFORM ABRE-GRUPO
                 WHEN JORNAL-ESTORNO
                   PERFORM FECHA-GRUPO
                   PERFORM VERIFICA-CABECALHO
                   PERFORM VERIFICA-ASSINATURA THRU
                           VERIFICA-ASSINATURA-EXIT
                   PERFORM ABRE-GRUPO
                 WHEN JORNAL-ITEM
                   PERFORM VERIFICA-ITEM
           END-IF.
           DISPLAY "================================================".
           PERFORM GRAVA-ESTADO.
           IF NUM-ERROS = 0 THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.


      ******************************************************************
           MOVE JORNAL-NUM-CONTA TO SEQ-ULTIMO-CONTA(IDX-TERMINAL).


      ******************************************************************
      * CARREGA-CADEIAS-ARQUIVO
      * O ultimo documento de cada serie no arquivo, onde o primeiro
      * documento de hoje se tem de encadear, vem de CADEIAS.DAT,
      * que o fecho de dia mantem ao arquivar o jornal. So quando o
      * ficheiro nao existe ou nao tem as series todas se passa o
      * arquivo inteiro a procura deles, e o resultado fica gravado
      * em CADEIAS.DAT. Os documentos do arquivo ja foram verificados
      * nos dias em que foram emitidos. Sem arquivo, as series
      * comecam do zero.
      ******************************************************************
        CARREGA-CADEIAS-ARQUIVO.
           MOVE 0   TO SERIES-LIDAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT CADEIAS-SERIES.
           IF FS-CADEIAS = "00" THEN
               PERFORM LE-CADEIA-SERIE
                   UNTIL ARQUIVO-TERMINOU
               CLOSE CADEIAS-SERIES
           END-IF.
           IF SERIES-LIDAS = 20 THEN
               GO TO CARREGA-CADEIAS-ARQUIVO-EXIT
           END-IF.
           DISPLAY "CADEIAS.DAT EM FALTA - A APURAR AS SERIES PELO "
               "ARQUIVO.".
           INITIALIZE CADEIA-SERIES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT JORNAL-ARQUIVO.
           IF FS-ARQUIVO = "00" THEN
               PERFORM LE-ARQUIVO-CADEIA
                   UNTIL ARQUIVO-TERMINOU
               CLOSE JORNAL-ARQUIVO
           END-IF.
           PERFORM GRAVA-CADEIAS.

        CARREGA-CADEIAS-ARQUIVO-EXIT.
           EXIT.


        LE-CADEIA-SERIE.
           READ CADEIAS-SERIES
               AT END
                   MOVE "S" TO FIM-ARQUIVO
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


      ******************************************************************
      * GRAVA-CADEIAS
      * Regrava CADEIAS.DAT com as vinte series tal como ficaram
      * apuradas do arquivo.
      ******************************************************************
        GRAVA-CADEIAS.
           OPEN OUTPUT CADEIAS-SERIES.
           IF FS-CADEIAS NOT = "00" THEN
               DISPLAY "CADEIAS.DAT NAO PODE SER GRAVADO (ESTADO "
                   FS-CADEIAS ")."
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


        LE-ARQUIVO-CADEIA.
           READ JORNAL-ARQUIVO INTO JORNAL-REG
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF JORNAL-CABECALHO OR
                      (JORNAL-ESTORNO AND JORNAL-HASH NOT = SPACES)
                       PERFORM APURA-SERIE
                       MOVE NUM-DOC-SERIE TO CS-ULTIMO-NUM(IDX-SERIE)
                       MOVE JORNAL-HASH   TO CS-ULTIMO-HASH(IDX-SERIE)
                   END-IF
           END-READ.


      ******************************************************************
      * APURA-SERIE
      * Serie e numero do documento do cabecalho: a factura na serie
      * FT do terminal, o estorno na serie NC do terminal da conta.
      * Registos antigos sem terminal contam como terminal 0.
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
      * VERIFICA-ASSINATURA
      * Confere o documento na cadeia da sua serie. O hash gravado tem
      * de ser o que ASSINA_DOC calcula com os dados do documento e o
      * hash do documento anterior da serie - qualquer valor alterado
      * depois da emissao, ou um documento anterior tirado do jornal,
      * da outro hash. O numero tem de ser o anterior mais um. Um
      * documento sem assinatura numa serie que ja assina e um
      * documento adulterado. Um estorno antigo, sem assinatura nem
      * numero de nota de credito, fica de fora.
      ******************************************************************
        VERIFICA-ASSINATURA.
           IF JORNAL-HASH = SPACES THEN
               PERFORM APURA-SERIE
               IF CS-ULTIMO-HASH(IDX-SERIE) NOT = SPACES THEN
                   ADD 1 TO NUM-ERROS
                   DISPLAY "CONTA " JORNAL-NUM-CONTA ": DOCUMENTO "
                       "SEM ASSINATURA NUMA SERIE ASSINADA"
               END-IF
               IF JORNAL-CABECALHO THEN
                   MOVE NUM-DOC-SERIE TO CS-ULTIMO-NUM(IDX-SERIE)
               END-IF
               GO TO VERIFICA-ASSINATURA-EXIT
           END-IF.
           PERFORM APURA-SERIE.
           MOVE CS-ULTIMO-HASH(IDX-SERIE) TO AD-HASH-ANTERIOR.
           CALL "ASSINA_DOC" USING JORNAL-REG ASSINATURA-DOC.
           IF CS-ULTIMO-NUM(IDX-SERIE) > 0 THEN
               COMPUTE NUM-DOC-ESPERADO =
                   CS-ULTIMO-NUM(IDX-SERIE) + 1
               IF NUM-DOC-SERIE <= CS-ULTIMO-NUM(IDX-SERIE) THEN
                   ADD 1 TO NUM-ERROS
                   DISPLAY "CONTA " JORNAL-NUM-CONTA ": DOCUMENTO "
                       FUNCTION TRIM(AD-NUM-DOC)
                       " DUPLICADO OU FORA DE ORDEM"
               ELSE
                   IF NUM-DOC-SERIE > NUM-DOC-ESPERADO THEN
                       ADD 1 TO NUM-ERROS
                       DISPLAY "CONTA " JORNAL-NUM-CONTA ": FALTA NA "
                           "SERIE O DOCUMENTO ANTERIOR A "
                           FUNCTION TRIM(AD-NUM-DOC)
                   END-IF
               END-IF
           END-IF.
           IF AD-HASH NOT = JORNAL-HASH THEN
               ADD 1 TO NUM-ERROS
               DISPLAY "CONTA " JORNAL-NUM-CONTA ": ASSINATURA DE "
                   FUNCTION TRIM(AD-NUM-DOC) " NAO CONFERE - "
                   "DOCUMENTO ALTERADO OU ANTERIOR EM FALTA"
           END-IF.
           MOVE NUM-DOC-SERIE TO CS-ULTIMO-NUM(IDX-SERIE).
           MOVE JORNAL-HASH   TO CS-ULTIMO-HASH(IDX-SERIE).

        VERIFICA-ASSINATURA-EXIT.
           EXIT.


      ******************************************************************
      * VERIFICA-ITEM
      * Uma linha "I" tem de seguir o cabecalho "C" da sua conta (e
