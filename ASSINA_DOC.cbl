      ******************************************************************
      * Author:
      * Date:
      * Purpose: Assinatura encadeada dos documentos fiscais. Chamado
      *          com o cabecalho do jornal de um documento ("C"
      *          factura, "V" nota de credito) e o hash do documento
      *          anterior da mesma serie; devolve a identificacao do
      *          documento (tipo, serie EDB + terminal, numero dentro
      *          da serie) e o hash deste documento. O hash e apurado
      *          sobre a mensagem
      *            data;data e hora;documento;total;hash anterior
      *          (a mensagem da certificacao), por isso alterar um
      *          documento ou tirar um da serie parte a cadeia dai
      *          para a frente. Chamado pelo balcao ao emitir a
      *          factura, por ESTORNA_CONTA ao emitir a nota de
      *          credito e por VERIFICA_JORNAL ao conferir a cadeia -
      *          o mesmo calculo nos tres, por isso so existe aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSINA_DOC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
        77 TIPO-DOC                PIC X(02)  VALUE SPACES.
        77 NUM-DOC-SERIE           PIC 9(06)  VALUE ZERO.
        77 TERMINAL-DOC            PIC 9(01)  VALUE ZERO.
        77 SEQ-DOC                 PIC 9(05)  VALUE ZERO.
        77 SAIDA-SEQ               PIC Z(4)9.
        77 SAIDA-TOTAL             PIC Z(4)9.99.
        77 BRANCOS-SEQ             PIC 9(02)  VALUE ZERO.
        77 BRANCOS-TOTAL           PIC 9(02)  VALUE ZERO.
        77 COMPRIMENTO-MSG         PIC 9(03)  VALUE ZERO.
        77 IDX-MSG                 PIC 9(03)  VALUE ZERO.
        77 QUOCIENTE-HASH          PIC 9(05)  VALUE ZERO.
        77 MENSAGEM-HASH           PIC X(100) VALUE SPACES.

      * Dois acumuladores polinomiais sobre os caracteres da
      * mensagem, cada um reduzido modulo um primo de oito digitos;
      * os dois restos juntos dao o hash de dezasseis digitos.
        77 ACUM-1                  PIC 9(11)  VALUE ZERO.
        77 ACUM-2                  PIC 9(11)  VALUE ZERO.
        01 HASH-CALCULADO.
           05 HC-PARTE-1           PIC 9(08).
           05 HC-PARTE-2           PIC 9(08).

       LINKAGE SECTION.
           COPY JORNALV.CPY.
           COPY ASSINDOC.CPY.

       PROCEDURE DIVISION USING JORNAL-REG ASSINATURA-DOC.
        MAINLINE.
           PERFORM MONTA-NUM-DOC.
           PERFORM MONTA-MENSAGEM.
           MOVE 0 TO ACUM-1.
           MOVE 0 TO ACUM-2.
           PERFORM SOMA-CARACTER
               VARYING IDX-MSG FROM 1 BY 1
               UNTIL IDX-MSG > COMPRIMENTO-MSG.
           MOVE ACUM-1 TO HC-PARTE-1.
           MOVE ACUM-2 TO HC-PARTE-2.
           MOVE HASH-CALCULADO TO AD-HASH.
           GOBACK.


      ******************************************************************
      * MONTA-NUM-DOC
      * Identificacao do documento: "FT" ou "NC", a serie EDB com o
      * digito do terminal e o numero dentro da serie, que e o numero
      * gravado no jornal sem o prefixo do terminal (ex.: a factura
      * 100025 e "FT EDB1/25").
      ******************************************************************
        MONTA-NUM-DOC.
           IF JORNAL-ESTORNO THEN
               MOVE "NC" TO TIPO-DOC
               MOVE JORNAL-NUM-NOTA-CRED TO NUM-DOC-SERIE
           ELSE
               MOVE "FT" TO TIPO-DOC
               MOVE JORNAL-NUM-FATURA TO NUM-DOC-SERIE
           END-IF.
           DIVIDE NUM-DOC-SERIE BY 100000 GIVING TERMINAL-DOC
               REMAINDER SEQ-DOC.
           MOVE SEQ-DOC TO SAIDA-SEQ.
           MOVE 0 TO BRANCOS-SEQ.
           INSPECT SAIDA-SEQ TALLYING BRANCOS-SEQ FOR LEADING SPACES.
           MOVE SPACES TO AD-NUM-DOC.
           STRING TIPO-DOC " EDB" TERMINAL-DOC "/"
               SAIDA-SEQ(BRANCOS-SEQ + 1:) DELIMITED BY SIZE
               INTO AD-NUM-DOC.


      ******************************************************************
      * MONTA-MENSAGEM
      * Data do documento, data e hora de emissao, identificacao,
      * total cobrado com duas casas e o hash anterior, separados por
      * ";". O comprimento fica em COMPRIMENTO-MSG (o ponteiro do
      * STRING fica uma posicao a frente do ultimo caracter).
      ******************************************************************
        MONTA-MENSAGEM.
           MOVE JORNAL-TOTAL-FINAL TO SAIDA-TOTAL.
           MOVE 0 TO BRANCOS-TOTAL.
           INSPECT SAIDA-TOTAL TALLYING BRANCOS-TOTAL
               FOR LEADING SPACES.
           MOVE SPACES TO MENSAGEM-HASH.
           MOVE 1 TO COMPRIMENTO-MSG.
           STRING JORNAL-ANO "-" JORNAL-MES "-" JORNAL-DIA ";"
               JORNAL-ANO "-" JORNAL-MES "-" JORNAL-DIA "T"
               JORNAL-HOR ":" JORNAL-MIN ":00;"
               DELIMITED BY SIZE
               AD-NUM-DOC DELIMITED BY "  "
               ";" SAIDA-TOTAL(BRANCOS-TOTAL + 1:) ";"
               DELIMITED BY SIZE
               AD-HASH-ANTERIOR DELIMITED BY SPACE
               INTO MENSAGEM-HASH WITH POINTER COMPRIMENTO-MSG.
           SUBTRACT 1 FROM COMPRIMENTO-MSG.


        SOMA-CARACTER.
           COMPUTE ACUM-1 = ACUM-1 * 257 +
               FUNCTION ORD(MENSAGEM-HASH(IDX-MSG:1)).
           DIVIDE ACUM-1 BY 99999989 GIVING QUOCIENTE-HASH
               REMAINDER ACUM-1.
           COMPUTE ACUM-2 = ACUM-2 * 263 +
               FUNCTION ORD(MENSAGEM-HASH(IDX-MSG:1)).
           DIVIDE ACUM-2 BY 99999971 GIVING QUOCIENTE-HASH
               REMAINDER ACUM-2.


       END PROGRAM ASSINA_DOC.
