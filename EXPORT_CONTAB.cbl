      *          estorno, assinalado pelo tipo) com os valores do
      *          cabecalho, separados por ponto e virgula, mais uma
      *          linha de trailer com os totais de controlo para o
      *          contabilista conferir a importacao. As vendas a
      *          credito (forma "A") sao contas a receber e nao caixa:
      *          cada movimento da conta-corrente (CCORRENT.DAT) no
      *          intervalo sai numa linha "R" (debito da venda,
      *          credito do estorno ou recebimento do cliente, com o
      *          NIF e a factura), e o trailer leva o saldo a receber
      *          gerado e o total recebido no periodo.
      *          Corre sozinho ou chamado pelo fecho de dia guiado
      *          (FECHO_DIA); devolve RETURN-CODE 0 quando a
      *          exportacao fica gravada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-EXPORT ASSIGN TO "EXPCONTA.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-EXPORT.
       01  EXPORT-LINHA               PIC X(220).

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-ARQUIVO              PIC X(02)  VALUES "00".
        77 FS-EXPORT               PIC X(02)  VALUES "00".
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
        77 NUM-LINHAS-CC           PIC 9(06)  VALUE ZERO.
      * Contas a receber de clientes a credito: o que as vendas "A"
      * puseram em divida (estornos abatidos) e o que os clientes
      * pagaram, no intervalo.
        77 TOTAL-A-RECEBER-EXP     PIC S9(08)V99 VALUE ZERO.
        77 TOTAL-RECEBIDO-EXP      PIC S9(08)V99 VALUE ZERO.
        77 FIM-FICHEIRO            PIC X      VALUES "N".
           88 FICHEIRO-TERMINOU    VALUE "S".
        77 DATA-INICIO             PIC 9(08)  VALUE ZERO.
           05 FILLER                PIC X      VALUE ";".
           05 EXP-IVA-R             PIC 9(05).9(02).

      * Linha de movimento da conta-corrente de um cliente a credito:
      * "R", o tipo do movimento (D venda, E estorno, C recebimento),
      * data e hora, conta e factura, NIF, valor, forma e referencia
      * do recebimento.
        01 EXPORT-CCORRENTE.
           05 FILLER                PIC X(02)  VALUE "R;".
           05 EXC-MOVIMENTO         PIC X(01).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-DATA.
              10 EXC-ANO            PIC 9(04).
              10 FILLER             PIC X      VALUE "-".
              10 EXC-MES            PIC 9(02).
              10 FILLER             PIC X      VALUE "-".
              10 EXC-DIA            PIC 9(02).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-HORA.
              10 EXC-HOR            PIC 9(02).
              10 FILLER             PIC X      VALUE ":".
              10 EXC-MIN            PIC 9(02).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-CONTA             PIC 9(06).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-FATURA            PIC 9(06).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-NIF               PIC 9(09).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-VALOR             PIC 9(05).9(02).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-FORMA             PIC X(01).
           05 FILLER                PIC X      VALUE ";".
           05 EXC-REFERENCIA        PIC X(12).

      * Linha de trailer com os totais de controlo - os estornos ja
      * abatidos, por isso os totais conferem com o que a
      * contabilidade deve importar em liquido.
           05 TRL-IVA-I             PIC -9(08).9(02).
           05 FILLER                PIC X      VALUE ";".
           05 TRL-IVA-R             PIC -9(08).9(02).
           05 FILLER                PIC X      VALUE ";".
           05 TRL-A-RECEBER         PIC -9(08).9(02).
           05 FILLER                PIC X      VALUE ";".
           05 TRL-RECEBIDO          PIC -9(08).9(02).

       PROCEDURE DIVISION.
        MAINLINE.
                   EXPORTA-JORNAL-EXIT.
           PERFORM EXPORTA-ARQUIVO THRU
                   EXPORTA-ARQUIVO-EXIT.
           PERFORM EXPORTA-CONTA-CORRENTE THRU
                   EXPORTA-CONTA-CORRENTE-EXIT.
           PERFORM ESCREVE-TRAILER.
           CLOSE FICHEIRO-EXPORT.
           DISPLAY "EXPORTADAS " NUM-LINHAS-EXP
               " CONTAS PARA EXPCONTA.CSV".
           IF NUM-LINHAS-CC > 0 THEN
               DISPLAY "EXPORTADOS " NUM-LINHAS-CC
                   " MOVIMENTOS DE CONTA-CORRENTE"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
           EXIT.


      ******************************************************************
      * EXPORTA-CONTA-CORRENTE
      * Exporta numa linha "R" cada movimento da conta-corrente dos
      * clientes a credito dentro do intervalo de datas: as vendas a
      * credito aumentam o saldo a receber, os estornos abatem-no e
      * os recebimentos somam ao total recebido.
      ******************************************************************
        EXPORTA-CONTA-CORRENTE.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO EXPORTA-CONTA-CORRENTE-EXIT
           END-IF.
           READ FICHEIRO-CCORRENTE
               AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
           PERFORM UNTIL FICHEIRO-TERMINOU
               PERFORM EXPORTA-MOVIMENTO-CC
               READ FICHEIRO-CCORRENTE
                   AT END MOVE "S" TO FIM-FICHEIRO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-CCORRENTE.

        EXPORTA-CONTA-CORRENTE-EXIT.
           EXIT.


        EXPORTA-MOVIMENTO-CC.
           MOVE CC-DATA TO DATA-REGISTO.
           IF DATA-REGISTO >= DATA-INICIO AND
              DATA-REGISTO <= DATA-FIM THEN
               MOVE CC-TIPO        TO EXC-MOVIMENTO
               MOVE CC-ANO         TO EXC-ANO
               MOVE CC-MES         TO EXC-MES
               MOVE CC-DIA         TO EXC-DIA
               MOVE CC-HOR         TO EXC-HOR
               MOVE CC-MIN         TO EXC-MIN
               MOVE CC-NUM-CONTA   TO EXC-CONTA
               MOVE CC-NUM-FATURA  TO EXC-FATURA
               MOVE CC-NIF         TO EXC-NIF
               MOVE CC-VALOR       TO EXC-VALOR
               MOVE CC-FORMA       TO EXC-FORMA
               MOVE CC-REFERENCIA  TO EXC-REFERENCIA
               WRITE EXPORT-LINHA FROM EXPORT-CCORRENTE
               ADD 1 TO NUM-LINHAS-CC
               EVALUATE TRUE
                 WHEN CC-DEBITO
                   ADD CC-VALOR TO TOTAL-A-RECEBER-EXP
                 WHEN CC-ESTORNO
                   SUBTRACT CC-VALOR FROM TOTAL-A-RECEBER-EXP
                 WHEN CC-PAGAMENTO
                   ADD CC-VALOR TO TOTAL-RECEBIDO-EXP
               END-EVALUATE
           END-IF.


        ESCREVE-TRAILER.
           MOVE NUM-LINHAS-EXP     TO TRL-LINHAS.
           MOVE TOTAL-BRUTO-EXP    TO TRL-BRUTO.
           MOVE TOTAL-IVA-N-EXP    TO TRL-IVA-N.
           MOVE TOTAL-IVA-I-EXP    TO TRL-IVA-I.
           MOVE TOTAL-IVA-R-EXP    TO TRL-IVA-R.
           MOVE TOTAL-A-RECEBER-EXP TO TRL-A-RECEBER.
           MOVE TOTAL-RECEBIDO-EXP TO TRL-RECEBIDO.
           WRITE EXPORT-LINHA FROM EXPORT-TRAILER.


