      *          jornal (estornos abatidos) o valor esperado e a
      *          diferenca, e acrescenta a sessao ao ficheiro de
      *          sessoes de caixa (CAIXA.DAT) para o relatorio de
      *          diferencas por operador (REL_CAIXA). As vendas a
      *          credito (forma "A") nao sao dinheiro nem cartao: sao
      *          mostradas a parte, como valores a receber; os
      *          pagamentos de clientes a credito recebidos em
      *          dinheiro pelo operador (CCORRENT.DAT) entram no
      *          valor esperado. O dinheiro dos pedidos de entrega
      *          nao entra na gaveta na venda - e cobrado a porta pelo
      *          estafeta; entra o que os estafetas entregaram a este
      *          operador no acerto da volta (ACERTOS.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SESSOES-CAIXA ASSIGN TO "CAIXA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
           SELECT FICHEIRO-CCORRENTE ASSIGN TO "CCORRENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CCORRENTE.
           SELECT FICHEIRO-ACERTOS ASSIGN TO "ACERTOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ACERTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSOES-CAIXA.
           COPY CAIXASES.CPY.

       FD  FICHEIRO-CCORRENTE.
           COPY CCORRENT.CPY.

       FD  FICHEIRO-ACERTOS.
           COPY ACERTOS.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-CAIXA                PIC X(02)  VALUES "00".
        77 FS-CCORRENTE            PIC X(02)  VALUES "00".
        77 FIM-CCORRENTE           PIC X      VALUES "N".
           88 CCORRENTE-TERMINOU   VALUE "S".
      * Vendas a credito do operador hoje (a receber, fora da gaveta)
      * e pagamentos de clientes a credito que recebeu em dinheiro.
        77 TOTAL-A-CREDITO         PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-RECEBIDO-CC       PIC S9(07)V99 VALUE ZERO.
      * Vendas em dinheiro de pedidos de entrega (cobradas pelos
      * estafetas, fora da gaveta) e dinheiro que os estafetas
      * entregaram a este operador nos acertos de hoje.
        77 FS-ACERTOS              PIC X(02)  VALUES "00".
        77 FIM-ACERTOS             PIC X      VALUES "N".
           88 ACERTOS-TERMINARAM   VALUE "S".
        77 TOTAL-ENTREGAS          PIC S9(07)V99 VALUE ZERO.
        77 TOTAL-ACERTOS           PIC S9(07)V99 VALUE ZERO.
        77 CONTEXTO-ENTREGA        PIC X      VALUES "N".
           88 CONTA-DE-ENTREGA     VALUE "S".
        77 FIM-JORNAL              PIC X      VALUES "N".
           88 JORNAL-TERMINOU      VALUE "S".
      * Contexto do ultimo cabecalho lido, para as linhas de
        77 TOTAL-CONTADO           PIC 9(07)V99 VALUE ZERO.
        77 TOTAL-ESPERADO          PIC S9(07)V99 VALUE ZERO.
        77 DIFERENCA               PIC S9(07)V99 VALUE ZERO.
        77 VALOR-DINHEIRO          PIC 9(05)V99 VALUE ZERO.
        77 SAIDA-VALOR             PIC Z(6)9.99-.
        77 SAIDA-DENOMINACAO       PIC ZZ9.99.

           DISPLAY "TOTAL CONTADO:   " SAIDA-VALOR " EUR".
           PERFORM APURA-ESPERADO THRU
                   APURA-ESPERADO-EXIT.
           PERFORM APURA-RECEBIMENTOS THRU
                   APURA-RECEBIMENTOS-EXIT.
           IF TOTAL-RECEBIDO-CC NOT = 0 THEN
               MOVE TOTAL-RECEBIDO-CC TO SAIDA-VALOR
               DISPLAY "  DOS QUAIS RECEBIMENTOS DE CONTA-CORRENTE: "
                   SAIDA-VALOR " EUR"
           END-IF.
           PERFORM APURA-ACERTOS THRU
                   APURA-ACERTOS-EXIT.
           IF TOTAL-ACERTOS NOT = 0 THEN
               MOVE TOTAL-ACERTOS TO SAIDA-VALOR
               DISPLAY "  DOS QUAIS ENTREGUES PELOS ESTAFETAS:      "
                   SAIDA-VALOR " EUR"
           END-IF.
           MOVE TOTAL-ESPERADO TO SAIDA-VALOR.
           DISPLAY "TOTAL ESPERADO:  " SAIDA-VALOR " EUR".
           COMPUTE DIFERENCA = TOTAL-CONTADO - TOTAL-ESPERADO.
           MOVE DIFERENCA TO SAIDA-VALOR.
           DISPLAY "DIFERENCA:       " SAIDA-VALOR " EUR".
           IF TOTAL-A-CREDITO NOT = 0 THEN
               MOVE TOTAL-A-CREDITO TO SAIDA-VALOR
               DISPLAY "VENDAS A CREDITO (A RECEBER, FORA DA GAVETA): "
                   SAIDA-VALOR " EUR"
           END-IF.
           IF TOTAL-ENTREGAS NOT = 0 THEN
               MOVE TOTAL-ENTREGAS TO SAIDA-VALOR
               DISPLAY "ENTREGAS EM DINHEIRO (COBRADAS PELO ESTAFETA): "
                   SAIDA-VALOR " EUR"
           END-IF.
           PERFORM GRAVA-SESSAO.
           DISPLAY "SESSAO DE CAIXA REGISTADA.".
           STOP RUN.
      * cabecalhos "C" pagos em dinheiro por inteiro e, nas contas
      * mistas (forma "M"), as parcelas em dinheiro das linhas de
      * pagamento "P". Os estornos "V" (e as suas linhas "X") abatem
      * o mesmo que as contas originais somaram. As vendas a credito
      * (forma "A", no cabecalho ou nas parcelas) ficam somadas a
      * parte em TOTAL-A-CREDITO, e o dinheiro dos pedidos de entrega
      * (cobrado pelo estafeta) em TOTAL-ENTREGAS.
      ******************************************************************
        APURA-ESPERADO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
               ELSE
                   MOVE "N" TO CONTEXTO-MISTA
               END-IF
               IF JORNAL-PEDIDO-ENTREGA THEN
                   MOVE "S" TO CONTEXTO-ENTREGA
               ELSE
                   MOVE "N" TO CONTEXTO-ENTREGA
               END-IF
               IF CONTA-DO-OPERADOR AND JORNAL-FORMA-PAG = "D" THEN
                   IF JORNAL-CABECALHO THEN
                       PERFORM SOMA-DINHEIRO
                   ELSE
                       PERFORM ABATE-DINHEIRO
                   END-IF
               END-IF
               IF CONTA-DO-OPERADOR AND JORNAL-FORMA-PAG = "A" THEN
                   IF JORNAL-CABECALHO THEN
                       ADD JORNAL-TOTAL-FINAL TO TOTAL-A-CREDITO
                   ELSE
                       SUBTRACT JORNAL-TOTAL-FINAL FROM TOTAL-A-CREDITO
                   END-IF
               END-IF
             WHEN JORNAL-PAGAMENTO
               IF CONTA-DO-OPERADOR AND CONTA-MISTA AND
                       JORNAL-PAG-FORMA = "D" THEN
                   PERFORM SOMA-DINHEIRO
               END-IF
               IF CONTA-DO-OPERADOR AND CONTA-MISTA AND
                       JORNAL-PAG-FORMA = "A" THEN
                   ADD JORNAL-PAG-VALOR TO TOTAL-A-CREDITO
               END-IF
             WHEN JORNAL-ESTORNO-PAG
               IF CONTA-DO-OPERADOR AND CONTA-MISTA AND
                       JORNAL-PAG-FORMA = "D" THEN
                   PERFORM ABATE-DINHEIRO
               END-IF
               IF CONTA-DO-OPERADOR AND CONTA-MISTA AND
                       JORNAL-PAG-FORMA = "A" THEN
                   SUBTRACT JORNAL-PAG-VALOR FROM TOTAL-A-CREDITO
               END-IF
           END-EVALUATE.


      * Dinheiro de um cabecalho pago em dinheiro ou de uma parcela
      * em dinheiro: na gaveta, ou a cobrar pelo estafeta se a conta e
      * de um pedido de entrega.
        SOMA-DINHEIRO.
           IF JORNAL-CABECALHO OR JORNAL-ESTORNO THEN
               MOVE JORNAL-TOTAL-FINAL TO VALOR-DINHEIRO
           ELSE
               MOVE JORNAL-PAG-VALOR   TO VALOR-DINHEIRO
           END-IF.
           IF CONTA-DE-ENTREGA THEN
               ADD VALOR-DINHEIRO TO TOTAL-ENTREGAS
           ELSE
               ADD VALOR-DINHEIRO TO TOTAL-ESPERADO
           END-IF.


        ABATE-DINHEIRO.
           IF JORNAL-CABECALHO OR JORNAL-ESTORNO THEN
               MOVE JORNAL-TOTAL-FINAL TO VALOR-DINHEIRO
           ELSE
               MOVE JORNAL-PAG-VALOR   TO VALOR-DINHEIRO
           END-IF.
           IF CONTA-DE-ENTREGA THEN
               SUBTRACT VALOR-DINHEIRO FROM TOTAL-ENTREGAS
           ELSE
               SUBTRACT VALOR-DINHEIRO FROM TOTAL-ESPERADO
           END-IF.


      ******************************************************************
      * APURA-RECEBIMENTOS
      * Soma ao valor esperado os pagamentos de clientes a credito
      * recebidos hoje em dinheiro por este operador (movimentos "C"
      * de forma "D" na conta-corrente) - esse dinheiro esta na
      * gaveta sem ter passado pelo jornal.
      ******************************************************************
        APURA-RECEBIMENTOS.
           OPEN INPUT FICHEIRO-CCORRENTE.
           IF FS-CCORRENTE NOT = "00" THEN
               GO TO APURA-RECEBIMENTOS-EXIT
           END-IF.
           MOVE "N" TO FIM-CCORRENTE.
           PERFORM LE-RECEBIMENTO
               UNTIL CCORRENTE-TERMINOU.
           CLOSE FICHEIRO-CCORRENTE.

        APURA-RECEBIMENTOS-EXIT.
           EXIT.


        LE-RECEBIMENTO.
           READ FICHEIRO-CCORRENTE
               AT END
                   MOVE "S" TO FIM-CCORRENTE
               NOT AT END
                   MOVE CC-DATA TO DATA-REGISTO
                   IF CC-PAGAMENTO AND CC-FORMA-DINHEIRO AND
                           DATA-REGISTO = DATA-HOJE AND
                           CC-OPERADOR = OPERADOR THEN
                       ADD CC-VALOR TO TOTAL-ESPERADO
                       ADD CC-VALOR TO TOTAL-RECEBIDO-CC
                   END-IF
           END-READ.


      ******************************************************************
      * APURA-ACERTOS
      * Soma ao valor esperado o dinheiro que os estafetas entregaram
      * hoje a este operador no acerto das suas voltas (ACERTOS.DAT) -
      * e por ai que o dinheiro dos pedidos de entrega chega a gaveta.
      ******************************************************************
        APURA-ACERTOS.
           OPEN INPUT FICHEIRO-ACERTOS.
           IF FS-ACERTOS NOT = "00" THEN
               GO TO APURA-ACERTOS-EXIT
           END-IF.
           MOVE "N" TO FIM-ACERTOS.
           PERFORM LE-ACERTO
               UNTIL ACERTOS-TERMINARAM.
           CLOSE FICHEIRO-ACERTOS.

        APURA-ACERTOS-EXIT.
           EXIT.


        LE-ACERTO.
           READ FICHEIRO-ACERTOS
               AT END
                   MOVE "S" TO FIM-ACERTOS
               NOT AT END
                   IF ACERTO-DATA = DATA-HOJE AND
                           ACERTO-OPERADOR = OPERADOR THEN
                       ADD ACERTO-ENTREGUE TO TOTAL-ESPERADO
                       ADD ACERTO-ENTREGUE TO TOTAL-ACERTOS
                   END-IF
           END-READ.


      ******************************************************************
      * GRAVA-SESSAO
      * Acrescenta a sessao de caixa ao ficheiro de sessoes, com a
