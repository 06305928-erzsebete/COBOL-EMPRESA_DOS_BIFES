      *          historico do jornal continuar a bater certo. Cada
      *          alteracao de preco fica no historico (HISTPREC.DAT)
      *          com o operador e entra em vigor na data indicada,
      *          nao no momento da gravacao. As correccoes de preco
      *          e de custo ficam tambem no ficheiro de auditoria
      *          (AUDITORIA.DAT), lido pelo relatorio de excepcoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISTORICO-CUSTOS ASSIGN TO "HISTCUST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTCUST.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-CUSTOS.
           COPY HISTCUST.CPY.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.CPY.

       WORKING-STORAGE SECTION.
        77 FS-TABELA-PRECOS        PIC X(02)  VALUES "00".
        77 FS-HISTPREC             PIC X(02)  VALUES "00".
        77 FS-HISTCUST             PIC X(02)  VALUES "00".
        77 FS-AUDITORIA            PIC X(02)  VALUES "00".
        77 TIPO-AUDITORIA          PIC X(01)  VALUE SPACE.
        77 NOVO-CUSTO              PIC 9(03)V99 VALUE ZERO.
        77 CUSTO-ANTERIOR          PIC 9(03)V99 VALUE ZERO.
        77 FIM-PRECOS              PIC X      VALUES "N".
           END-IF.
           MOVE PM-PRECO(COD-ESCOLHIDO) TO PRECO-ANTERIOR.
           PERFORM GRAVAR-HISTORICO.
           MOVE "P" TO TIPO-AUDITORIA.
           PERFORM GRAVAR-AUDITORIA.
           IF DATA-EFETIVA <= DATA-HOJE-N THEN
               MOVE NOVO-PRECO TO PM-PRECO(COD-ESCOLHIDO)
               MOVE 0 TO PM-VALOR-NOVO(COD-ESCOLHIDO)
           MOVE PM-CUSTO(COD-ESCOLHIDO) TO CUSTO-ANTERIOR.
           MOVE NOVO-CUSTO TO PM-CUSTO(COD-ESCOLHIDO).
           PERFORM GRAVAR-HISTORICO-CUSTO.
           MOVE "K" TO TIPO-AUDITORIA.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "CUSTO APLICADO DE IMEDIATO.".

        ALTERAR-CUSTO-EXIT.
           CLOSE HISTORICO-CUSTOS.


      ******************************************************************
      * GRAVAR-AUDITORIA
      * Acrescenta ao ficheiro de auditoria a correccao de preco ("P")
      * ou de custo ("K") acabada de registar: artigo, valor anterior
      * e valor novo, data e hora e operador. A manutencao nao corre
      * num terminal de venda nem sobre uma conta, por isso terminal
      * e conta ficam a zero. Cria o ficheiro na primeira gravacao.
      ******************************************************************
        GRAVAR-AUDITORIA.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "35" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUDITORIA
               OPEN EXTEND FICHEIRO-AUDITORIA
           END-IF.
           MOVE TIPO-AUDITORIA TO AUD-TIPO.
           MOVE ANO            TO AUD-ANO.
           MOVE MES            TO AUD-MES.
           MOVE DIA            TO AUD-DIA.
           MOVE HORA           TO AUD-HOR.
           MOVE MINUTO         TO AUD-MIN.
           MOVE 0              TO AUD-TERMINAL.
           MOVE OPERADOR       TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-SUPERVISOR.
           MOVE 0              TO AUD-NUM-CONTA.
           MOVE COD-ESCOLHIDO  TO AUD-COD-ARTIGO.
           MOVE 0              TO AUD-QUANTIDADE.
           IF AUD-PRECO THEN
               MOVE NOVO-PRECO     TO AUD-VALOR
               MOVE PRECO-ANTERIOR TO AUD-VALOR-ANTIGO
           ELSE
               MOVE NOVO-CUSTO     TO AUD-VALOR
               MOVE CUSTO-ANTERIOR TO AUD-VALOR-ANTIGO
           END-IF.
           MOVE "N"            TO AUD-APOS-PAGAR.
           WRITE AUDIT-REG.
           CLOSE FICHEIRO-AUDITORIA.


      ******************************************************************
      * GRAVAR-PRECOS
      * Regrava PRECOS.DAT com a tabela em memoria, ja com as
