      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de margens por artigo. Soma os totais por
      *          artigo do resumo diario (RESUMO.DAT) dos dias ja
      *          fechados e as linhas de venda "I" do jornal corrente
      *          num intervalo de datas e mostra, por artigo, a
      *          quantidade vendida, a receita, o custo e a
      *          margem - os estornos "W" abatem o mesmo que as
      *          linhas originais somaram. O custo de cada venda e o
      *          que vigorava no momento dela, reconstruido do
      *          historico de custos (HISTCUST.DAT) ao estilo da
      *          reconciliacao de precos do fecho de dia; artigos
      *          sem custo registado entram a custo zero e ficam
      *          assinalados. Nos dias fechados o custo e o que o
      *          resumo guardou, apurado da mesma maneira no fecho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JORNAL-VENDAS ASSIGN TO "JORNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT FICHEIRO-RESUMO ASSIGN TO "RESUMO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.
           SELECT TABELA-PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA-PRECOS.
       FD  JORNAL-VENDAS.
       01  JORNAL-LINHA-FICH          PIC X(200).

       FD  FICHEIRO-RESUMO.
           COPY RESUMO.CPY.

       FD  TABELA-PRECOS.
           COPY TABPRECO.CPY.

       WORKING-STORAGE SECTION.
        77 FS-JORNAL               PIC X(02)  VALUES "00".
        77 FS-RESUMO               PIC X(02)  VALUES "00".
        77 FS-TABELA-PRECOS        PIC X(02)  VALUES "00".
        77 FS-HISTCUST             PIC X(02)  VALUES "00".
        77 FIM-FICHEIRO            PIC X      VALUES "N".
        77 MARGEM-ARTIGO           PIC S9(08)V99 VALUE ZERO.
        77 CUSTO-LINHA             PIC S9(07)V99 VALUE ZERO.

      * Registo do jornal em working-storage, lido com READ INTO.
           COPY JORNALV.CPY.

      * Resumo por artigo - a posicao corresponde ao codigo, como em
                   LER-PRECOS-EXIT.
           PERFORM LER-HISTORICO THRU
                   LER-HISTORICO-EXIT.
           PERFORM LER-RESUMO THRU
                   LER-RESUMO-EXIT.
           PERFORM LER-JORNAL THRU
                   LER-JORNAL-EXIT.
           PERFORM IMPRIMIR-MARGENS.


      ******************************************************************
      * LER-JORNAL / LER-RESUMO
      * Percorrem o jornal corrente e o resumo diario dos dias ja
      * fechados, acumulando as vendas dentro do intervalo de datas.
      * O arquivo do jornal ja nao e lido: cada dia fechado esta no
      * resumo, gravado no fecho de dia. Sem o resumo so entra o
      * jornal corrente - o resumo e reconstruido do arquivo em
      * REL_PERIODOS.
      ******************************************************************
        LER-JORNAL.
           MOVE "N" TO FIM-FICHEIRO.
           EXIT.


        LER-RESUMO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-RESUMO.
           IF FS-RESUMO NOT = "00" THEN
               DISPLAY "RESUMO.DAT NAO EXISTE - SO ENTRA O JORNAL "
                   "CORRENTE (RECONSTRUA-O EM REL_PERIODOS)."
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


      ******************************************************************
      * ACUMULAR-RESUMO
      * Acumula um total de artigo ("A") do resumo no artigo dele:
      * quantidade, receita e custo, ja com os estornos abatidos.
      ******************************************************************
        ACUMULAR-RESUMO.
           IF NOT RES-ARTIGO
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           MOVE RES-DATA TO DATA-REGISTO.
           IF DATA-REGISTO < DATA-INICIO OR DATA-REGISTO > DATA-FIM
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           MOVE RES-CHAVE-NUM TO IDX-ARTIGO.
           IF IDX-ARTIGO < 1 OR IDX-ARTIGO > NUM-ARTIGOS
               GO TO ACUMULAR-RESUMO-EXIT
           END-IF.
           ADD RES-QUANTIDADE TO RM-QUANTIDADE(IDX-ARTIGO).
           ADD RES-VALOR      TO RM-RECEITA(IDX-ARTIGO).
           ADD RES-CUSTO      TO RM-CUSTO(IDX-ARTIGO).
           IF RES-ARTIGO-SEM-CUSTO THEN
               MOVE "S" TO RM-SEM-CUSTO(IDX-ARTIGO)
           END-IF.

        ACUMULAR-RESUMO-EXIT.
           EXIT.


