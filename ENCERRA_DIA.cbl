      * Date:
      * Purpose: Relatorio de fecho de dia (Z) - resume o jornal de
      *          vendas (JORNAL.DAT) por artigo e emite o total do dia.
      *          Corre sozinho ou chamado pelo fecho de dia guiado
      *          (FECHO_DIA); devolve RETURN-CODE 0 quando o fecho
      *          correu e 1 quando e recusado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   LER-VALES-EXIT.
           PERFORM IMPRIMIR-RESUMO THRU
                   IMPRIMIR-RESUMO-EXIT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
           IF FS-VERIF NOT = "00" THEN
               DISPLAY "FECHO RECUSADO: EXECUTE PRIMEIRO "
                   "VERIFICA_JORNAL."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           READ VERIFICACAO-JORNAL
               AT END
                   DISPLAY "FECHO RECUSADO: EXECUTE PRIMEIRO "
                       "VERIFICA_JORNAL."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE VERIFICACAO-JORNAL.
           IF VERIF-DATA NOT = DATA-HOJE-VERIF THEN
               DISPLAY "FECHO RECUSADO: A VERIFICACAO DO JORNAL NAO "
                   "E DE HOJE - EXECUTE VERIFICA_JORNAL."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT VERIFICACAO-OK THEN
               DISPLAY "FECHO RECUSADO: O JORNAL TEM "
                   VERIF-NUM-ERROS " PROBLEMAS POR CORRIGIR "
                   "(VER VERIFICA_JORNAL)."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.


