      *          de terminal depois de copiado. Correr com os
      *          terminais fechados, antes da verificacao e do fecho
      *          de dia.
      *          Corre sozinho ou chamado pelo fecho de dia guiado
      *          (FECHO_DIA); devolve RETURN-CODE 0 quando o passo
      *          fica feito e 1 quando nao fica.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               CLOSE JORNAL-DIA
               OPEN EXTEND JORNAL-DIA
           END-IF.
           IF FS-DIA NOT = "00" THEN
               DISPLAY "JORNAL.DAT NAO PODE SER ABERTO (ESTADO "
                   FS-DIA ") - NADA FOI CONSOLIDADO."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONSOLIDA-TERMINAL THRU
                   CONSOLIDA-TERMINAL-EXIT
               VARYING TERMINAL-ID FROM 1 BY 1
           END-IF.
           DISPLAY "EXECUTE AGORA VERIFICA_JORNAL E O FECHO DE DIA.".
           DISPLAY "================================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
