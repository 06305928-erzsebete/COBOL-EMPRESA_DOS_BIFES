      *          artigo, e uma nota de credito NC por estorno "V" com
      *          as linhas "W". Os totais dos documentos vem do
      *          cabecalho do jornal, ja desagregados por taxa.
      *          Cada documento sai numerado na serie do seu
      *          terminal (EDB + terminal), com o ATCUD e o hash
      *          encadeado gravados no jornal quando foi emitido.
      *          Corre sozinho ou chamado pelo fecho de dia guiado
      *          (FECHO_DIA); devolve RETURN-CODE 0 quando o
      *          ficheiro fica gravado e 1 quando nao fica.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        77 SAIDA-NUM               PIC 9(06).
        77 SAIDA-CONTAGEM          PIC ZZZZZ9.
        77 DATA-DOC                PIC X(10)  VALUE SPACES.

      * Numero do documento na serie do terminal: o numero do jornal
      * (factura, ou nota de credito nos estornos assinados) sem o
      * prefixo do terminal. Os estornos antigos, sem numero de nota
      * de credito, continuam com o numero da factura original.
        77 DOC-NUM-SERIE           PIC 9(06)  VALUE ZERO.
        77 DOC-TERMINAL            PIC 9(01)  VALUE ZERO.
        77 DOC-SEQ                 PIC 9(05)  VALUE ZERO.
        77 SAIDA-SEQ-DOC           PIC Z(4)9.
        01 DATA-FORMATADA.
           05 DF-ANO               PIC 9(04).
           05 FILLER               PIC X      VALUE "-".
           MOVE NUM-DOCUMENTOS TO SAIDA-CONTAGEM.
           DISPLAY "EXPORTADOS " SAIDA-CONTAGEM " DOCUMENTOS PARA "
               "SAFT.XML".
           MOVE 0 TO RETURN-CODE.
           GOBACK.


      ******************************************************************
           OPEN INPUT TABELA-PRECOS.
           IF FS-TABELA-PRECOS NOT = "00" THEN
               DISPLAY "PRECOS.DAT NAO EXISTE."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0   TO NUM-ARTIGOS.
           MOVE "N" TO FIM-PRECOS.
      ******************************************************************
      * ABRE-DOCUMENTO
      * Abre uma factura FT (cabecalho "C") ou nota de credito NC
      * (estorno "V"): numero do documento da serie fiscal, ATCUD,
      * estado, hash, data, tipo, data e hora de emissao e cliente.
      * As linhas seguem a medida que os registos de item chegam; os
      * totais fecham o documento.
      ******************************************************************
        ABRE-DOCUMENTO.
           MOVE "S" TO DOCUMENTO-ABERTO.
           MOVE DATA-FORMATADA TO DATA-DOC.
           MOVE "   <Invoice>" TO SAFT-LINHA.
           WRITE SAFT-LINHA.
           IF DOCUMENTO-ESTORNO AND JORNAL-HASH NOT = SPACES THEN
               MOVE JORNAL-NUM-NOTA-CRED TO DOC-NUM-SERIE
           ELSE
               MOVE JORNAL-NUM-FATURA TO DOC-NUM-SERIE
           END-IF.
           DIVIDE DOC-NUM-SERIE BY 100000 GIVING DOC-TERMINAL
               REMAINDER DOC-SEQ.
           MOVE DOC-SEQ TO SAIDA-SEQ-DOC.
           IF DOCUMENTO-ESTORNO THEN
               MOVE FUNCTION CONCATENATE("    <InvoiceNo>NC EDB",
                   DOC-TERMINAL,"/",FUNCTION TRIM(SAIDA-SEQ-DOC),
                   "</InvoiceNo>") TO SAFT-LINHA
           ELSE
               MOVE FUNCTION CONCATENATE("    <InvoiceNo>FT EDB",
                   DOC-TERMINAL,"/",FUNCTION TRIM(SAIDA-SEQ-DOC),
                   "</InvoiceNo>") TO SAFT-LINHA
           END-IF.
           WRITE SAFT-LINHA.
           IF JORNAL-ATCUD = SPACES THEN
               MOVE "    <ATCUD>0</ATCUD>" TO SAFT-LINHA
           ELSE
               MOVE FUNCTION CONCATENATE("    <ATCUD>",
                   FUNCTION TRIM(JORNAL-ATCUD),"</ATCUD>")
                   TO SAFT-LINHA
           END-IF.
           WRITE SAFT-LINHA.
           MOVE "    <DocumentStatus>" TO SAFT-LINHA.
           WRITE SAFT-LINHA.
           MOVE "    </DocumentStatus>" TO SAFT-LINHA.
           WRITE SAFT-LINHA.
           IF JORNAL-HASH = SPACES THEN
               MOVE "    <Hash>0</Hash>" TO SAFT-LINHA
               WRITE SAFT-LINHA
               MOVE "    <HashControl>0</HashControl>" TO SAFT-LINHA
           ELSE
               MOVE FUNCTION CONCATENATE("    <Hash>",JORNAL-HASH,
                   "</Hash>") TO SAFT-LINHA
               WRITE SAFT-LINHA
               MOVE "    <HashControl>1</HashControl>" TO SAFT-LINHA
           END-IF.
           WRITE SAFT-LINHA.
           MOVE FUNCTION CONCATENATE("    <InvoiceDate>",DATA-DOC,
               "</InvoiceDate>") TO SAFT-LINHA.
                   TO SAFT-LINHA
           END-IF.
           WRITE SAFT-LINHA.
           MOVE FUNCTION CONCATENATE("    <SystemEntryDate>",DATA-DOC,
               "T",JORNAL-HOR,":",JORNAL-MIN,":00</SystemEntryDate>")
               TO SAFT-LINHA.
           WRITE SAFT-LINHA.
           IF JORNAL-NIF > 0 THEN
               MOVE FUNCTION CONCATENATE("    <CustomerID>",
                   JORNAL-NIF,"</CustomerID>") TO SAFT-LINHA
