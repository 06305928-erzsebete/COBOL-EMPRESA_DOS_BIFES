      ******************************************************************
      * SERIES.CPY
      * Registo do ficheiro das series de documentos (SERIES.DAT),
      * mantido em MANUT_SERIES. Cada terminal tem a sua serie de
      * facturas ("FT") e a sua serie de notas de credito dos
      * estornos ("NC"), com o codigo de validacao que a autoridade
      * tributaria atribuiu a serie quando foi comunicada. O ATCUD
      * de cada documento e este codigo, um hifen e o numero do
      * documento dentro da serie (sem o prefixo do terminal). Uma
      * serie sem registo (ainda nao comunicada) emite com ATCUD "0".
      ******************************************************************
       01  SERIE-REG.
           05 SERIE-TERMINAL         PIC 9(01).
           05 SERIE-TIPO-DOC         PIC X(02).
              88 SERIE-FATURA        VALUE "FT".
              88 SERIE-NOTA-CREDITO  VALUE "NC".
           05 SERIE-CODIGO           PIC X(08).
           05 SERIE-DATA-REGISTO     PIC 9(08).
