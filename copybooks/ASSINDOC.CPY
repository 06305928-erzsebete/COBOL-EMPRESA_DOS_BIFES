      ******************************************************************
      * ASSINDOC.CPY
      * Area de passagem da assinatura de um documento a ASSINA_DOC:
      * o hash do documento anterior da mesma serie (espacos no
      * primeiro documento assinado da serie) entra, e saem a
      * identificacao do documento (ex.: "FT EDB1/25") e o hash
      * deste documento, que encadeia o seguinte. O documento vem no
      * cabecalho do jornal ("C" factura, "V" nota de credito).
      ******************************************************************
       01  ASSINATURA-DOC.
           05 AD-HASH-ANTERIOR       PIC X(16).
           05 AD-NUM-DOC             PIC X(16).
           05 AD-HASH                PIC X(16).
