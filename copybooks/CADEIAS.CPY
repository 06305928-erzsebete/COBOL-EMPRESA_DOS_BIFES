      ******************************************************************
      * CADEIAS.CPY
      * Registo do ficheiro das cadeias de assinaturas (CADEIAS.DAT):
      * um registo por serie de documentos com o numero e o hash do
      * ultimo documento da serie ja no arquivo (JORNALAR.DAT). E
      * daqui que VERIFICA_JORNAL encadeia o primeiro documento do
      * dia, sem percorrer o arquivo. O fecho de dia (FECHO_DIA)
      * actualiza-o ao arquivar o jornal; VERIFICA_JORNAL volta a
      * apura-lo do arquivo quando nao existe ou esta incompleto.
      * Series 1 a 10 as facturas dos terminais 0 a 9, 11 a 20 as
      * notas de credito - a mesma ordem da tabela de VERIFICA_JORNAL.
      ******************************************************************
       01  CADEIA-REG.
           05 CAD-SERIE              PIC 9(02).
           05 CAD-ULTIMO-NUM         PIC 9(06).
           05 CAD-ULTIMO-HASH        PIC X(16).
