      ******************************************************************
      * ALERGENO.CPY
      * Tabela dos 14 alergenios de declaracao obrigatoria (lista da
      * UE), pela ordem dos indicadores INGRED-ALERGENO de
      * INGRED.CPY: a sigla de duas letras das colunas da matriz de
      * alergenios e o nome abreviado mostrado no balcao, na
      * manutencao e na legenda da matriz. Vai na WORKING-STORAGE.
      ******************************************************************
       01  NOMES-ALERGENOS.
           05 FILLER                 PIC X(12)  VALUE "GLGLUTEN".
           05 FILLER                 PIC X(12)  VALUE "CRCRUSTACEOS".
           05 FILLER                 PIC X(12)  VALUE "OVOVOS".
           05 FILLER                 PIC X(12)  VALUE "PXPEIXE".
           05 FILLER                 PIC X(12)  VALUE "AMAMENDOINS".
           05 FILLER                 PIC X(12)  VALUE "SJSOJA".
           05 FILLER                 PIC X(12)  VALUE "LTLEITE".
           05 FILLER                 PIC X(12)  VALUE "FCFRUT.CASCA".
           05 FILLER                 PIC X(12)  VALUE "AIAIPO".
           05 FILLER                 PIC X(12)  VALUE "MOMOSTARDA".
           05 FILLER                 PIC X(12)  VALUE "SESESAMO".
           05 FILLER                 PIC X(12)  VALUE "SUSULFITOS".
           05 FILLER                 PIC X(12)  VALUE "TRTREMOCO".
           05 FILLER                 PIC X(12)  VALUE "MLMOLUSCOS".
       01  TABELA-ALERGENOS REDEFINES NOMES-ALERGENOS.
           05 ALERGENO-DEF OCCURS 14 TIMES.
              10 ALERGENO-SIGLA      PIC X(02).
              10 ALERGENO-NOME       PIC X(10).
