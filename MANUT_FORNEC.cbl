              10 FM-CONTACTO       PIC X(25).

      * Ingredientes lidos de INGRED.DAT, para atribuir o fornecedor
      * habitual de cada um; o ficheiro e regravado no fim, com o
      * custo medio e os alergenios de cada um preservados.
        01 INGRED-MEMORIA.
           05 INGRED-MEM OCCURS 50 TIMES.
              10 IM-CODIGO         PIC 9(02).
              10 IM-DESCRICAO      PIC X(25).
              10 IM-UNIDADE        PIC X(02).
              10 IM-FORNECEDOR     PIC 9(02).
              10 IM-CUSTO-MEDIO    PIC 9(03)V9999.
              10 IM-DATA-CUSTO     PIC 9(08).
              10 IM-ALERGENOS      PIC X(14).

       PROCEDURE DIVISION.
        MAINLINE.
                   MOVE INGRED-DESCRICAO  TO IM-DESCRICAO(NUM-INGRED)
                   MOVE INGRED-UNIDADE    TO IM-UNIDADE(NUM-INGRED)
                   MOVE INGRED-FORNECEDOR TO IM-FORNECEDOR(NUM-INGRED)
                   IF INGRED-CUSTO-MEDIO IS NUMERIC THEN
                       MOVE INGRED-CUSTO-MEDIO
                           TO IM-CUSTO-MEDIO(NUM-INGRED)
                       MOVE INGRED-DATA-CUSTO
                           TO IM-DATA-CUSTO(NUM-INGRED)
                   ELSE
                       MOVE 0 TO IM-CUSTO-MEDIO(NUM-INGRED)
                       MOVE 0 TO IM-DATA-CUSTO(NUM-INGRED)
                   END-IF
                   MOVE INGRED-ALERGENOS
                       TO IM-ALERGENOS(NUM-INGRED)
           END-READ.


           MOVE IM-DESCRICAO(IDX-INGRED)  TO INGRED-DESCRICAO.
           MOVE IM-UNIDADE(IDX-INGRED)    TO INGRED-UNIDADE.
           MOVE IM-FORNECEDOR(IDX-INGRED) TO INGRED-FORNECEDOR.
           MOVE IM-CUSTO-MEDIO(IDX-INGRED) TO INGRED-CUSTO-MEDIO.
           MOVE IM-DATA-CUSTO(IDX-INGRED) TO INGRED-DATA-CUSTO.
           MOVE IM-ALERGENOS(IDX-INGRED)  TO INGRED-ALERGENOS.
           WRITE INGRED-REG.


