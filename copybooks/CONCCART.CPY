      ******************************************************************
      * CONCCART.CPY
      * Registo do ficheiro de resultados da conciliacao dos cartoes
      * (CONCCART.DAT), gravado por CONCILIA_CARTOES para cada dia
      * conciliado (uma nova conciliacao do mesmo dia substitui a
      * anterior). Um registo por pagamento com cartao do jornal
      * desse dia - conta, factura, terminal, operador e hora, com a
      * referencia da linha do banco com que casou - e um por linha
      * do banco que ficou sem par. Estados: "T" casado com uma
      * transaccao do banco, "L" coberto pelo total de lote do
      * terminal, "A" anulado por estorno no proprio dia (nao vai ao
      * banco), "J" so no jornal, "B" so no banco.
      ******************************************************************
       01  CONC-REG.
           05 CONC-DATA              PIC 9(08).
           05 CONC-ESTADO            PIC X(01).
              88 CONC-CASADO-TRANS   VALUE "T".
              88 CONC-CASADO-LOTE    VALUE "L".
              88 CONC-ANULADO        VALUE "A".
              88 CONC-SO-JORNAL      VALUE "J".
              88 CONC-SO-BANCO       VALUE "B".
           05 CONC-TERMINAL          PIC 9(01).
           05 CONC-NUM-CONTA         PIC 9(06).
           05 CONC-NUM-FATURA        PIC 9(06).
           05 CONC-OPERADOR          PIC X(08).
           05 CONC-HORA              PIC 9(04).
           05 CONC-VALOR             PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
           05 CONC-REFERENCIA        PIC X(12).
           05 CONC-DATA-PROC         PIC 9(08).
