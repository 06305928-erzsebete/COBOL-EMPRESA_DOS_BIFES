      ******************************************************************
      * PONTO.CPY
      * Registo do relogio de ponto (PONTO.DAT), acrescentado por
      * RELOGIO_PONTO a cada picagem: "E" entrada ao servico, "P"
      * inicio de pausa, "R" regresso da pausa e "S" saida. Conta
      * como tempo pago o que vai de uma entrada ou de um regresso
      * ate a pausa ou a saida seguinte do mesmo operador; as pausas
      * nao sao pagas. As picagens de cada operador ficam sempre por
      * ordem cronologica - uma picagem esquecida so pode ser
      * registada depois da ultima do operador, por um gerente, e
      * fica marcada com o codigo dele em PONTO-SUPERVISOR (espacos
      * numa picagem normal).
      ******************************************************************
       01  PONTO-REG.
           05 PONTO-DATA.
              10 PONTO-ANO           PIC 9(04).
              10 PONTO-MES           PIC 9(02).
              10 PONTO-DIA           PIC 9(02).
           05 PONTO-HORA.
              10 PONTO-HOR           PIC 9(02).
              10 PONTO-MIN           PIC 9(02).
           05 PONTO-OPERADOR         PIC X(08).
           05 PONTO-TIPO             PIC X(01).
              88 PONTO-ENTRADA       VALUE "E".
              88 PONTO-PAUSA         VALUE "P".
              88 PONTO-REGRESSO      VALUE "R".
              88 PONTO-SAIDA         VALUE "S".
           05 PONTO-SUPERVISOR       PIC X(08).
