      ******************************************************************
      * PESSOAL.CPY
      * Registo da ficha do pessoal (PESSOAL.DAT), mantida em
      * MANUT_PESSOAL. Um registo por operador - o mesmo codigo que
      * cada um da em PEDE-OPERADOR nos terminais e no relogio de
      * ponto (RELOGIO_PONTO) - com o nome e o valor pago por hora,
      * usado pelo mapa semanal de horas (REL_PONTO) e pelo custo do
      * pessoal por banda horaria (REL_HORAS, modo "P"). Um operador
      * que sai fica inactivo e nao pode picar o ponto, mas a ficha
      * nunca e apagada, para as horas ja registadas continuarem a
      * ter valor.
      ******************************************************************
       01  PESSOAL-REG.
           05 PESSOAL-OPERADOR       PIC X(08).
           05 PESSOAL-NOME           PIC X(25).
           05 PESSOAL-VALOR-HORA     PIC 9(03)V99.
           05 PESSOAL-ESTADO         PIC X(01).
              88 PESSOAL-ACTIVO      VALUE "A".
              88 PESSOAL-INACTIVO    VALUE "I".
