      ******************************************************************
      * AUDITORIA.CPY
      * Registo do ficheiro de auditoria (AUDITORIA.DAT), acrescentado
      * no momento de cada accao sensivel que o jornal nao mostra:
      * "A" linha anulada numa conta aberta (EMPRESA_DOS_BIFES,
      * tecla V), "F" desconto de funcionario (codigo FUNC), "R" conta
      * interrompida retomada do checkpoint, "P" preco de venda e "K"
      * preco de custo corrigidos (MANUT_PRECOS), "E" estorno
      * autorizado por um supervisor (ESTORNA_CONTA), "H" picagem do
      * relogio de ponto registada por um gerente (RELOGIO_PONTO) e
      * "T" valor hora de um operador alterado (MANUT_PESSOAL). E
      * lido pelo relatorio de excepcoes (REL_EXCECOES).
      * A conta de uma anulacao e a conta em curso, que ainda nao tem
      * numero - fica o numero que o terminal atribui a conta seguinte
      * que fechar. Nas correccoes de preco e custo fica o valor novo
      * em AUD-VALOR e o anterior em AUD-VALOR-ANTIGO. AUD-APOS-PAGAR
      * assinala o que foi anulado depois de a conta estar paga (o
      * estorno de uma conta fechada). Nos registos "H" e "T" o
      * operador e o da picagem ou da ficha e o supervisor quem a
      * registou ou alterou; no "T" ficam o valor hora novo e o
      * anterior.
      ******************************************************************
       01  AUDIT-REG.
           05 AUD-TIPO               PIC X(01).
              88 AUD-ANULACAO        VALUE "A".
              88 AUD-DESC-FUNC       VALUE "F".
              88 AUD-RETOMA          VALUE "R".
              88 AUD-PRECO           VALUE "P".
              88 AUD-CUSTO           VALUE "K".
              88 AUD-ESTORNO         VALUE "E".
              88 AUD-PONTO           VALUE "H".
              88 AUD-VALOR-HORA      VALUE "T".
           05 AUD-DATA.
              10 AUD-ANO             PIC 9(04).
              10 AUD-MES             PIC 9(02).
              10 AUD-DIA             PIC 9(02).
           05 AUD-HORA.
              10 AUD-HOR             PIC 9(02).
              10 AUD-MIN             PIC 9(02).
           05 AUD-TERMINAL           PIC 9(01).
           05 AUD-OPERADOR           PIC X(08).
           05 AUD-SUPERVISOR         PIC X(08).
           05 AUD-NUM-CONTA          PIC 9(06).
           05 AUD-COD-ARTIGO         PIC 9(02).
           05 AUD-QUANTIDADE         PIC 9(03).
           05 AUD-VALOR              PIC 9(05)V99.
           05 AUD-VALOR-ANTIGO       PIC 9(05)V99.
           05 AUD-APOS-PAGAR         PIC X(01).
              88 ANULADO-APOS-PAGAR  VALUE "S".
