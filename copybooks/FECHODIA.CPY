      ******************************************************************
      * FECHODIA.CPY
      * Registo do ficheiro de controlo do fecho de dia guiado
      * (FECHODIA.DAT), regravado por FECHO_DIA a cada mudanca de
      * estado. Um registo por passo do fecho (1 consolidacao, 2
      * verificacao do jornal, 3 relatorio Z, 4 resumo diario e
      * arquivo do jornal, 5 exportacao para a contabilidade, 6
      * exportacao SAF-T), com
      * a data do fecho a que pertence, o estado, as horas de inicio
      * e de fim, o operador e os totais de controlo do passo. Um
      * passo "I" (iniciado) ou "F" (falhado) e retomado na execucao
      * seguinte; um passo "C" (concluido) nunca e repetido.
      ******************************************************************
       01  FECHO-REG.
           05 FECHO-DATA             PIC 9(08).
           05 FECHO-PASSO            PIC 9(01).
           05 FECHO-DESCRICAO        PIC X(22).
           05 FECHO-ESTADO           PIC X(01).
              88 FECHO-PENDENTE      VALUE "P".
              88 FECHO-INICIADO      VALUE "I".
              88 FECHO-CONCLUIDO     VALUE "C".
              88 FECHO-FALHADO       VALUE "F".
           05 FECHO-HORA-INICIO      PIC 9(04).
           05 FECHO-HORA-FIM         PIC 9(04).
           05 FECHO-OPERADOR         PIC X(08).
           05 FECHO-REGISTOS         PIC 9(06).
           05 FECHO-VALOR            PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
