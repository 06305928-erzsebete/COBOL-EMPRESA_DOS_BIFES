      ******************************************************************
      * RESUMO.CPY
      * Registo do resumo diario de vendas (RESUMO.DAT), escrito por
      * RESUMO_VENDAS no fecho de dia com o jornal do dia antes de
      * ser arquivado, ou regenerado de raiz a partir do arquivo
      * (JORNALAR.DAT). Totais de um dia por uma dimensao (o tipo) e
      * um valor dessa dimensao (a chave), ja com os estornos
      * abatidos no dia em que foram registados - os relatorios de
      * periodo leem este ficheiro em vez de percorrer o arquivo.
      * O mesmo dia e chave podem aparecer em mais de um registo (um
      * fecho depois da meia-noite leva contas do dia seguinte):
      * quem le soma-os sempre.
      *   "A" artigo     - chave o codigo, grupo a categoria, com a
      *                    descricao do jornal; quantidade, valor das
      *                    linhas e custo ao custo em vigor na venda
      *   "C" categoria  - chave PRECO-CATEGORIA; quantidade, valor e
      *                    custo dos artigos dessa categoria
      *   "H" banda hora - chave a hora (00-23); contas, artigos e
      *                    total cobrado
      *   "O" operador   - chave o operador; contas, artigos e total
      *   "T" terminal   - chave o terminal (00-09); contas, artigos
      *                    e total
      *   "I" classe IVA - chave N/I/R; liquido, IVA e o total dos
      *                    dois
      ******************************************************************
       01  RESUMO-REG.
           05 RES-DATA               PIC 9(08).
           05 RES-TIPO               PIC X(01).
              88 RES-ARTIGO          VALUE "A".
              88 RES-CATEGORIA       VALUE "C".
              88 RES-HORA            VALUE "H".
              88 RES-OPERADOR        VALUE "O".
              88 RES-TERMINAL        VALUE "T".
              88 RES-CLASSE-IVA      VALUE "I".
           05 RES-CHAVE              PIC X(15).
           05 RES-CHAVE-COD REDEFINES RES-CHAVE.
              10 RES-CHAVE-NUM       PIC 9(02).
              10 FILLER              PIC X(13).
           05 RES-GRUPO              PIC X(15).
           05 RES-DESCRICAO          PIC X(25).
           05 RES-CONTAS             PIC S9(05)
                                     SIGN LEADING SEPARATE.
           05 RES-QUANTIDADE         PIC S9(07)
                                     SIGN LEADING SEPARATE.
           05 RES-VALOR              PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
           05 RES-LIQUIDO            PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
           05 RES-IVA                PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
           05 RES-CUSTO              PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
      * "S" num artigo vendido no dia sem nenhum custo em vigor.
           05 RES-SEM-CUSTO          PIC X(01).
              88 RES-ARTIGO-SEM-CUSTO VALUE "S".
