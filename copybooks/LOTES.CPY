      ******************************************************************
      * LOTES.CPY
      * Registo do ficheiro de lotes de ingredientes (LOTES.DAT). Cada
      * entrada de mercadoria registada em MANUT_STOCK (movimento "E")
      * abre um lote com o numero seguinte, a quantidade recebida e a
      * data de validade. Os lotes sao consumidos pela ordem de
      * entrada, o mais antigo primeiro: as vendas (pela receita dos
      * artigos) e as quebras abatem ao lote aberto mais antigo do
      * ingrediente, e os estornos devolvem ao lote de onde a venda
      * saiu, desfazendo o consumo do mais recente para o mais antigo.
      * A soma das quantidades em lote nao substitui STOCK.DAT - o
      * stock teorico continua a ser esse; os lotes dizem de que
      * entrada e com que validade e esse stock. Os lotes expirados
      * sao abatidos como quebra ("Q" em MOVSTOCK.DAT) pelo relatorio
      * de validades (REL_VALIDADES), ficando no estado "Q".
      ******************************************************************
       01  LOTE-REG.
           05 LOTE-NUMERO            PIC 9(06).
           05 LOTE-CODIGO            PIC 9(02).
           05 LOTE-DATA-ENTRADA      PIC 9(08).
           05 LOTE-VALIDADE          PIC 9(08).
           05 LOTE-QTD-ENTRADA       PIC 9(05).
           05 LOTE-QTD               PIC 9(05).
           05 LOTE-ENCOMENDA         PIC 9(06).
           05 LOTE-OPERADOR          PIC X(08).
           05 LOTE-ESTADO            PIC X(01).
              88 LOTE-ABERTO         VALUE "A".
              88 LOTE-ESGOTADO       VALUE "E".
              88 LOTE-ABATIDO        VALUE "Q".
