      * Fornecedor habitual do ingrediente (FORNEC.DAT; zero = sem
      * fornecedor atribuido, fica fora da proposta de encomendas).
           05 INGRED-FORNECEDOR      PIC 9(02).
      * Custo medio ponderado de uma unidade do ingrediente, refeito
      * em MANUT_STOCK a cada entrada de mercadoria com preco de
      * compra (o stock existente ao custo antigo mais a entrada ao
      * preco pago), e a data da ultima entrada que o alterou. E por
      * ele que CUSTEIO_RECEITAS apura o custo teorico dos artigos.
      * Zero = ingrediente ainda sem compra com preco registada.
           05 INGRED-CUSTO-MEDIO     PIC 9(03)V9999.
           05 INGRED-DATA-CUSTO      PIC 9(08).
      * Alergenios de declaracao obrigatoria (os 14 da lista da UE),
      * um indicador por alergenio pela ordem de ALERGENO.CPY: "S" =
      * o ingrediente contem o alergenio, "N" = nao contem. Marcados
      * em MANUT_STOCK (opcao A); um artigo do menu tem os alergenios
      * de todos os ingredientes da sua receita. Tudo em branco =
      * ingrediente ainda por rever (registos anteriores a estes
      * campos) - nunca e tomado como "sem alergenios".
           05 INGRED-ALERGENOS.
              10 INGRED-ALERGENO     PIC X(01) OCCURS 14 TIMES.
