      ******************************************************************
      * Copybook: FORNPROD.cpy
      * Purpose:  RECORD LAYOUT FOR THE FORNECEDOR-PRODUTO COST FILE,
      *           KEYED BY FF-CHAVE (PRODUTO + FORNECEDOR): QUAIS
      *           PRODUTOS CADA FORNECEDOR VENDE E A QUE CUSTO
      *           UNITARIO. A CHAVE COMECA PELO PRODUTO PARA O
      *           GERA-PEDIDO-COMPRA PERCORRER TODOS OS FORNECEDORES DE
      *           UM PRODUTO E ESCOLHER O DE MENOR CUSTO.
      ******************************************************************
       01 FORNPROD-REC.
          05 FF-CHAVE.
             10 FF-CODIGO      PIC 9(06).
             10 FF-FORNECEDOR  PIC 9(06).
          05 FF-CUSTO         PIC 9(06)V99.
