      ******************************************************************
      * Copybook: NFENTR.cpy
      * Purpose:  RECORD LAYOUT FOR THE NOTA-ENTRADA LEDGER (ARQUIVO
      *           NFENTRAD, LINE SEQUENTIAL, SO CRESCE): UMA LINHA POR
      *           ITEM DE NOTA FISCAL DE FORNECEDOR ACEITO NO
      *           RECEBIMENTO CONTRA PEDIDO DE COMPRA (RECEBE-COMPRA),
      *           COM A QUANTIDADE ACEITA NO ESTOQUE E O VALOR UNITARIO
      *           DA NOTA.
      ******************************************************************
       01 NOTA-ENTRADA-REC.
          05 NE-NOTA          PIC 9(09).
          05 NE-FORNECEDOR    PIC 9(06).
          05 NE-PEDIDO        PIC 9(06).
          05 NE-ITEM          PIC 9(03).
          05 NE-CODIGO        PIC 9(06).
          05 NE-FILIAL        PIC 9(02).
          05 NE-QTDE          PIC 9(05).
          05 NE-VALOR-UNIT    PIC 9(06)V99.
          05 NE-DATA          PIC 9(08).
