      ******************************************************************
      * Copybook: BACKORD.cpy
      * Purpose:  RECORD LAYOUT FOR THE BACKORDER QUEUE, KEYED BY
      *           BO-CHAVE (PRODUTO + FILIAL + DATA DO PEDIDO +
      *           NUMERO DO PEDIDO): UM REGISTRO POR PEDIDO COTADO QUE
      *           O DISPONIVEL DO ESTOQUE-MASTER NAO COBRIU NA
      *           RESERVA (RESERVA-ESTOQUE). A CHAVE DEIXA A FILA DE
      *           CADA PRODUTO/FILIAL EM ORDEM DE DATA DO PEDIDO PARA
      *           O ALOCA-BACKORDER, CHAMADO PELO MOVTO-ESTOQUE E PELO
      *           RECEBIMENTO DO TRANSFERE-ESTOQUE. CICLO DO STATUS:
      *           A (AGUARDANDO) -> L (LIBERADO, UNIDADE RESERVADA NA
      *           DATA DA LIBERACAO). A LISTA DIARIA SAI NO
      *           REL-BACKORDER.
      ******************************************************************
       01 BACKORDER-REC.
          05 BO-CHAVE.
             10 BO-CODIGO      PIC 9(06).
             10 BO-FILIAL      PIC 9(02).
             10 BO-DATA-PEDIDO PIC 9(08).
             10 BO-NUMERO      PIC 9(06).
          05 BO-CLIENTE       PIC 9(06).
          05 BO-DATA-FILA     PIC 9(08).
          05 BO-STATUS        PIC X(01).
            88 BO-AGUARDANDO      VALUE 'A'.
            88 BO-LIBERADO        VALUE 'L'.
          05 BO-DATA-LIBERACAO PIC 9(08).
