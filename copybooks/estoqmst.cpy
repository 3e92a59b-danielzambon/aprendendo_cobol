      *           ARQUIVO ESTOQTRA), BAIXADO PELO FATURA-PEDIDO A CADA
      *           FATURA EMITIDA E VIGIADO PELO REL-REPOSICAO QUANDO O
      *           SALDO CAI ABAIXO DO MINIMO CONFIGURADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO ES-RESERVADO: UNIDADES RESERVADAS PARA
      *                 PEDIDOS COTADOS AINDA NAO FATURADOS. O
      *                 DISPONIVEL PARA VENDA E ES-SALDO MENOS
      *                 ES-RESERVADO.
      * 15/10/2026 DZ - NOVO ES-CUSTO-MEDIO (CUSTO MEDIO PONDERADO DA
      *                 UNIDADE NA FILIAL), RECALCULADO PELO
      *                 MOVTO-ESTOQUE A CADA ENTRADA COM CUSTO E PELO
      *                 TRANSFERE-ESTOQUE NO RECEBIMENTO DA
      *                 TRANSFERENCIA; E O CUSTO QUE O FATURA-PEDIDO
      *                 LANCA COMO CMV.
      ******************************************************************
       01 ESTOQUE-MASTER-REC.
          05 ES-CHAVE.
          05 ES-SALDO         PIC S9(07).
          05 ES-MINIMO        PIC 9(05).
          05 ES-DATA-ULT-MOV  PIC 9(08).
          05 ES-CUSTO-MEDIO   PIC 9(07)V9(04).
          05 ES-RESERVADO     PIC 9(07).
