      ******************************************************************
      * Copybook: ESTOQLOT.cpy
      * Purpose:  RECORD LAYOUT FOR THE LOT BALANCE FILE ESTOQLOT,
      *           KEYED BY EL-CHAVE (PRODUTO + FILIAL + VALIDADE +
      *           LOTE): O SALDO DE CADA LOTE SOB O SALDO TOTAL DO
      *           ESTOQUE-MASTER DO PRODUTO/FILIAL. A VALIDADE NA
      *           CHAVE DEIXA OS LOTES DE CADA PRODUTO/FILIAL EM ORDEM
      *           DE VENCIMENTO, QUE E A ORDEM DE CONSUMO (FEFO) DO
      *           MOVTO-LOTE. LOTE SEM VALIDADE GRAVA 99999999 E E O
      *           ULTIMO A SAIR. O SALDO SEM LOTE (ANTERIOR AO
      *           CONTROLE DE LOTE OU ENTRADA SEM LOTE) E A DIFERENCA
      *           ENTRE ES-SALDO E A SOMA DOS LOTES.
      ******************************************************************
       01 ESTOQUE-LOTE-REC.
          05 EL-CHAVE.
             10 EL-CODIGO       PIC 9(06).
             10 EL-FILIAL       PIC 9(02).
             10 EL-DATA-VALIDADE PIC 9(08).
               88 EL-SEM-VALIDADE    VALUE 99999999.
             10 EL-LOTE         PIC X(12).
          05 EL-DATA-FABRIC   PIC 9(08).
          05 EL-DATA-ENTRADA  PIC 9(08).
          05 EL-SALDO         PIC 9(07).
          05 EL-DATA-ULT-MOV  PIC 9(08).
