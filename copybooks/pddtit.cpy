      ******************************************************************
      * Copybook: PDDTIT.cpy
      * Purpose:  RECORD LAYOUT FOR THE PDD-TITULO FILE (PDDTIT),
      *           KEYED BY THE SAME CHAVE AS THE CONTAS-RECEBER (DATA
      *           DA VENDA + SEQUENCIA + PARCELA): A PROVISAO PARA
      *           DEVEDORES DUVIDOSOS CONSTITUIDA SOBRE CADA TITULO
      *           PELO CALC-PDD (FAIXA DE ATRASO DO PDDCFG NA ULTIMA
      *           COMPETENCIA CALCULADA) E, QUANDO O TITULO E BAIXADO
      *           COMO PERDA PELO BAIXA-PERDA, A DATA, O VALOR E O
      *           APROVADOR DA BAIXA. A SOMA DE PP-PROVISAO E O SALDO
      *           DA CONTA 1105 (-) PROVISAO P/ DEVEDORES DUVIDOSOS.
      ******************************************************************
       01 PDD-TITULO-REC.
          05 PP-CHAVE.
             10 PP-DATA-VENDA  PIC 9(08).
             10 PP-SEQ         PIC 9(05).
             10 PP-PARCELA     PIC 9(02).
          05 PP-CLIENTE       PIC 9(06).
          05 PP-PROVISAO      PIC 9(08)V99.
          05 PP-PERCENTUAL    PIC 9(03)V99.
          05 PP-ULTIMA-COMPET PIC 9(06).
          05 PP-DATA-PERDA    PIC 9(08).
          05 PP-VALOR-PERDA   PIC 9(08)V99.
          05 PP-APROVADOR     PIC X(10).
