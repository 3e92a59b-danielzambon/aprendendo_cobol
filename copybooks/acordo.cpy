      ******************************************************************
      * Copybook: ACORDO.cpy
      * Purpose:  RECORD LAYOUT FOR THE ACORDO-RENEGOCIACAO FILE
      *           (ACORDOS), KEYED BY AG-CHAVE (DATA DO ACORDO +
      *           SEQUENCIA NA FAIXA 80001-89999): UMA LINHA POR ACORDO
      *           FECHADO PELO RENEGOCIA-DIVIDA. A CHAVE E A MESMA DATA
      *           E SEQUENCIA DAS PARCELAS NOVAS NO CONTAS-RECEBER
      *           (TIT-PARCELA 01 A AG-PARCELAS); OS TITULOS ORIGINAIS
      *           RENEGOCIADOS ESTAO NO RENEGTIT.
      *           AG-VALOR-ACORDO = AG-VALOR-ORIGINAL + AG-ENCARGOS -
      *           AG-DESCONTO.
      ******************************************************************
       01 ACORDO-REC.
          05 AG-CHAVE.
             10 AG-DATA        PIC 9(08).
             10 AG-SEQ         PIC 9(05).
          05 AG-CLIENTE       PIC 9(06).
          05 AG-QT-TITULOS    PIC 9(03).
          05 AG-VALOR-ORIGINAL PIC 9(08)V99.
          05 AG-ENCARGOS      PIC 9(08)V99.
          05 AG-DESCONTO-PCT  PIC 9(02)V99.
          05 AG-DESCONTO      PIC 9(08)V99.
          05 AG-VALOR-ACORDO  PIC 9(08)V99.
          05 AG-PARCELAS      PIC 9(02).
          05 AG-PRIMEIRO-VENC PIC 9(08).
          05 AG-APROVADOR     PIC X(10).
