      ******************************************************************
      * Copybook: BOLSALDG.cpy
      * Purpose:  RECORD LAYOUT FOR THE BOLSA-LEDGER (BOLSALDG, LINE
      *           SEQUENTIAL, SO ACRESCIMO): UMA LINHA POR MENSALIDADE
      *           FATURADA COM BOLSA PELO FATURA-MENSALIDADE, COM O
      *           VALOR CHEIO DA TURMA, O DESCONTO CONCEDIDO E O
      *           TITULO GERADO. O REL-BOLSAS SOMA A RECEITA RENUNCIADA
      *           DA COMPETENCIA POR TIPO DE BOLSA.
      ******************************************************************
       01 BOLSA-LEDGER-REC.
          05 BL-COMPETENCIA     PIC 9(06).
          05 BL-MATRICULA       PIC 9(06).
          05 BL-TIPO            PIC X(01).
          05 BL-TURMA           PIC X(03).
          05 BL-VALOR-CHEIO     PIC 9(06)V99.
          05 BL-DESCONTO        PIC 9(06)V99.
          05 BL-TIT-DATA        PIC 9(08).
          05 BL-TIT-SEQ         PIC 9(05).
          05 BL-DATA-GERACAO    PIC 9(08).
