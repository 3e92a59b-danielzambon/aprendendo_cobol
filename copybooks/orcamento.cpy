      ******************************************************************
      * Copybook: ORCAMENTO.cpy
      * Purpose:  RECORD LAYOUT FOR THE ORCAMENTO-MASTER BUDGET FILE
      *           (ORCAMST), KEYED BY CONTA + FILIAL + COMPETENCIA,
      *           MAINTAINED BY CARGA-ORCAMENTO: O VALOR ORCADO DE CADA
      *           CONTA ANALITICA DE RESULTADO (3XXX RECEITA, 4XXX
      *           DESPESA) DO PLANOCTA POR FILIAL E MES, NO SENTIDO
      *           NATURAL DA CONTA (RECEITA A CREDITO, DESPESA A
      *           DEBITO). LIDO PELO REL-ORCAMENTO CONTRA O SALDOMES.
      ******************************************************************
       01 ORCAMENTO-MASTER-REC.
          05 OM-CHAVE.
             10 OM-CONTA         PIC 9(04).
             10 OM-FILIAL        PIC 9(02).
             10 OM-COMPETENCIA   PIC 9(06).
          05 OM-VALOR         PIC 9(10)V99.
          05 OM-DATA-ATUALIZ  PIC 9(08).
