      ******************************************************************
      * Copybook: PISCOFL.cpy
      * Purpose:  RECORD LAYOUT FOR THE PIS/COFINS LEDGER (ARQUIVO
      *           PISCOFLD, LINE SEQUENTIAL, SO CRESCE): UMA LINHA POR
      *           RECEITA TRIBUTADA - VENDA OU ESTORNO DO VENDA-LEDGER
      *           (GRAVADA PELO CONTAB-DIARIO), TITULO DE ARMAZENAGEM
      *           (FATURA-ARMAZENAGEM) E MENSALIDADE (FATURA-
      *           MENSALIDADE) - COM A BASE E OS TRIBUTOS CALCULADOS
      *           PELO CALC-PISCOFINS. PQ-DATA E A DATA DA RECEITA (QUE
      *           DEFINE A COMPETENCIA DA APURACAO NO REL-PISCOFINS) E
      *           PQ-DATA-GERACAO A DATA EM QUE A LINHA FOI GRAVADA
      *           (QUE DEFINE O DIA EM QUE O CONTAB-DIARIO CONTABILIZA
      *           OS TRIBUTOS DA ARMAZENAGEM E DA MENSALIDADE).
      ******************************************************************
       01 PIS-COFINS-LEDGER-REC.
          05 PQ-DATA            PIC 9(08).
          05 PQ-DATA-GERACAO    PIC 9(08).
          05 PQ-ORIGEM          PIC X(08).
            88 PQ-DE-VENDA         VALUE 'VENDAS'.
            88 PQ-DE-ARMAZENAGEM   VALUE 'ARMAZEN'.
            88 PQ-DE-MENSALIDADE   VALUE 'MENSAL'.
          05 PQ-TIPO            PIC X(01).
            88 PQ-E-RECEITA        VALUE 'V'.
            88 PQ-E-ESTORNO        VALUE 'E'.
          05 PQ-REFERENCIA      PIC X(15).
          05 PQ-BASE            PIC 9(08)V99.
          05 PQ-PIS             PIC 9(08)V99.
          05 PQ-COFINS          PIC 9(08)V99.
          05 PQ-REGIME          PIC X(01).
