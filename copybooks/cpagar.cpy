      ******************************************************************
      * Copybook: CPAGAR.cpy
      * Purpose:  RECORD LAYOUT FOR THE CONTAS-PAGAR FILE, KEYED BY
      *           PG-CHAVE (ORIGEM + CREDOR + DOCUMENTO + PARCELA):
      *           ORIGEM F = NOTA DE FORNECEDOR DA ENTRADA DE
      *           MERCADORIA (RECEBE-COMPRA, VENCIMENTO = ENTRADA +
      *           PRAZO DE PAGAMENTO DO FORNECEDOR, ROLADO PARA O DIA
      *           UTIL SEGUINTE), ORIGEM T = FATURA DE TRANSPORTADORA
      *           APROVADA NO REC-FRETE-FATURA, LIQUIDA DOS SINISTROS
      *           ABATIDOS. CICLO DO STATUS: A (ABERTO) -> S
      *           (SELECIONADO PELO APROVA-PAGTO) -> R (REMETIDO AO
      *           BANCO PELO PAGTO-REMESSA) -> P (PAGO, NO RETORNO DO
      *           PAGTO-RETORNO); PAGAMENTO RECUSADO PELO BANCO VOLTA
      *           PARA A. AGENCIA E CONTA SAO O DOMICILIO BANCARIO DO
      *           CREDOR NA DATA DA INCLUSAO.
      ******************************************************************
       01 PAGAR-REC.
          05 PG-CHAVE.
             10 PG-ORIGEM      PIC X(01).
               88 PG-ORIGEM-FORNEC VALUE 'F'.
               88 PG-ORIGEM-TRANSP VALUE 'T'.
             10 PG-CREDOR      PIC X(06).
             10 PG-DOCUMENTO   PIC 9(09).
             10 PG-PARCELA     PIC 9(02).
          05 PG-EMISSAO       PIC 9(08).
          05 PG-VENCIMENTO    PIC 9(08).
          05 PG-VALOR         PIC 9(08)V99.
          05 PG-ABATIMENTO    PIC 9(08)V99.
          05 PG-STATUS        PIC X(01).
            88 PG-ABERTO          VALUE 'A'.
            88 PG-SELECIONADO     VALUE 'S'.
            88 PG-REMETIDO        VALUE 'R'.
            88 PG-PAGO            VALUE 'P'.
          05 PG-DATA-STATUS   PIC 9(08).
          05 PG-DATA-PAGTO    PIC 9(08).
          05 PG-APROVADOR     PIC X(10).
          05 PG-AGENCIA       PIC 9(04).
          05 PG-CONTA         PIC 9(08).
