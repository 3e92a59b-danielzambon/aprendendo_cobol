      *           A COBRANCA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO TIT-EXECUCAO (RODADA DO LOTE QUE GEROU O
      *                 TITULO, NUMERADA PELO CTRL-EXECUCAO; ZERO =
      *                 TITULO AVULSO), PARA O ESTORNA-EXECUCAO
      *                 CANCELAR OS TITULOS DE UMA RODADA ERRADA.
      * 15/10/2026 DZ - NOVO STATUS TIT-RENEGOCIADO ('N', TITULO
      *                 VENCIDO INCLUIDO EM ACORDO DE RENEGOCIACAO PELO
      *                 RENEGOCIA-DIVIDA): TIT-DATA-PAGTO GUARDA A DATA
      *                 DO ACORDO E O VINCULO FICA NO RENEGTIT.
      * 15/10/2026 DZ - NOVOS STATUS TIT-PERDA ('X', TITULO BAIXADO
      *                 COMO PERDA PELO BAIXA-PERDA, COM APROVACAO DE
      *                 SUPERVISOR) E TIT-RECUPERADO ('R', PAGAMENTO
      *                 RECEBIDO DEPOIS DA BAIXA POR PERDA, LANCADO
      *                 COMO RECUPERACAO DE CREDITOS).
      * 02/09/2026 DZ - A CHAVE GANHA TIT-PARCELA: A VENDA PARCELADA
      *                 (VT-PARCELAS NO REG-VENDAS) GERA UM TITULO POR
      *                 PARCELA COM VENCIMENTOS ESCALONADOS, TODOS
            88 TIT-ABERTO         VALUE 'A'.
            88 TIT-PAGO           VALUE 'P'.
            88 TIT-CANCELADO      VALUE 'C'.
            88 TIT-PERDA          VALUE 'X'.
            88 TIT-RECUPERADO     VALUE 'R'.
            88 TIT-RENEGOCIADO    VALUE 'N'.
          05 TIT-DATA-PAGTO   PIC 9(08).
          05 TIT-JUROS-RECEBIDO PIC 9(08)V99.
          05 TIT-EXECUCAO     PIC 9(08).
