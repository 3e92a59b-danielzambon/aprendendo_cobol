      * QUALQUER OUTRO ARQUIVO DE EXEMPLO NESTE SISTEMA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVOS PARES NO MANIFESTO: VENDAS POR CLIENTE
      *                 (RELCLIEN, SNAPSHOT
      *                 data/golden/relclien-golden.txt), SCORE DE
      *                 PAGAMENTO POR CLIENTE (RELSCORE, SNAPSHOT
      *                 data/golden/relscore-golden.txt) E PROVISAO
      *                 MENSAL DE FRETE (RELFREME, SNAPSHOT
      *                 data/golden/relfreme-golden.txt), TIRADOS DA
      *                 VERSAO DOS RELATORIOS ANTERIOR A TROCA DA TABELA
      *                 EM MEMORIA PELA SORT. RELCLIEN E RELSCORE SAEM
      *                 DA MESMA RODADA DO REG-VENDAS DOS PARES DE AGING
      *                 E COMISSAO; O RELFREME SAI DO FRETEAUD DE
      *                 EXEMPLO (data/freteaud-sample.txt) COM A
      *                 COMPETENCIA 202608. TODOS COM O DIA 22/08/2026
      *                 ABERTO.
      * 15/10/2026 DZ - NOVOS PARES NO MANIFESTO: AGING DO
      *                 CONTAS-RECEBER (RELAGING, SNAPSHOT
      *                 data/golden/relaging-golden.txt) E RESUMO DA
      *                 COMISSAO POR VENDEDOR (COMORD2 DO REL-COMISSAO,
      *                 SNAPSHOT data/golden/comord2-golden.txt). OS
      *                 DOIS SAEM DA RODADA DO REG-VENDAS SOBRE O
      *                 VENDASTRA DE EXEMPLO COM O DIA 22/08/2026
      *                 ABERTO, SEGUIDA DO REL-AGING E DO REL-COMISSAO
      *                 NO MESMO DIA.
      * 22/08/2026 DZ - O SNAPSHOT GOLDEN DO VENDAREJ PASSOU A CARREGAR
      *                 A DATA DA REJEICAO (VR-DATA): PARA A COMPARACAO
      *                 SER REPRODUZIVEL, A RODADA DE CONFERENCIA DEVE
