      *           REL-FATUR-DIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO FAT-LOTE: LOTE DE ONDE SAIU A UNIDADE
      *                 FATURADA (CONSUMO FEFO DO ESTOQLOT), PARA O
      *                 RECOLHIMENTO (RECALL) DE UM LOTE ACHAR AS NOTAS;
      *                 EM BRANCO PARA PRODUTO SEM LOTE.
      * 15/10/2026 DZ - NOVO FAT-CUSTO-MERC: A MERCADORIA FATURADA A
      *                 CUSTO MEDIO DO ESTOQUE-MASTER NA EMISSAO, BASE
      *                 DA PARTIDA DE CMV DO CONTAB-DIARIO E DA MARGEM
      *                 DA FATURA.
      * 02/09/2026 DZ - NOVOS FAT-CLIENTE (DO PEDIDO) E FAT-ICMS
      *                 (CALCULADO PELA ALIQUOTA DO ICMSCFG), AGORA
      *                 QUE O FATURAMENTO LANCA DIRETO NO VENDA-LEDGER
          05 FAT-TOTAL        PIC 9(08)V99.
          05 FAT-CLIENTE      PIC 9(06).
          05 FAT-ICMS         PIC 9(08)V99.
          05 FAT-CUSTO-MERC   PIC 9(08)V99.
          05 FAT-LOTE         PIC X(12).
