      *           FICA NO PROPRIO REGISTRO (PR-FRETE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ESCOLHA DA TRANSPORTADORA AUDITAVEL: PR-TRANSP-2
      *                 (SEGUNDA COLOCADA), PR-MOTIVO-TRANSP (P = PADRAO
      *                 SEM ESCOLHA AUTOMATICA, M = MELHOR PONTUACAO,
      *                 U = UNICA ELEGIVEL, F = NENHUMA ATINGIU O PRAZO
      *                 MINIMO), PR-PCT-PRAZO (% NO PRAZO DA ESCOLHIDA
      *                 NA UF) E A PONTUACAO DAS DUAS (ESCOLHE-TRANSP).
      * 15/10/2026 DZ - NOVO PR-RESERVA: 'R' COM A UNIDADE RESERVADA
      *                 NO ESTOQUE-MASTER DESDE A COTACAO, 'B' NA FILA
      *                 DE BACKORDER (BACKORD) ESPERANDO ENTRADA DE
      *                 ESTOQUE, EM BRANCO PARA PEDIDO SEM RESERVA
      *                 (NAO COTADO OU ANTERIOR A RESERVA).
      * 02/09/2026 DZ - NOVOS PR-CLIENTE E PR-FILIAL (COPIADOS DO
      *                 PEDIDOS NA COTACAO), PARA O FATURA-PEDIDO
      *                 LANCAR A FATURA NO VENDA-LEDGER E ABRIR O
          05 PR-TRANSP        PIC X(03).
          05 PR-ROMANEIO      PIC 9(06).
          05 PR-COTACAO       PIC 9(06).
          05 PR-RESERVA       PIC X(01).
            88 PR-RESERVADO       VALUE 'R'.
            88 PR-EM-BACKORDER    VALUE 'B'.
            88 PR-SEM-RESERVA     VALUE ' '.
          05 PR-TRANSP-2      PIC X(03).
          05 PR-MOTIVO-TRANSP PIC X(01).
            88 PR-ESCOLHA-PADRAO  VALUE 'P' ' '.
            88 PR-ESCOLHA-PONTOS  VALUE 'M'.
            88 PR-ESCOLHA-UNICA   VALUE 'U'.
            88 PR-ESCOLHA-ABAIXO  VALUE 'F'.
          05 PR-PCT-PRAZO     PIC 9(03)V9.
          05 PR-PONTOS        PIC 9(03)V9.
          05 PR-PONTOS-2      PIC 9(03)V9.
