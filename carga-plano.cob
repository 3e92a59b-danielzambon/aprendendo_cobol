      * NUMA TABELA (LIMITE 100 CONTAS), APLICA AS ACOES E REGRAVA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FD DO LANCTOS ACOMPANHA O LC-EXECUCAO NOVO
      *                 (RODADA DE LOTE DO CTRL-EXECUCAO).
      * 02/09/2026 DZ - TRANSBORDO DE TABELA PASSA A ABORTAR A RODADA
      *                 ANTES DE QUALQUER REGRAVACAO: O PADRAO
      *                 CARREGA-E-REGRAVA COM TABELA CHEIA DESCARTAVA
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       WORKING-STORAGE SECTION.

