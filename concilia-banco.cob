      * (TAMANHO DAS TABELAS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FD DO LANCTOS ACOMPANHA O LC-EXECUCAO NOVO
      *                 (RODADA DE LOTE DO CTRL-EXECUCAO).
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  REL-CONCILIACAO.
       01  REL-CONCI-LINHA     PIC X(80).
