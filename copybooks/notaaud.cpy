      *           ANTERIORES E OS NOVOS, O OPERADOR QUE ENVIOU A
      *           CORRECAO E A DATA, PARA QUE O BOLETIM SEJA
      *           CORRIGIVEL SEM EDICAO MANUAL DO LEDGER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO NAU-EXECUCAO (RODADA DO LOTE-NOTAS QUE
      *                 APLICOU A CORRECAO, OU DO ESTORNA-EXECUCAO QUE A
      *                 DESFEZ; ZERO = FORA DE RODADA), PARA O ESTORNO
      *                 DE UM LOTE DEVOLVER AS NOTAS ANTERIORES.
      ******************************************************************
       01 NOTA-AUDIT-REC.
          05 NAU-MATRICULA     PIC 9(06).
          05 NAU-SITUACAO-NOVA PIC X(15).
          05 NAU-OPERADOR      PIC X(10).
          05 NAU-DATA          PIC 9(08).
          05 NAU-EXECUCAO      PIC 9(08).
