      *                 LOTE-NOTAS; ZERO = SEM ATRIBUICAO NA EPOCA),
      *                 PARA O BOLETIM IMPRIMIR O NOME DO PROFESSOR E
      *                 AS CONTESTACOES DE NOTA TEREM DONO.
      * 15/10/2026 DZ - NOVO NLG-EXECUCAO (RODADA DO LOTE-NOTAS QUE
      *                 LANCOU A LINHA, NUMERADA PELO CTRL-EXECUCAO;
      *                 ZERO = LANCAMENTO AVULSO), PARA O
      *                 ESTORNA-EXECUCAO RETIRAR O LOTE ERRADO.
      ******************************************************************
       01 NOTA-LEDGER-REC.
          05 NLG-MATRICULA    PIC 9(06).
          05 NLG-DISCIPLINA   PIC 9(03).
          05 NLG-TURMA        PIC X(03).
          05 NLG-PROFESSOR    PIC 9(04).
          05 NLG-EXECUCAO     PIC 9(08).
