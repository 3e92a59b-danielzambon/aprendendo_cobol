      *           CARIMBAR O PROFESSOR EM CADA LANCAMENTO DO
      *           NOTA-LEDGER E O BOLETIM IMPRIMIR O NOME AO LADO DA
      *           DISCIPLINA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO PF-CPF (SO DIGITOS, ZERO = NAO INFORMADO),
      *                 COM DIGITO VERIFICADOR CONFERIDO PELO
      *                 CARGA-PROFESSOR (SUBROTINA CALC-DOCUMENTO) E
      *                 SEM REPETICAO ENTRE PROFESSORES.
      ******************************************************************
       01 PROFESSOR-MASTER-REC.
          05 PF-CODIGO        PIC 9(04).
          05 PF-NOME          PIC X(30).
          05 PF-CPF           PIC 9(11).
