      *           CONSULTED BY THE GRADE-AVERAGE PROGRAMS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO AL-CPF (SO DIGITOS, ZERO = NAO INFORMADO),
      *                 COM DIGITO VERIFICADOR CONFERIDO PELO
      *                 CARGA-ALUNO (SUBROTINA CALC-DOCUMENTO) E SEM
      *                 REPETICAO ENTRE ALUNOS.
      * 22/08/2026 DZ - NOVO AL-TURMA (CODIGO DA TURMA DO ALUNO), PARA
      *                 AS ESTATISTICAS E O RANKING POR TURMA DO
      *                 REL-TURMA.
          05 AL-MATRICULA     PIC 9(06).
          05 AL-NOME          PIC X(30).
          05 AL-TURMA         PIC X(03).
          05 AL-CPF           PIC 9(11).
