      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LIMITE DE 200 PARES DISCIPLINA + TERMO (TAMANHO DA TABELA);
      * O NOME DA DISCIPLINA VEM DO DISCIPLINA-MASTER. LINHA COM
      * SITUACAO 'TRANSFERIDO' (DISCIPLINA ENCERRADA PELO
      * TRANSFERE-ALUNO NA TURMA ANTIGA) FICA FORA DAS CONTAS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LINHAS ENCERRADAS POR TRANSFERENCIA DE TURMA
      *                 NAO CONTAM COMO REPROVACAO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
             END-READ.

       1200-ACUMULAR-NOTA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF NLG-SITUACAO NOT = 'TRANSFERIDO'
                   PERFORM 1300-LOCALIZAR-DISCIPLINA
             END-IF.
             IF LINHA-ACHADA
                   ADD 1 TO TDI-QT-NOTAS(IX-TDI)
                   ADD NLG-MEDIA TO TDI-SOMA(IX-TDI)
