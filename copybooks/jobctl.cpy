      *           TEMPOS E RESULTADOS PARA O FICHARIO DE OPERACOES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVOS STATUS 'F' (PASSO FALHOU: PROGRAMA AUSENTE
      *                 OU RETURN-CODE NAO ZERO) E 'B' (PASSO BLOQUEADO
      *                 POR PREDECESSOR NAO CONCLUIDO), GRAVADOS PELO
      *                 JOB-NOTURNO DIRIGIDO PELO JOBPASSO.
      * 02/09/2026 DZ - NOVO STATUS 'A' (FORA DE AGENDA): PASSO PULADO
      *                 PELO CALENDARIO DE FREQUENCIA JOBSCHED, PARA O
      *                 REL-JOBLOG DISTINGUIR PULO PROGRAMADO DE PASSO
            88 JC-PASSO-INICIADO  VALUE 'I'.
            88 JC-PASSO-CONCLUIDO VALUE 'C'.
            88 JC-PASSO-FORA-AGENDA VALUE 'A'.
            88 JC-PASSO-FALHOU    VALUE 'F'.
            88 JC-PASSO-BLOQUEADO VALUE 'B'.
