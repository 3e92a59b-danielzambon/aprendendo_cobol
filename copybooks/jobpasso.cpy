      ******************************************************************
      * Copybook: JOBPASSO.cpy
      * Purpose:  RECORD LAYOUT FOR THE JOB-PASSO STEP DEFINITION MASTER
      *           DO JOB-NOTURNO, KEYED BY JD-PASSO, MANTIDO PELO
      *           CARGA-JOBPASSO (COM IMAGEM ANTES/DEPOIS NO MUDJRN):
      *           ORDEM DE EXECUCAO, PROGRAMA CHAMADO, ATE 4 PASSOS
      *           PREDECESSORES (BRANCO = SEM PREDECESSOR), O QUE
      *           FAZER NA FALHA (P = PARA A SUITE, A = SO APONTA E
      *           SEGUE) E SE O PASSO ESTA ATIVO NA SUITE.
      ******************************************************************
       01 JOB-PASSO-REC.
          05 JD-PASSO         PIC X(04).
          05 JD-ORDEM         PIC 9(04).
          05 JD-PROGRAMA      PIC X(18).
          05 JD-PREDECESSOR   OCCURS 4 TIMES PIC X(04).
          05 JD-FALHA         PIC X(01).
            88 JD-FALHA-PARA      VALUE 'P'.
            88 JD-FALHA-APONTA    VALUE 'A'.
          05 JD-ATIVO         PIC X(01).
            88 JD-PASSO-ATIVO     VALUE 'S'.
            88 JD-PASSO-DESATIVADO VALUE 'N'.
