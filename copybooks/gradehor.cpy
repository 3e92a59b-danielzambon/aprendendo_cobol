      ******************************************************************
      * Copybook: GRADEHOR.cpy
      * Purpose:  RECORD LAYOUT FOR THE GRADE-HORARIA WEEKLY TIMETABLE
      *           FILE (GRADEMST), KEYED BY GH-CHAVE (TERMO + TURMA +
      *           DIA DA SEMANA + PERIODO), MAINTAINED BY CARGA-GRADE:
      *           QUAL DISCIPLINA A TURMA TEM EM CADA PERIODO E EM QUE
      *           SALA. O PROFESSOR NAO E GRAVADO - VEM SEMPRE DA
      *           ATRIBUICAO (ATRIBMST) DA TURMA + DISCIPLINA NO TERMO.
      *           DIA 2 = SEGUNDA ... 7 = SABADO; PERIODO 1 A 9.
      ******************************************************************
       01 GRADE-HORARIA-REC.
          05 GH-CHAVE.
             10 GH-TERMO      PIC 9(02).
             10 GH-TURMA      PIC X(03).
             10 GH-DIA        PIC 9(01).
             10 GH-PERIODO    PIC 9(01).
          05 GH-DISCIPLINA    PIC 9(03).
          05 GH-SALA          PIC X(04).
