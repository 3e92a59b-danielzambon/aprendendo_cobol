      *           CARGA-DISCIPLINA E CONSULTADO PELOS PROGRAMAS DE
      *           NOTAS PARA VALIDAR E DESCREVER A DISCIPLINA DE CADA
      *           LANCAMENTO DO NOTA-LEDGER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO DI-AULAS-SEMANA (CARGA SEMANAL DE AULAS DA
      *                 DISCIPLINA EM CADA TURMA), BASE DA REMUNERACAO
      *                 DO PROFESSOR NO FOLHA-PROFESSOR. O ARQUIVO
      *                 EXISTENTE E CONVERTIDO PELO MIGRA-MESTRES.
      ******************************************************************
       01 DISCIPLINA-MASTER-REC.
          05 DI-CODIGO        PIC 9(03).
          05 DI-NOME          PIC X(20).
          05 DI-AULAS-SEMANA  PIC 9(02).
