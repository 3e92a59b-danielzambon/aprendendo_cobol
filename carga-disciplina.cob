      * LE O ARQUIVO SEQUENCIAL DISCSEQ (CODIGO E NOME DA DISCIPLINA)
      * E INCLUI/ATUALIZA O DISCIPLINA-MASTER, CONSULTADO PELOS
      * PROGRAMAS DE NOTAS DEPOIS QUE O NOTA-LEDGER PASSOU A TER UMA
      * LINHA POR MATRICULA + TERMO + DISCIPLINA. A CARGA SEMANAL DE
      * AULAS EM BRANCO NA ATUALIZACAO FICA A DO MESTRE; NA INCLUSAO,
      * ENTRA ZERADA (A DISCIPLINA NAO GERA HORA-AULA ATE SER
      * INFORMADA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVA CARGA SEMANAL DE AULAS (DE-AULAS-SEMANA),
      *                 GRAVADA EM DI-AULAS-SEMANA PARA O
      *                 FOLHA-PROFESSOR.
      * 22/08/2026 DZ - PROGRAMA CRIADO, NOS MOLDES DO CARGA-ALUNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  DISCIPLINAS-ENTRADA-REC.
           05 DE-CODIGO        PIC 9(03).
           05 DE-NOME          PIC X(20).
           05 DE-AULAS-SEMANA  PIC 9(02).

       FD  DISCIPLINA-MASTER.
       COPY disciplin.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CARGA PIC 9(05) VALUE ZEROS.
       COPY fstatus.

       PROCEDURE DIVISION.
             READ DISCIPLINA-MASTER
                   INVALID KEY
                         MOVE DE-NOME TO DI-NOME
                         MOVE ZEROS TO DI-AULAS-SEMANA
                         PERFORM 2100-CARGA-SEMANAL
                         WRITE DISCIPLINA-MASTER-REC
                         ADD 1 TO WRK-QT-CARGA
                   NOT INVALID KEY
                         MOVE DE-NOME TO DI-NOME
                         PERFORM 2100-CARGA-SEMANAL
                         REWRITE DISCIPLINA-MASTER-REC
                         ADD 1 TO WRK-QT-ATUALIZ
             END-READ.

             PERFORM 1100-LER-ENTRADA.

       2100-CARGA-SEMANAL.
             IF DE-AULAS-SEMANA IS NUMERIC
                   MOVE DE-AULAS-SEMANA TO DI-AULAS-SEMANA
             END-IF.
             IF DI-AULAS-SEMANA = ZEROS
                   ADD 1 TO WRK-QT-SEM-CARGA
                   DISPLAY 'DISCIPLINA ' DI-CODIGO
                           ' SEM CARGA SEMANAL DE AULAS'
             END-IF.

       9000-ENCERRAR.
             CLOSE DISCIPLINAS-ENTRADA.
             CLOSE DISCIPLINA-MASTER.
             DISPLAY 'CARGA DE DISCIPLINAS CONCLUIDA'.
             DISPLAY 'REGISTROS INCLUIDOS.....: ' WRK-QT-CARGA.
             DISPLAY 'REGISTROS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'SEM CARGA SEMANAL.......: ' WRK-QT-SEM-CARGA.

       END PROGRAM CARGA-DISCIPLINA.
