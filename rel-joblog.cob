      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - STATUS NOVOS DO JOB-NOTURNO POR TABELA: 'F'
      *                 SAI COMO FALHOU (PROGRAMA AUSENTE OU
      *                 RETURN-CODE NAO ZERO) E 'B' COMO BLOQUEADO
      *                 (PREDECESSOR NAO CONCLUIDO), COM TOTAIS.
      * 02/09/2026 DZ - O NOVO STATUS 'A' (PASSO PULADO PELO
      *                 CALENDARIO JOBSCHED) SAI COMO 'FORA DE
      *                 AGENDA', SEPARADO DOS INICIADOS E NAO
       77 WRK-QT-INICIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-AGENDA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALHAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
             MOVE ZEROS TO WRK-QT-EVENTOS.
             MOVE ZEROS TO WRK-QT-INICIADOS.
             MOVE ZEROS TO WRK-QT-CONCLUIDOS.
             MOVE ZEROS TO WRK-QT-FALHAS.
             MOVE ZEROS TO WRK-QT-BLOQUEADOS.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

             IF JC-PASSO-CONCLUIDO
                   MOVE 'CONCLUIDO' TO LE-EVENTO
                   ADD 1 TO WRK-QT-CONCLUIDOS
             ELSE
             IF JC-PASSO-FALHOU
                   MOVE 'FALHOU'    TO LE-EVENTO
                   ADD 1 TO WRK-QT-FALHAS
             ELSE
             IF JC-PASSO-BLOQUEADO
                   MOVE 'BLOQUEADO' TO LE-EVENTO
                   ADD 1 TO WRK-QT-BLOQUEADOS
             ELSE
                   MOVE 'INICIADO'  TO LE-EVENTO
                   ADD 1 TO WRK-QT-INICIADOS
             END-IF
             END-IF
             END-IF
             END-IF.
             WRITE REL-JOBLOG-LINHA FROM LINHA-EVENTO.
             ADD 1 TO WRK-LINHAS-PAGINA.
                     WRK-QT-CONCLUIDOS.
             DISPLAY 'FORA DE AGENDA..........: '
                     WRK-QT-FORA-AGENDA.
             DISPLAY 'PASSOS COM FALHA........: '
                     WRK-QT-FALHAS.
             DISPLAY 'BLOQUEADOS P/ PREDECESSOR: '
                     WRK-QT-BLOQUEADOS.

       END PROGRAM REL-JOBLOG.
