      * DIVERGENTE DO TRAILER E APONTADA COMO BACKUP SUSPEITO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A RECARGA PASSA PARA A SUBROTINA RECARGA-MESTRE,
      *                 COMPARTILHADA COM O TESTE-RESTAURACAO; AQUI FICA
      *                 O MENU, COM O DESTINO NO MESTRE VIVO. MOSTRA A
      *                 DATA E A HORA DO BACKUP GRAVADAS NO TRAILER.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.

       01 RM-PARM.
          05 RM-MESTRE         PIC 9(01).
          05 RM-BACKUP         PIC X(20).
          05 RM-DESTINO        PIC X(20).
          05 RM-SITUACAO       PIC X(01).
             88 RM-BACKUP-AUSENTE  VALUE 'A'.
             88 RM-SEM-TRAILER     VALUE 'T'.
             88 RM-CONFERIDO       VALUE 'C'.
             88 RM-DIVERGENTE      VALUE 'D'.
          05 RM-QT-RESTAURADOS PIC 9(07).
          05 RM-QT-TRAILER     PIC 9(07).
          05 RM-DATA-BACKUP    PIC 9(08).
          05 RM-HORA-BACKUP    PIC 9(08).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             DISPLAY 'MESTRE A RESTAURAR:'.
             DISPLAY ' 1 - USUARIO-MASTER (USUABKP)'.
             DISPLAY ' 2 - FRETE-RATES    (FRETBKP)'.
             DISPLAY 'OPCAO: '
             ACCEPT WRK-OPCAO.

             MOVE WRK-OPCAO TO RM-MESTRE.
             EVALUATE WRK-OPCAO
                   WHEN 1
                         MOVE 'USUABKP'  TO RM-BACKUP
                         MOVE 'USUAMST'  TO RM-DESTINO
                   WHEN 2
                         MOVE 'FRETBKP'  TO RM-BACKUP
                         MOVE 'FRETERAT' TO RM-DESTINO
                   WHEN 3
                         MOVE 'PRODBKP'  TO RM-BACKUP
                         MOVE 'PRODMAST' TO RM-DESTINO
                   WHEN 4
                         MOVE 'ALUNBKP'  TO RM-BACKUP
                         MOVE 'ALUNOMST' TO RM-DESTINO
                   WHEN OTHER
                         DISPLAY 'OPCAO INVALIDA, NADA RESTAURADO'
                         GOBACK
             END-EVALUATE.

             CALL 'RECARGA-MESTRE' USING RM-PARM.
             PERFORM 8200-CONFERIR-TRAILER.
             GOBACK.

       8200-CONFERIR-TRAILER.
             IF RM-BACKUP-AUSENTE
                   DISPLAY 'BACKUP ' RM-BACKUP
                           ' INEXISTENTE, NADA A RESTAURAR'
             ELSE
                   DISPLAY 'RESTAURACAO CONCLUIDA - ' RM-BACKUP
                   DISPLAY 'REGISTROS RESTAURADOS...: '
                           RM-QT-RESTAURADOS
                   IF RM-DATA-BACKUP NOT = ZEROS
                         DISPLAY 'BACKUP TIRADO EM........: '
                                 RM-DATA-BACKUP ' ' RM-HORA-BACKUP
                   END-IF
                   EVALUATE TRUE
                         WHEN RM-SEM-TRAILER
                               DISPLAY 'ATENCAO: BACKUP SEM TRAILER, '
                                       'CONTAGEM NAO CONFERIDA'
                         WHEN RM-CONFERIDO
                               DISPLAY 'CONTAGEM DO TRAILER.....: '
                                       RM-QT-TRAILER
                               DISPLAY 'CONTAGEM CONFERIDA, BACKUP '
                                       'INTEGRO'
                         WHEN OTHER
                               DISPLAY 'CONTAGEM DO TRAILER.....: '
                                       RM-QT-TRAILER
                               DISPLAY 'ATENCAO: CONTAGEM DIVERGE DO '
                                       'TRAILER, BACKUP SUSPEITO'
                   END-EVALUATE
             END-IF.

       END PROGRAM RESTAURA-MESTRES.
