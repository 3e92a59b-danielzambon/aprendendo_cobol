      * AS OPCOES PERMITIDAS SAEM EM BLOCOS DE 20 POR LINHA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PERFMST QUE NAO ABRE (LAYOUT ANTIGO, FILE STATUS
      *                 39) E TRATADO COMO AUSENTE, COM AVISO PARA RODAR
      *                 O MIGRA-MESTRES, EM VEZ DE SER LIDO FECHADO.
      * 15/10/2026 DZ - OPCOES DE 61 A 99 ENTRAM NA MATRIZ, COM O
      *                 PERFMST AMPLIADO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WRK-QT-USUARIOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SO-NIVEL  PIC 9(05) VALUE ZEROS.
       77 WRK-IX-OPCAO     PIC 9(03) VALUE ZEROS.
       77 WRK-NR-OPCAO     PIC 9(02) VALUE ZEROS.
       77 WRK-COL          PIC 9(02) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
             MOVE 'N' TO WRK-SEM-PERF-SW.
             OPEN INPUT PERFIL-MASTER.
             MOVE WRK-FS-PERFIL TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-PERF-SW
                   IF NOT FS-ARQ-NAO-EXISTE
                         DISPLAY 'FILE STATUS ' WRK-FS-PERFIL
                                 ' NO PERFMST (RODE O MIGRA-MESTRES), '
                                 'USUARIOS SAEM SEM PERFIL'
                   END-IF
             END-IF.
             OPEN OUTPUT REL-MATRIZ.

             MOVE SPACES TO LINHA-OPCOES(13:68).
             MOVE ZEROS TO WRK-COL.
             MOVE 1 TO WRK-IX-OPCAO.
             PERFORM 2210-ANOTAR-OPCAO UNTIL WRK-IX-OPCAO > 99.
             IF WRK-COL > ZEROS
                   WRITE REL-MATRIZ-LINHA FROM LINHA-OPCOES
             END-IF.
       2210-ANOTAR-OPCAO.
             IF PRF-OPCAO(WRK-IX-OPCAO) = 'S'
                   ADD 1 TO WRK-COL
                   MOVE WRK-IX-OPCAO TO WRK-NR-OPCAO
                   MOVE WRK-NR-OPCAO TO LO-OPCAO(WRK-COL)
                   IF WRK-COL = 20
                         WRITE REL-MATRIZ-LINHA FROM LINHA-OPCOES
                         MOVE SPACES TO LINHA-OPCOES(13:68)
