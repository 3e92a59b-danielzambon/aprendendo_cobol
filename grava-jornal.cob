      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A LINHA DO JORNAL PASSA A LEVAR O ELO DE
      *                 ENCADEAMENTO (SEQUENCIA E HASHES PELO ENCADEIA-
      *                 LOG) ANTES DO WRITE, PARA O VERIFICA-ELOS
      *                 DETECTAR LINHA APAGADA OU ALTERADA. A CHAMADA
      *                 NAO MUDA.
      * 15/10/2026 DZ - A LINHA DO JORNAL GANHA A RODADA DE LOTE
      *                 (JR-EXECUCAO): QUANDO O PROGRAMA QUE CHAMA E O
      *                 DA RODADA ABERTA NO EXECATU (CTRL-EXECUCAO), O
      *                 NUMERO DELA E CARIMBADO, PARA O ESTORNA-EXECUCAO
      *                 DEVOLVER AS IMAGENS ANTES; FORA DE RODADA FICA
      *                 ZERO. A CHAMADA NAO MUDA.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-JORNAL.

           SELECT EXECUCAO-ATUAL ASSIGN TO 'EXECATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ATUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  EXECUCAO-ATUAL.
       01  EXECUCAO-ATUAL-REC.
           05 EA-EXECUCAO      PIC 9(08).
           05 EA-PROGRAMA      PIC X(18).

       WORKING-STORAGE SECTION.

       77 WRK-FS-JORNAL  PIC X(02) VALUE '00'.
       77 WRK-FS-ATUAL   PIC X(02) VALUE '00'.
       77 WRK-EXECUCAO   PIC 9(08) VALUE ZEROS.
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING JP-PARM.

       0001-PRINCIPAL.
             PERFORM 1000-OBTER-EXECUCAO.
             OPEN EXTEND MUDANCA-JORNAL.
             MOVE WRK-FS-JORNAL TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
             ACCEPT JR-HORA FROM TIME.
             MOVE JP-ANTES    TO JR-ANTES.
             MOVE JP-DEPOIS   TO JR-DEPOIS.
             MOVE WRK-EXECUCAO TO JR-EXECUCAO.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'MUDJRN' TO EN-LOG.
             MOVE JR-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO JR-ELO.
             WRITE MUDANCA-JORNAL-REC.
             CLOSE MUDANCA-JORNAL.
             GOBACK.

       1000-OBTER-EXECUCAO.
             MOVE ZEROS TO WRK-EXECUCAO.
             OPEN INPUT EXECUCAO-ATUAL.
             MOVE WRK-FS-ATUAL TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ EXECUCAO-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-ATUAL TO WRK-FS-ULTIMO
                   IF FS-OK
                         AND EA-PROGRAMA = JP-PROGRAMA
                         MOVE EA-EXECUCAO TO WRK-EXECUCAO
                   END-IF
                   CLOSE EXECUCAO-ATUAL
             END-IF.

       END PROGRAM GRAVA-JORNAL.
