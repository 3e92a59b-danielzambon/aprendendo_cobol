      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RECARGA DE UM MESTRE INDEXADO A PARTIR DO BACKUP
      *          SEQUENCIAL DO BACKUP-MESTRES - SUBROTINA COM A LOGICA
      *          DO RESTAURA-MESTRES, CHAMADA POR ELE (DESTINO = O
      *          MESTRE VIVO) E PELO TESTE-RESTAURACAO (DESTINO = UMA
      *          COPIA DE RASCUNHO). O MESTRE DE DESTINO E
      *          RECONSTRUIDO DO ZERO E A CONTAGEM E CONFERIDA CONTRA O
      *          TRAILER 'TRL'.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RM-MESTRE: 1=USUARIO, 2=FRETE-RATES, 3=PRODUTO, 4=ALUNO.
      * RM-BACKUP E RM-DESTINO SAO OS NOMES DOS ARQUIVOS. DEVOLVE EM
      * RM-SITUACAO 'A' BACKUP AUSENTE, 'T' SEM TRAILER, 'C' CONTAGEM
      * CONFERIDA OU 'D' CONTAGEM DIVERGENTE, COM AS CONTAGENS E A
      * DATA/HORA DO BACKUP GRAVADAS NO TRAILER (ZEROS EM BACKUP DE
      * ANTES DO TRAILER DATADO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGA-MESTRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO DYNAMIC WRK-NOME-DESTINO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT FRETE-RATES ASSIGN TO DYNAMIC WRK-NOME-DESTINO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-CHAVE
                  FILE STATUS IS WRK-FS-RATES.

           SELECT PRODUTO-MASTER ASSIGN TO DYNAMIC WRK-NOME-DESTINO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WRK-NOME-DESTINO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC WRK-NOME-BACKUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-BACKUP.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  FRETE-RATES.
       COPY fretrate.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  BACKUP-ENTRADA.
       01  BACKUP-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO PIC X(02) VALUE '00'.
       77 WRK-FS-RATES   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO   PIC X(02) VALUE '00'.
       77 WRK-FS-BACKUP  PIC X(02) VALUE '00'.
       77 WRK-NOME-BACKUP PIC X(20) VALUE SPACES.
       77 WRK-NOME-DESTINO PIC X(20) VALUE SPACES.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-BACKUP        VALUE 'S'.
       77 WRK-TRAILER-SW PIC X(01) VALUE 'N'.
         88 TRAILER-LIDO      VALUE 'S'.
       77 WRK-AUSENTE-SW PIC X(01) VALUE 'N'.
         88 BACKUP-AUSENTE    VALUE 'S'.

       01 WRK-TRAILER.
          05 FILLER          PIC X(03).
          05 WRK-TRL-QTDE    PIC 9(07).
          05 WRK-TRL-DATA    PIC 9(08).
          05 WRK-TRL-HORA    PIC 9(08).
          05 FILLER          PIC X(74).
       COPY fstatus.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING RM-PARM.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE 'N' TO WRK-TRAILER-SW.
             MOVE 'N' TO WRK-AUSENTE-SW.
             MOVE ZEROS TO RM-QT-RESTAURADOS.
             MOVE ZEROS TO RM-QT-TRAILER.
             MOVE ZEROS TO RM-DATA-BACKUP.
             MOVE ZEROS TO RM-HORA-BACKUP.
             MOVE RM-BACKUP TO WRK-NOME-BACKUP.
             MOVE RM-DESTINO TO WRK-NOME-DESTINO.

             EVALUATE RM-MESTRE
                   WHEN 1
                         PERFORM 1000-RESTAURAR-USUARIO
                   WHEN 2
                         PERFORM 2000-RESTAURAR-FRETE
                   WHEN 3
                         PERFORM 3000-RESTAURAR-PRODUTO
                   WHEN 4
                         PERFORM 4000-RESTAURAR-ALUNO
             END-EVALUATE.

             EVALUATE TRUE
                   WHEN BACKUP-AUSENTE
                         MOVE 'A' TO RM-SITUACAO
                   WHEN NOT TRAILER-LIDO
                         MOVE 'T' TO RM-SITUACAO
                   WHEN RM-QT-TRAILER = RM-QT-RESTAURADOS
                         MOVE 'C' TO RM-SITUACAO
                   WHEN OTHER
                         MOVE 'D' TO RM-SITUACAO
             END-EVALUATE.
             GOBACK.

       1000-RESTAURAR-USUARIO.
             PERFORM 8000-ABRIR-BACKUP.
             IF NOT FIM-BACKUP
                   OPEN OUTPUT USUARIO-MASTER
                   PERFORM 8100-LER-BACKUP
                   PERFORM 1100-GRAVAR-USUARIO UNTIL FIM-BACKUP
                   CLOSE USUARIO-MASTER
                   CLOSE BACKUP-ENTRADA
             END-IF.

       1100-GRAVAR-USUARIO.
             IF BACKUP-LINHA(1:3) = 'TRL'
                   PERFORM 8300-GUARDAR-TRAILER
             ELSE
                   MOVE BACKUP-LINHA TO USUARIO-MASTER-REC
                   WRITE USUARIO-MASTER-REC
                   ADD 1 TO RM-QT-RESTAURADOS
             END-IF.
             PERFORM 8100-LER-BACKUP.

       2000-RESTAURAR-FRETE.
             PERFORM 8000-ABRIR-BACKUP.
             IF NOT FIM-BACKUP
                   OPEN OUTPUT FRETE-RATES
                   PERFORM 8100-LER-BACKUP
                   PERFORM 2100-GRAVAR-FRETE UNTIL FIM-BACKUP
                   CLOSE FRETE-RATES
                   CLOSE BACKUP-ENTRADA
             END-IF.

       2100-GRAVAR-FRETE.
             IF BACKUP-LINHA(1:3) = 'TRL'
                   PERFORM 8300-GUARDAR-TRAILER
             ELSE
                   MOVE BACKUP-LINHA TO FRETE-RATE-REC
                   WRITE FRETE-RATE-REC
                   ADD 1 TO RM-QT-RESTAURADOS
             END-IF.
             PERFORM 8100-LER-BACKUP.

       3000-RESTAURAR-PRODUTO.
             PERFORM 8000-ABRIR-BACKUP.
             IF NOT FIM-BACKUP
                   OPEN OUTPUT PRODUTO-MASTER
                   PERFORM 8100-LER-BACKUP
                   PERFORM 3100-GRAVAR-PRODUTO UNTIL FIM-BACKUP
                   CLOSE PRODUTO-MASTER
                   CLOSE BACKUP-ENTRADA
             END-IF.

       3100-GRAVAR-PRODUTO.
             IF BACKUP-LINHA(1:3) = 'TRL'
                   PERFORM 8300-GUARDAR-TRAILER
             ELSE
                   MOVE BACKUP-LINHA TO PRODUTO-MASTER-REC
                   WRITE PRODUTO-MASTER-REC
                   ADD 1 TO RM-QT-RESTAURADOS
             END-IF.
             PERFORM 8100-LER-BACKUP.

       4000-RESTAURAR-ALUNO.
             PERFORM 8000-ABRIR-BACKUP.
             IF NOT FIM-BACKUP
                   OPEN OUTPUT ALUNO-MASTER
                   PERFORM 8100-LER-BACKUP
                   PERFORM 4100-GRAVAR-ALUNO UNTIL FIM-BACKUP
                   CLOSE ALUNO-MASTER
                   CLOSE BACKUP-ENTRADA
             END-IF.

       4100-GRAVAR-ALUNO.
             IF BACKUP-LINHA(1:3) = 'TRL'
                   PERFORM 8300-GUARDAR-TRAILER
             ELSE
                   MOVE BACKUP-LINHA TO ALUNO-MASTER-REC
                   WRITE ALUNO-MASTER-REC
                   ADD 1 TO RM-QT-RESTAURADOS
             END-IF.
             PERFORM 8100-LER-BACKUP.

       8000-ABRIR-BACKUP.
             OPEN INPUT BACKUP-ENTRADA.
             MOVE WRK-FS-BACKUP TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   MOVE 'S' TO WRK-AUSENTE-SW
             END-IF.

       8100-LER-BACKUP.
             IF NOT FIM-BACKUP
                   READ BACKUP-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       8300-GUARDAR-TRAILER.
             MOVE 'S' TO WRK-TRAILER-SW.
             MOVE BACKUP-LINHA TO WRK-TRAILER.
             MOVE WRK-TRL-QTDE TO RM-QT-TRAILER.
             IF WRK-TRL-DATA IS NUMERIC AND WRK-TRL-HORA IS NUMERIC
                   MOVE WRK-TRL-DATA TO RM-DATA-BACKUP
                   MOVE WRK-TRL-HORA TO RM-HORA-BACKUP
             END-IF.

       END PROGRAM RECARGA-MESTRE.
