      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O PERFIL DE SERVICO '***' (IDENTIDADE DO JOB-
      *                 NOTURNO NO OPERATU) NAO PODE SER ATRIBUIDO A
      *                 USUARIO: INCLUSAO OU ALTERACAO COM ELE E
      *                 REJEITADA NO DELTA.
      * 15/10/2026 DZ - O PEDIDO DE TROCA DE NIVEL PASSA A LEVAR O
      *                 OPERADOR QUE RODOU A CARGA PELO MENU (OPERATU)
      *                 EM SOL-ORIGINADOR, PARA O APROVA-NIVEL RECUSAR A
      *                 APROVACAO PELO PROPRIO ORIGINADOR.
      * 02/09/2026 DZ - TODA INCLUSAO, ALTERACAO E EXCLUSAO DO MESTRE
      *                 PASSA A GRAVAR A IMAGEM ANTES/DEPOIS NO
      *                 JORNAL DE MUDANCAS (SUBROTINA GRAVA-JORNAL,
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SOLICIT.

           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-ENTRADA.
           05 UE-SENHA         PIC X(10).
           05 UE-NIVEL         PIC 9(02).
           05 UE-PERFIL        PIC X(03).
             88 UE-PERFIL-SERVICO  VALUE '***'.

       FD  USUARIO-MASTER.
       COPY usuario.
       FD  SOLICITACAO-NIVEL.
       COPY nivelsol.

       FD  OPERADOR-ATUAL.
       COPY operatu.

       FD  DELTA-RELATORIO.
       01  DELTA-LINHA         PIC X(132).

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO PIC X(02) VALUE '00'.
       77 WRK-FS-SOLICIT PIC X(02) VALUE '00'.
       77 WRK-FS-OPERADOR PIC X(02) VALUE '00'.
       77 WRK-OPERADOR-ORIGEM PIC X(10) VALUE SPACES.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-QT-CARGA    PIC 9(05) VALUE ZEROS.
             GOBACK.

       1000-ABRIR.
             PERFORM 1200-OBTER-OPERADOR.
             OPEN INPUT USUARIOS-ENTRADA.
             OPEN OUTPUT DELTA-RELATORIO.
             OPEN I-O USUARIO-MASTER.
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-OBTER-OPERADOR.
             MOVE SPACES TO WRK-OPERADOR-ORIGEM.
             OPEN INPUT OPERADOR-ATUAL.
             MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ OPERADOR-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE OA-USUARIO TO WRK-OPERADOR-ORIGEM
                   END-IF
                   CLOSE OPERADOR-ATUAL
             END-IF.

       2000-PROCESSAR-ENTRADA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             MOVE UE-USUARIO TO US-USUARIO.

             EVALUATE TRUE
                   WHEN UE-PERFIL-SERVICO AND UE-ACAO NOT = 'E'
                         ADD 1 TO WRK-QT-REJ-ACAO
                         MOVE SPACES TO DELTA-LINHA
                         STRING 'REJEITADO PERFIL DE SERVICO (SO DO '
                               'JOB-NOTURNO): ' UE-USUARIO
                               DELIMITED BY SIZE INTO DELTA-LINHA
                         WRITE DELTA-LINHA
                   WHEN UE-ACAO = 'I' PERFORM 2300-INCLUIR
                   WHEN UE-ACAO = 'A' PERFORM 2400-ALTERAR
                   WHEN UE-ACAO = 'E' PERFORM 2500-EXCLUIR
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         MOVE SPACES TO DELTA-LINHA
             MOVE US-NIVEL      TO SOL-NIVEL-ATUAL.
             MOVE UE-NIVEL      TO SOL-NIVEL-SOLICITADO.
             MOVE WRK-DATA-HOJE TO SOL-DATA-SOLICITACAO.
             MOVE WRK-OPERADOR-ORIGEM TO SOL-ORIGINADOR.
             WRITE SOLICITACAO-NIVEL-REC.
             ADD 1 TO WRK-QT-SOLICIT.
             DISPLAY 'SOLICITACAO DE TROCA DE NIVEL REGISTRADA: '
