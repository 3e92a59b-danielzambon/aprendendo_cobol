      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CIENCIA DOS TESTES DE RESTAURACAO REPROVADOS - O
      *          ADMINISTRADOR OU SUPERVISOR VE CADA TESTE REPROVADO DO
      *          TESTREST AINDA SEM CIENCIA E CONFIRMA QUE TOMOU
      *          CONHECIMENTO, TIRANDO O TESTE DO REL-PENDENCIAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A CIENCIA GRAVA USUARIO E DATA NO PROPRIO REGISTRO DO TESTE E
      * PASSA PELO JORNAL MUDJRN (ARQUIVO 'TESTREST') COM AS IMAGENS
      * ANTES E DEPOIS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIENCIA-TESTE-REST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO 'USUAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT TESTE-RESTAURACAO ASSIGN TO 'TESTREST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TR-CHAVE
                  FILE STATUS IS WRK-FS-TESTE.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  TESTE-RESTAURACAO.
       COPY testrest.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-TESTE     PIC X(02) VALUE '00'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TESTES         VALUE 'S'.
       77 WRK-QT-PENDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CIENTES   PIC 9(04) VALUE ZEROS.

       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OPERADOR PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-SW    PIC X(01) VALUE 'N'.
         88 OPERADOR-ENCONTRADO  VALUE 'S'.
       77 WRK-AUTORIZADO-SW  PIC X(01) VALUE 'N'.
         88 OPERADOR-AUTORIZADO  VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE          VALUE 'S'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-IDENTIFICAR-OPERADOR.
             IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A DAR CIENCIA '
                           'DE TESTE DE RESTAURACAO'
                   GOBACK
             END-IF.

             OPEN I-O TESTE-RESTAURACAO.
             MOVE WRK-FS-TESTE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'TESTREST AUSENTE, NENHUM TESTE A VER'
                   GOBACK
             END-IF.

             PERFORM 1000-LER-TESTE.
             PERFORM 2000-AVALIAR-TESTE UNTIL FIM-TESTES.
             CLOSE TESTE-RESTAURACAO.

             DISPLAY 'TESTES REPROVADOS SEM CIENCIA: ' WRK-QT-PENDENTES.
             DISPLAY 'CIENCIAS REGISTRADAS.........: ' WRK-QT-CIENTES.
             GOBACK.

       0100-IDENTIFICAR-OPERADOR.
             DISPLAY 'USUARIO: '
             ACCEPT WRK-OPERADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA-OPERADOR.

             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-OPERADOR-SW.
             MOVE WRK-OPERADOR TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-OPERADOR-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-OPERADOR-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF OPERADOR-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA-OPERADOR TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA-OPERADOR = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF OPERADOR-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.

       1000-LER-TESTE.
             READ TESTE-RESTAURACAO NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-AVALIAR-TESTE.
             IF TR-REPROVADO AND NOT TR-CIENCIA-DADA
                   ADD 1 TO WRK-QT-PENDENTES
                   DISPLAY ' '
                   DISPLAY 'TESTE DE ' TR-DATA ' MESTRE ' TR-MESTRE
                   DISPLAY 'MOTIVO: ' TR-MOTIVO
                   DISPLAY 'BACKUP DE ' TR-DATA-BACKUP ' '
                           TR-HORA-BACKUP
                   DISPLAY 'TRAILER ' TR-QT-TRAILER
                           ' RESTAURADOS ' TR-QT-RESTAURADOS
                   DISPLAY 'FALTANDO ' TR-QT-FALTANTES
                           ' SOBRANDO ' TR-QT-SOBRANDO
                           ' DIFERENTES ' TR-QT-DIFERENTES
                   DISPLAY 'DAR CIENCIA (S/N)? '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                         PERFORM 3000-REGISTRAR-CIENCIA
                   END-IF
             END-IF.
             PERFORM 1000-LER-TESTE.

       3000-REGISTRAR-CIENCIA.
             MOVE TESTE-RESTAURACAO-REC TO JP-ANTES.
             MOVE 'S'           TO TR-CIENCIA.
             MOVE WRK-OPERADOR  TO TR-CIENCIA-USUARIO.
             MOVE WRK-DATA-HOJE TO TR-CIENCIA-DATA.
             REWRITE TESTE-RESTAURACAO-REC
                   INVALID KEY
                         DISPLAY 'FALHA AO GRAVAR A CIENCIA DO TESTE '
                                 TR-DATA ' ' TR-MESTRE
                   NOT INVALID KEY
                         ADD 1 TO WRK-QT-CIENTES
                         MOVE 'A' TO JP-OPERACAO
                         MOVE TESTE-RESTAURACAO-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
             END-REWRITE.

       8800-GRAVAR-JORNAL.
             MOVE 'TESTREST' TO JP-ARQUIVO.
             MOVE 'CIENCIA-TESTE-REST' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       END PROGRAM CIENCIA-TESTE-REST.
