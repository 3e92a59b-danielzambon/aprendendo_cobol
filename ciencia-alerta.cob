      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CIENCIA DOS ALERTAS OPERACIONAIS - O ADMINISTRADOR OU
      *          SUPERVISOR VE CADA ALERTA DO MESTRE ALERTAS AINDA SEM
      *          CIENCIA (OU SO OS DE UM DESTINO) E CONFIRMA QUE
      *          TOMOU CONHECIMENTO, TIRANDO O ALERTA DO REL-ALERTAS;
      *          UMA NOVA OCORRENCIA DA MESMA CONDICAO DEPOIS DA
      *          CIENCIA VOLTA A GERAR ALERTA NO GRAVA-ALERTA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A CIENCIA GRAVA USUARIO, DATA E HORA NO PROPRIO ALERTA E PASSA
      * PELO JORNAL MUDJRN (ARQUIVO 'ALERTAS') COM AS IMAGENS ANTES E
      * DEPOIS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIENCIA-ALERTA.
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

           SELECT ALERTA-MASTER ASSIGN TO 'ALERTAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-NUMERO
                  ALTERNATE RECORD KEY IS AL-CONDICAO
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-ALERTA.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  ALERTA-MASTER.
       COPY alerta.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-DESTINO      PIC X(12) VALUE SPACES.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ALERTAS        VALUE 'S'.
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
                           'DE ALERTA'
                   GOBACK
             END-IF.

             DISPLAY 'DESTINO (BRANCO = TODOS): '
             ACCEPT WRK-DESTINO.

             OPEN I-O ALERTA-MASTER.
             MOVE WRK-FS-ALERTA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'ALERTAS AUSENTE, NENHUM ALERTA A VER'
                   GOBACK
             END-IF.

             PERFORM 1000-LER-ALERTA.
             PERFORM 2000-AVALIAR-ALERTA UNTIL FIM-ALERTAS.
             CLOSE ALERTA-MASTER.

             DISPLAY 'ALERTAS SEM CIENCIA.........: ' WRK-QT-PENDENTES.
             DISPLAY 'CIENCIAS REGISTRADAS........: ' WRK-QT-CIENTES.
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

       1000-LER-ALERTA.
             READ ALERTA-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-AVALIAR-ALERTA.
             IF NOT AL-CIENCIA-DADA
                   AND (WRK-DESTINO = SPACES
                        OR AL-DESTINO = WRK-DESTINO)
                   ADD 1 TO WRK-QT-PENDENTES
                   DISPLAY ' '
                   DISPLAY 'ALERTA ' AL-NUMERO ' GRAVIDADE '
                           AL-SEVERIDADE ' DESTINO ' AL-DESTINO
                   DISPLAY 'ORIGEM ' AL-PROGRAMA ' EM ' AL-DATA ' '
                           AL-HORA
                   DISPLAY AL-MENSAGEM
                   IF AL-QT-REPETICOES > ZEROS
                         DISPLAY 'REPETIDO ' AL-QT-REPETICOES
                                 ' VEZES, ULTIMA EM ' AL-DATA-ULTIMA
                                 ' ' AL-HORA-ULTIMA
                   END-IF
                   DISPLAY 'DAR CIENCIA (S/N)? '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                         PERFORM 3000-REGISTRAR-CIENCIA
                   END-IF
             END-IF.
             PERFORM 1000-LER-ALERTA.

       3000-REGISTRAR-CIENCIA.
             MOVE ALERTA-REC TO JP-ANTES.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             MOVE 'S'            TO AL-CIENCIA.
             MOVE WRK-OPERADOR   TO AL-CIENCIA-USUARIO.
             MOVE WRK-DATA-HOJE  TO AL-CIENCIA-DATA.
             MOVE WRK-HORA-AGORA TO AL-CIENCIA-HORA.
             REWRITE ALERTA-REC
                   INVALID KEY
                         DISPLAY 'FALHA AO GRAVAR A CIENCIA DO ALERTA '
                                 AL-NUMERO
                   NOT INVALID KEY
                         ADD 1 TO WRK-QT-CIENTES
                         MOVE 'A' TO JP-OPERACAO
                         MOVE ALERTA-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
             END-REWRITE.

       8800-GRAVAR-JORNAL.
             MOVE 'ALERTAS' TO JP-ARQUIVO.
             MOVE 'CIENCIA-ALERTA' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       END PROGRAM CIENCIA-ALERTA.
