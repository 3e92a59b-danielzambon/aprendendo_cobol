      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO MESTRE DE EXCECOES DE ACESSO
      *          (EXCACESS, COPYBOOK EXCACESS) - EXCECAO TEMPORARIA DE
      *          UM USUARIO AOS DIAS, A JANELA DE HORARIO E AS FILIAIS
      *          DO PERFIL DELE, COM DATA DE VALIDADE, MOTIVO E QUEM
      *          AUTORIZOU. VENCIDA A VALIDADE, O CONFERE-JANELA
      *          IGNORA A EXCECAO E O PERFIL VOLTA A VALER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL EXCSEQ (ACAO I/A/E, USUARIO, 7 FLAGS
      * S/N DOS DIAS DOMINGO A SABADO, HORA INICIAL E FINAL HHMM, 10
      * FILIAIS DE 2 DIGITOS, VALIDADE AAAAMMDD, MOTIVO E AUTORIZADOR)
      * COM OS CODIGOS DE ACAO DAS DEMAIS CARGAS. INCLUSAO E ALTERACAO
      * EXIGEM USUARIO CADASTRADO NO USUARIO-MASTER, VALIDADE A PARTIR
      * DE HOJE, HORAS VALIDAS E AUTORIZADOR DIFERENTE DO PROPRIO
      * USUARIO. TODA MUDANCA PASSA PELO JORNAL MUDJRN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-EXCECAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCECOES-ENTRADA ASSIGN TO 'EXCSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT EXCECAO-ACESSO ASSIGN TO 'EXCACESS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EX-USUARIO
                  FILE STATUS IS WRK-FS-EXCECAO.

           SELECT USUARIO-MASTER ASSIGN TO 'USUAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCECOES-ENTRADA.
       01  EXCECOES-ENTRADA-REC.
           05 EL-ACAO          PIC X(01).
             88 EL-INCLUI-ALTERA   VALUE 'I' 'A'.
           05 EL-USUARIO       PIC X(10).
           05 EL-DIAS-SEMANA   PIC X(07).
           05 EL-DIAS-SEMANA-R REDEFINES EL-DIAS-SEMANA.
              10 EL-DIA         OCCURS 7 TIMES PIC X(01).
           05 EL-HORA-INICIO   PIC X(04).
           05 EL-HORA-INICIO-R REDEFINES EL-HORA-INICIO.
              10 EL-HH-INICIO   PIC 9(02).
              10 EL-MM-INICIO   PIC 9(02).
           05 EL-HORA-FIM      PIC X(04).
           05 EL-HORA-FIM-R REDEFINES EL-HORA-FIM.
              10 EL-HH-FIM      PIC 9(02).
              10 EL-MM-FIM      PIC 9(02).
           05 EL-FILIAL        OCCURS 10 TIMES PIC X(02).
           05 EL-VALIDADE      PIC X(08).
           05 EL-VALIDADE-N REDEFINES EL-VALIDADE PIC 9(08).
           05 EL-MOTIVO        PIC X(30).
           05 EL-AUTORIZADOR   PIC X(10).

       FD  EXCECAO-ACESSO.
       COPY excacess.

       FD  USUARIO-MASTER.
       COPY usuario.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-EXCECAO   PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-USUARIO-SW   PIC X(01) VALUE 'N'.
         88 USUARIO-CADASTRADO VALUE 'S'.
       77 WRK-SEM-USU-SW   PIC X(01) VALUE 'N'.
         88 SEM-USUARIOS       VALUE 'S'.
       77 WRK-MOTIVO-REJ   PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IX-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CARGA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
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
             PERFORM 1000-ABRIR.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT EXCECOES-ENTRADA.
             OPEN I-O EXCECAO-ACESSO.
             MOVE WRK-FS-EXCECAO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE EXCECAO-ACESSO
                   OPEN OUTPUT EXCECAO-ACESSO
                   CLOSE EXCECAO-ACESSO
                   OPEN I-O EXCECAO-ACESSO
             END-IF.
             MOVE 'N' TO WRK-SEM-USU-SW.
             OPEN INPUT USUARIO-MASTER.
             MOVE WRK-FS-USUARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-SEM-USU-SW
                   DISPLAY 'USUARIO-MASTER AUSENTE, INCLUSOES E '
                           'ALTERACOES SERAO REJEITADAS'
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             READ EXCECOES-ENTRADA
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-PROCESSAR-ENTRADA.
             PERFORM 2050-BUSCAR-CHAVE.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             IF EL-INCLUI-ALTERA
                   PERFORM 2060-VALIDAR-EXCECAO
             END-IF.

             EVALUATE TRUE
                   WHEN EL-USUARIO = SPACES
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'USUARIO DA EXCECAO EM BRANCO '
                                 'REJEITADO'
                   WHEN WRK-MOTIVO-REJ NOT = SPACES
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'EXCECAO REJEITADA: ' EL-USUARIO
                                 ' - ' WRK-MOTIVO-REJ
                   WHEN EL-ACAO = 'I'
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE '
                                       'EXCECAO: ' EL-USUARIO
                         ELSE
                               MOVE SPACES TO JP-ANTES
                               PERFORM 2500-MONTAR-REGISTRO
                               WRITE EXCECAO-ACESSO-REC
                               ADD 1 TO WRK-QT-CARGA
                               MOVE 'I' TO JP-OPERACAO
                               MOVE EXCECAO-ACESSO-REC TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                         END-IF
                   WHEN EL-ACAO = 'A'
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE EXCECAO '
                                       'INEXISTENTE: ' EL-USUARIO
                         ELSE
                               MOVE EXCECAO-ACESSO-REC TO JP-ANTES
                               PERFORM 2500-MONTAR-REGISTRO
                               REWRITE EXCECAO-ACESSO-REC
                               ADD 1 TO WRK-QT-ATUALIZ
                               MOVE 'A' TO JP-OPERACAO
                               MOVE EXCECAO-ACESSO-REC TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                         END-IF
                   WHEN EL-ACAO = 'E'
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE EXCECAO '
                                       'INEXISTENTE: ' EL-USUARIO
                         ELSE
                               MOVE EXCECAO-ACESSO-REC TO JP-ANTES
                               DELETE EXCECAO-ACESSO
                               ADD 1 TO WRK-QT-EXCLUIDOS
                               MOVE 'E' TO JP-OPERACAO
                               MOVE SPACES TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 EL-ACAO ' USUARIO ' EL-USUARIO
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE EL-USUARIO TO EX-USUARIO.
             READ EXCECAO-ACESSO
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

      *----------------------------------------------------------------
      * SO A INCLUSAO E A ALTERACAO SAO CONFERIDAS; A EXCLUSAO PRECISA
      * APENAS DA CHAVE. O PRIMEIRO MOTIVO ENCONTRADO REJEITA A LINHA.
      *----------------------------------------------------------------
       2060-VALIDAR-EXCECAO.
             IF EL-HORA-INICIO = SPACES
                   MOVE '0000' TO EL-HORA-INICIO
             END-IF.
             IF EL-HORA-FIM = SPACES
                   MOVE '0000' TO EL-HORA-FIM
             END-IF.
             PERFORM 2070-BUSCAR-USUARIO.
             EVALUATE TRUE
                   WHEN NOT USUARIO-CADASTRADO
                         MOVE 'USUARIO NAO CADASTRADO'
                              TO WRK-MOTIVO-REJ
                   WHEN EL-VALIDADE IS NOT NUMERIC
                         MOVE 'VALIDADE INVALIDA' TO WRK-MOTIVO-REJ
                   WHEN EL-VALIDADE-N < WRK-DATA-HOJE
                         MOVE 'VALIDADE JA VENCIDA' TO WRK-MOTIVO-REJ
                   WHEN EL-HORA-INICIO IS NOT NUMERIC
                     OR EL-HORA-FIM IS NOT NUMERIC
                         MOVE 'JANELA DE HORARIO INVALIDA'
                              TO WRK-MOTIVO-REJ
                   WHEN EL-HH-INICIO > 23 OR EL-MM-INICIO > 59
                     OR EL-HH-FIM > 23 OR EL-MM-FIM > 59
                         MOVE 'JANELA DE HORARIO INVALIDA'
                              TO WRK-MOTIVO-REJ
                   WHEN EL-AUTORIZADOR = SPACES
                         MOVE 'SEM AUTORIZADOR' TO WRK-MOTIVO-REJ
                   WHEN EL-AUTORIZADOR = EL-USUARIO
                         MOVE 'AUTORIZADOR E O PROPRIO USUARIO'
                              TO WRK-MOTIVO-REJ
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.

       2070-BUSCAR-USUARIO.
             MOVE 'N' TO WRK-USUARIO-SW.
             IF NOT SEM-USUARIOS
                   MOVE EL-USUARIO TO US-USUARIO
                   READ USUARIO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-USUARIO-SW
                   END-READ
             END-IF.

       2500-MONTAR-REGISTRO.
             MOVE EL-USUARIO     TO EX-USUARIO.
             IF EL-DIAS-SEMANA = SPACES
                   MOVE SPACES TO EX-DIAS-SEMANA
             ELSE
                   MOVE 1 TO WRK-IX-DIA
                   PERFORM 2510-MOVER-DIA UNTIL WRK-IX-DIA > 7
             END-IF.
             MOVE EL-HORA-INICIO TO EX-HORA-INICIO.
             MOVE EL-HORA-FIM    TO EX-HORA-FIM.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 2520-MOVER-FILIAL UNTIL WRK-IX-FIL > 10.
             MOVE EL-VALIDADE-N  TO EX-VALIDADE.
             MOVE EL-MOTIVO      TO EX-MOTIVO.
             MOVE EL-AUTORIZADOR TO EX-AUTORIZADOR.
             MOVE WRK-DATA-HOJE  TO EX-DATA-CADASTRO.

       2510-MOVER-DIA.
             IF EL-DIA(WRK-IX-DIA) = 'S'
                   MOVE 'S' TO EX-DIA-PERMITIDO(WRK-IX-DIA)
             ELSE
                   MOVE 'N' TO EX-DIA-PERMITIDO(WRK-IX-DIA)
             END-IF.
             ADD 1 TO WRK-IX-DIA.

       2520-MOVER-FILIAL.
             IF EL-FILIAL(WRK-IX-FIL) IS NUMERIC
                   MOVE EL-FILIAL(WRK-IX-FIL)
                        TO EX-FILIAL(WRK-IX-FIL)
             ELSE
                   MOVE ZEROS TO EX-FILIAL(WRK-IX-FIL)
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       8800-GRAVAR-JORNAL.
             MOVE 'EXCACESS' TO JP-ARQUIVO.
             MOVE 'CARGA-EXCECAO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE EXCECOES-ENTRADA.
             CLOSE EXCECAO-ACESSO.
             IF NOT SEM-USUARIOS
                   CLOSE USUARIO-MASTER
             END-IF.
             DISPLAY 'CARGA DE EXCECOES DE ACESSO CONCLUIDA'.
             DISPLAY 'EXCECOES INCLUIDAS......: ' WRK-QT-CARGA.
             DISPLAY 'EXCECOES ATUALIZADAS....: ' WRK-QT-ATUALIZ.
             DISPLAY 'EXCECOES EXCLUIDAS......: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-EXCECAO.
