      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APROVACAO DAS BOLSAS E DESCONTOS DE MENSALIDADE
      *          PENDENTES NO BOLSAMST (INCLUIDAS OU ALTERADAS PELO
      *          CARGA-BOLSA). SO ADMINISTRADOR OU SUPERVISOR PODE
      *          DECIDIR, NOS MOLDES DO APROVA-DESCONTO: A BOLSA
      *          APROVADA PASSA A DESCONTAR NO FATURA-MENSALIDADE, A
      *          NEGADA NAO, E AS DUAS FICAM COM O APROVADOR E A DATA
      *          CARIMBADOS E COM A IMAGEM ANTES/DEPOIS NO JORNAL DE
      *          MUDANCAS (MUDJRN).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RESPOSTA S APROVA, N NEGA; QUALQUER OUTRA RESPOSTA DEIXA A
      * BOLSA PENDENTE PARA UMA PROXIMA EXECUCAO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-BOLSA.
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

           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-MATRICULA
                  FILE STATUS IS WRK-FS-BOLSA.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  BOLSA-MASTER.
       COPY bolsa.

       FD  ALUNO-MASTER.
       COPY aluno.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSA     PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-BOLSAS          VALUE 'S'.

       77 WRK-APROVADOR      PIC X(10) VALUE SPACES.
       77 WRK-SENHA-APROVADOR PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-SW   PIC X(01) VALUE 'N'.
         88 APROVADOR-ENCONTRADO  VALUE 'S'.
       77 WRK-AUTORIZADO-SW  PIC X(01) VALUE 'N'.
         88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE          VALUE 'S'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

       77 WRK-DECISAO      PIC X(01) VALUE SPACE.
         88 DECISAO-APROVA      VALUE 'S'.
         88 DECISAO-NEGA        VALUE 'N'.
       77 WRK-QT-APROVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NEGADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ADIADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 0100-IDENTIFICAR-APROVADOR.

             IF APROVADOR-AUTORIZADO
                   PERFORM 1000-ABRIR
                   PERFORM 2000-DECIDIR-BOLSA UNTIL FIM-BOLSAS
                   PERFORM 9000-ENCERRAR
             ELSE
                   DISPLAY 'APROVADOR NAO AUTORIZADO A DECIDIR '
                           'BOLSAS'
             END-IF.

             GOBACK.

       0100-IDENTIFICAR-APROVADOR.
             DISPLAY 'USUARIO APROVADOR: '
             ACCEPT WRK-APROVADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA-APROVADOR.

             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-APROVADOR-SW.
             MOVE WRK-APROVADOR TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-APROVADOR-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-APROVADOR-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF APROVADOR-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA-APROVADOR TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA-APROVADOR = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF APROVADOR-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.

       1000-ABRIR.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE 'BOLSAMST'     TO JP-ARQUIVO.
             MOVE 'APROVA-BOLSA' TO JP-PROGRAMA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN I-O BOLSA-MASTER.
             MOVE WRK-FS-BOLSA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'BOLSAMST AUSENTE, NADA A APROVAR'
             ELSE
                   MOVE ZEROS TO BO-MATRICULA
                   START BOLSA-MASTER KEY IS >= BO-MATRICULA
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
                   PERFORM 1100-LER-PENDENTE
             END-IF.
             OPEN INPUT ALUNO-MASTER.

       1100-LER-PENDENTE.
             IF NOT FIM-BOLSAS
                   READ BOLSA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             PERFORM 1110-PULAR-DECIDIDA
                   UNTIL FIM-BOLSAS OR BO-PENDENTE.

       1110-PULAR-DECIDIDA.
             READ BOLSA-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-DECIDIR-BOLSA.
             MOVE BO-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE '*** FORA DO ALUNOMST ***' TO AL-NOME
                         MOVE SPACES TO AL-TURMA
             END-READ.
             DISPLAY ' '.
             DISPLAY 'BOLSA PENDENTE DE APROVACAO:'.
             DISPLAY ' ALUNO..........: ' BO-MATRICULA ' ' AL-NOME.
             DISPLAY ' TURMA..........: ' AL-TURMA.
             DISPLAY ' TIPO (M/S/I/F).: ' BO-TIPO.
             IF BO-FORMA-PERCENTUAL
                   DISPLAY ' PERCENTUAL.....: ' BO-PERCENTUAL
             ELSE
                   DISPLAY ' VALOR FIXO.....: ' BO-VALOR
             END-IF.
             DISPLAY ' VIGENCIA.......: ' BO-COMPET-INICIO ' A '
                     BO-COMPET-FIM.
             DISPLAY ' PERDE SE REPROV: ' BO-PERDE-REPROVACAO
                     '  ATRASO MAXIMO: ' BO-DIAS-ATRASO ' DIAS'.
             DISPLAY 'APROVAR ESTA BOLSA (S/N, OUTRA = ADIAR)? '
             ACCEPT WRK-DECISAO.

             EVALUATE TRUE
                   WHEN DECISAO-APROVA
                         MOVE 'A' TO JP-OPERACAO
                         MOVE BOLSA-MASTER-REC TO JP-ANTES
                         MOVE 'A' TO BO-SITUACAO
                         PERFORM 2100-CARIMBAR-DECISAO
                         ADD 1 TO WRK-QT-APROVADAS
                   WHEN DECISAO-NEGA
                         MOVE 'A' TO JP-OPERACAO
                         MOVE BOLSA-MASTER-REC TO JP-ANTES
                         MOVE 'N' TO BO-SITUACAO
                         PERFORM 2100-CARIMBAR-DECISAO
                         ADD 1 TO WRK-QT-NEGADAS
                   WHEN OTHER
                         ADD 1 TO WRK-QT-ADIADAS
             END-EVALUATE.

             PERFORM 1100-LER-PENDENTE.

       2100-CARIMBAR-DECISAO.
             MOVE WRK-APROVADOR TO BO-APROVADOR.
             MOVE WRK-DATA-HOJE TO BO-DATA-APROV.
             REWRITE BOLSA-MASTER-REC.
             MOVE BOLSA-MASTER-REC TO JP-DEPOIS.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE ALUNO-MASTER.
             CLOSE BOLSA-MASTER.
             DISPLAY 'APROVACAO DE BOLSAS CONCLUIDA'.
             DISPLAY 'BOLSAS APROVADAS........: ' WRK-QT-APROVADAS.
             DISPLAY 'BOLSAS NEGADAS..........: ' WRK-QT-NEGADAS.
             DISPLAY 'BOLSAS ADIADAS..........: ' WRK-QT-ADIADAS.

       END PROGRAM APROVA-BOLSA.
