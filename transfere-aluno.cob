      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: TRANSFERENCIA DE ALUNO ENTRE TURMAS NO MEIO DO TERMO,
      *          SEM PERDER NOTAS NEM FREQUENCIA - CONFERE A VAGA NA
      *          TURMA DE DESTINO (TU-CAPACIDADE CONTRA OS
      *          MATRICULADOS DO TERMO NO MATRTERM CUJO AL-TURMA E O
      *          DESTINO, COMO O CARGA-MATRICULA), CASA AS DISCIPLINAS
      *          DAS DUAS TURMAS NO TURMA-MASTER E MUDA A TURMA DO
      *          ALUNO. AS NOTAS DAS DISCIPLINAS COMUNS PASSAM PARA A
      *          TURMA NOVA; AS DISCIPLINAS SO DA TURMA NOVA SAEM COMO
      *          PENDENTES NO COMPROVANTE (RELTRALU); AS SO DA TURMA
      *          ANTIGA FICAM ENCERRADAS COMO TRANSFERIDO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O NOTA-LEDGER E REGRAVADO PELO ARQUIVO DE TRABALHO NOTATRAL,
      * COMO NAS CORRECOES DO LOTE-NOTAS: AS LINHAS DA MATRICULA NO
      * TERMO E NA TURMA DE ORIGEM TEM NLG-TURMA TROCADO PELO DESTINO
      * QUANDO A DISCIPLINA EXISTE NAS DUAS TURMAS (NOTAS, RECUPERACAO
      * E PROFESSOR PRESERVADOS), OU NLG-SITUACAO TROCADA PARA
      * 'TRANSFERIDO' QUANDO A DISCIPLINA NAO EXISTE NO DESTINO - ESTA
      * TROCA VAI PARA O NOTA-AUDIT, COM O USUARIO QUE TRANSFERIU. A
      * FREQUENCIA DO FREQLDG E POR MATRICULA + TERMO, SEM TURMA, E
      * ACOMPANHA O ALUNO SEM MUDANCA. CADA TRANSFERENCIA GRAVA UMA
      * LINHA NO TRANSFAL, QUE O REL-TURMA LE PARA MOSTRAR O ALUNO
      * COMO TRANSFERIDO (E NAO REPROVADO) NA TURMA ANTIGA.
      * SO ADMINISTRADOR OU SUPERVISOR PODE TRANSFERIR. TURMA CHEIA
      * RECUSA A TRANSFERENCIA (NAO HA ESPERA NO MEIO DO TERMO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOTA-AUDIT GANHA NAU-EXECUCAO (RODADA DE LOTE);
      *                 A TRANSFERENCIA E AVULSA E GRAVA RODADA ZERO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERE-ALUNO.
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

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT MATRICULA-TERMO ASSIGN TO 'MATRTERM'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ME-CHAVE
                  FILE STATUS IS WRK-FS-MATR.

           SELECT TURMA-MASTER ASSIGN TO 'TURMAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TU-CODIGO
                  FILE STATUS IS WRK-FS-TURMA.

           SELECT DISCIPLINA-MASTER ASSIGN TO 'DISCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DI-CODIGO
                  FILE STATUS IS WRK-FS-DISC.

           SELECT NOTA-LEDGER ASSIGN TO 'NOTALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT NOTA-TRAB ASSIGN TO 'NOTATRAL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT NOTA-AUDIT ASSIGN TO 'NOTAAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTA-AUDIT.

           SELECT TRANSF-ALUNO-LEDGER ASSIGN TO 'TRANSFAL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRANSF.

           SELECT REL-TRANSF-ALUNO ASSIGN TO 'RELTRALU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  MATRICULA-TERMO.
       COPY matrterm.

       FD  TURMA-MASTER.
       COPY turma.

       FD  DISCIPLINA-MASTER.
       COPY disciplin.

       FD  NOTA-LEDGER.
       COPY notaldg.

       FD  NOTA-TRAB.
       COPY notaldg REPLACING
            ==NOTA-LEDGER-REC== BY ==NOTA-TRAB-REC==
            ==NLG-MATRICULA==   BY ==NTB-MATRICULA==
            ==NLG-TERMO==       BY ==NTB-TERMO==
            ==NLG-NOTA1==       BY ==NTB-NOTA1==
            ==NLG-NOTA2==       BY ==NTB-NOTA2==
            ==NLG-MEDIA==       BY ==NTB-MEDIA==
            ==NLG-SITUACAO==    BY ==NTB-SITUACAO==
            ==NLG-DATA==        BY ==NTB-DATA==
            ==NLG-NOTA-RECUP==  BY ==NTB-NOTA-RECUP==
            ==NLG-DISCIPLINA==  BY ==NTB-DISCIPLINA==
            ==NLG-TURMA==       BY ==NTB-TURMA==
            ==NLG-PROFESSOR==   BY ==NTB-PROFESSOR==
            ==NLG-EXECUCAO==    BY ==NTB-EXECUCAO==.

       FD  NOTA-AUDIT.
       COPY notaaud.

       FD  TRANSF-ALUNO-LEDGER.
       COPY trfaluno.

       FD  REL-TRANSF-ALUNO.
       01  REL-TRANSF-LINHA    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-MATR      PIC X(02) VALUE '00'.
       77 WRK-FS-TURMA     PIC X(02) VALUE '00'.
       77 WRK-FS-DISC      PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSF    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-MATRICULAS      VALUE 'S'.
       77 WRK-EOF-LEDGER-SW PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-EOF-TRAB-SW  PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO        VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-RECUSA-SW    PIC X(01) VALUE 'N'.
         88 TRANSF-RECUSADA     VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACE.

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

       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-TERMO        PIC 9(02) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(03) VALUE SPACES.
       77 WRK-DESTINO      PIC X(03) VALUE SPACES.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-CAPACIDADE   PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPADAS     PIC 9(03) VALUE ZEROS.
       77 WRK-DISC-TESTE   PIC 9(03) VALUE ZEROS.
       77 WRK-IX           PIC 9(02) VALUE ZEROS.
       77 WRK-IX-BUSCA     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-MANTIDAS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ENCERRADAS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LINHAS-MOVIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LINHAS-ENCERR  PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------
      * DISCIPLINAS DAS DUAS TURMAS (TU-DISCIPLINA, ZERO = VAZIA).
      * TDD-SITUACAO: M = MANTIDA (EXISTE NA ORIGEM), P = PENDENTE.
      * TDO-NO-DESTINO: S = SEGUE PARA A TURMA NOVA, N = ENCERRADA.
      *----------------------------------------------------------------
       01 TABELA-DISC-ORIGEM.
          05 TDO-DET OCCURS 10 TIMES.
             10 TDO-DISCIPLINA PIC 9(03).
             10 TDO-NO-DESTINO PIC X(01).
             10 TDO-QT-LINHAS  PIC 9(03).
       01 TABELA-DISC-DESTINO.
          05 TDD-DET OCCURS 10 TIMES.
             10 TDD-DISCIPLINA PIC 9(03).
             10 TDD-SITUACAO   PIC X(01).
             10 TDD-QT-LINHAS  PIC 9(03).

       01  LINHA-ALUNO.
           05 FILLER          PIC X(07) VALUE 'ALUNO: '.
           05 LA-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-NOME         PIC X(30).
           05 FILLER          PIC X(08) VALUE '  TERMO '.
           05 LA-TERMO        PIC Z9.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  LINHA-TURMAS.
           05 FILLER          PIC X(16) VALUE 'TURMA DE ORIGEM '.
           05 LT-ORIGEM       PIC X(03).
           05 FILLER          PIC X(20) VALUE '   TURMA DE DESTINO '.
           05 LT-DESTINO      PIC X(03).
           05 FILLER          PIC X(09) VALUE '   VAGAS '.
           05 LT-OCUPADAS     PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 LT-CAPACIDADE   PIC ZZ9.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-DISCIPLINA.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-DISCIPLINA   PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NOME         PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-SITUACAO     PIC X(30).
           05 FILLER          PIC X(08) VALUE ' LINHAS='.
           05 LD-QT-LINHAS    PIC ZZ9.
           05 FILLER          PIC X(11) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(11) VALUE 'MANTIDAS = '.
           05 LT-QT-MANTIDAS  PIC Z9.
           05 FILLER          PIC X(14) VALUE '  PENDENTES = '.
           05 LT-QT-PENDENTES PIC Z9.
           05 FILLER          PIC X(15) VALUE '  ENCERRADAS = '.
           05 LT-QT-ENCERRADAS PIC Z9.
           05 FILLER          PIC X(34) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-IDENTIFICAR-OPERADOR.
             IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A TRANSFERIR '
                           'ALUNO DE TURMA'
                   GOBACK
             END-IF.

             DISPLAY 'MATRICULA DO ALUNO: '
             ACCEPT WRK-MATRICULA.
             DISPLAY 'TERMO EM CURSO (NN): '
             ACCEPT WRK-TERMO.
             DISPLAY 'TURMA DE DESTINO: '
             ACCEPT WRK-DESTINO.

             PERFORM 1000-ABRIR.
             PERFORM 2000-VALIDAR.
             IF TRANSF-RECUSADA
                   DISPLAY 'TRANSFERENCIA RECUSADA: ' WRK-MOTIVO
                   PERFORM 9100-FECHAR-MESTRES
                   GOBACK
             END-IF.

             PERFORM 3000-CASAR-DISCIPLINAS.
             DISPLAY 'ALUNO ' WRK-MATRICULA ' ' WRK-NOME.
             DISPLAY 'TURMA ' WRK-ORIGEM ' -> ' WRK-DESTINO
                     ' NO TERMO ' WRK-TERMO.
             DISPLAY 'DISCIPLINAS MANTIDAS....: ' WRK-QT-MANTIDAS.
             DISPLAY 'DISCIPLINAS PENDENTES...: ' WRK-QT-PENDENTES.
             DISPLAY 'DISCIPLINAS ENCERRADAS..: ' WRK-QT-ENCERRADAS.
             DISPLAY 'CONFIRMA A TRANSFERENCIA (S/N)? '
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA NOT = 'S'
                   DISPLAY 'TRANSFERENCIA NAO CONFIRMADA'
                   PERFORM 9100-FECHAR-MESTRES
                   GOBACK
             END-IF.

             PERFORM 4000-ATUALIZAR-ALUNO.
             PERFORM 5000-REGRAVAR-LEDGER.
             PERFORM 6000-GRAVAR-TRANSFERENCIA.
             PERFORM 7000-COMPROVANTE.
             PERFORM 9000-ENCERRAR.
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

       1000-ABRIR.
             OPEN I-O ALUNO-MASTER.
             OPEN INPUT MATRICULA-TERMO.
             OPEN INPUT TURMA-MASTER.
             OPEN INPUT DISCIPLINA-MASTER.

      *----------------------------------------------------------------
      * ALUNO CADASTRADO E MATRICULADO NO TERMO, TURMA DE DESTINO
      * CADASTRADA E DIFERENTE DA ATUAL, E COM VAGA NO TERMO.
      *----------------------------------------------------------------
       2000-VALIDAR.
             MOVE 'N' TO WRK-RECUSA-SW.
             MOVE WRK-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'ALUNO NAO CADASTRADO' TO WRK-MOTIVO
                   NOT INVALID KEY
                         MOVE AL-NOME  TO WRK-NOME
                         MOVE AL-TURMA TO WRK-ORIGEM
             END-READ.

             IF NOT TRANSF-RECUSADA
                   MOVE WRK-TERMO     TO ME-TERMO
                   MOVE WRK-MATRICULA TO ME-MATRICULA
                   READ MATRICULA-TERMO
                         INVALID KEY
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'ALUNO NAO MATRICULADO NO TERMO'
                                    TO WRK-MOTIVO
                   END-READ
             END-IF.

             IF NOT TRANSF-RECUSADA
                   AND WRK-DESTINO = WRK-ORIGEM
                   MOVE 'S' TO WRK-RECUSA-SW
                   MOVE 'ALUNO JA ESTA NA TURMA DE DESTINO'
                        TO WRK-MOTIVO
             END-IF.

             IF NOT TRANSF-RECUSADA
                   MOVE WRK-DESTINO TO TU-CODIGO
                   READ TURMA-MASTER
                         INVALID KEY
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'TURMA DE DESTINO NAO CADASTRADA'
                                    TO WRK-MOTIVO
                         NOT INVALID KEY
                               MOVE TU-CAPACIDADE TO WRK-CAPACIDADE
                   END-READ
             END-IF.

             IF NOT TRANSF-RECUSADA
                   PERFORM 2100-CONTAR-OCUPADAS
                   IF WRK-OCUPADAS NOT < WRK-CAPACIDADE
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'TURMA DE DESTINO SEM VAGA NO TERMO'
                              TO WRK-MOTIVO
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * VAGAS OCUPADAS: MATRICULADOS DO TERMO CUJA TURMA NO
      * ALUNO-MASTER E O DESTINO.
      *----------------------------------------------------------------
       2100-CONTAR-OCUPADAS.
             MOVE ZEROS TO WRK-OCUPADAS.
             MOVE 'N' TO WRK-EOF-MAT-SW.
             MOVE WRK-TERMO TO ME-TERMO.
             MOVE ZEROS TO ME-MATRICULA.
             START MATRICULA-TERMO KEY IS >= ME-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-MAT-SW
             END-START.
             PERFORM 2110-LER-MATRICULA.
             PERFORM 2120-CONTAR-MATRICULA UNTIL FIM-MATRICULAS.

       2110-LER-MATRICULA.
             IF NOT FIM-MATRICULAS
                   READ MATRICULA-TERMO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-MAT-SW
                   END-READ
                   IF NOT FIM-MATRICULAS
                         AND ME-TERMO NOT = WRK-TERMO
                         MOVE 'S' TO WRK-EOF-MAT-SW
                   END-IF
             END-IF.

       2120-CONTAR-MATRICULA.
             MOVE ME-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE SPACES TO AL-TURMA
             END-READ.
             IF AL-TURMA = WRK-DESTINO
                   ADD 1 TO WRK-OCUPADAS
             END-IF.
             PERFORM 2110-LER-MATRICULA.

      *----------------------------------------------------------------
      * CASA AS DISCIPLINAS DA TURMA DE ORIGEM COM AS DO DESTINO.
      *----------------------------------------------------------------
       3000-CASAR-DISCIPLINAS.
             MOVE ZEROS TO WRK-QT-MANTIDAS.
             MOVE ZEROS TO WRK-QT-PENDENTES.
             MOVE ZEROS TO WRK-QT-ENCERRADAS.
             MOVE 1 TO WRK-IX.
             PERFORM 3010-GUARDAR-DESTINO UNTIL WRK-IX > 10.

             MOVE WRK-ORIGEM TO TU-CODIGO.
             READ TURMA-MASTER
                   INVALID KEY
                         MOVE 1 TO WRK-IX
                         PERFORM 3020-ZERAR-DISCIPLINA
                               UNTIL WRK-IX > 10
                         DISPLAY 'TURMA DE ORIGEM ' WRK-ORIGEM
                                 ' FORA DO TURMA-MASTER, NENHUMA '
                                 'DISCIPLINA SERA MANTIDA'
             END-READ.
             MOVE 1 TO WRK-IX.
             PERFORM 3030-GUARDAR-ORIGEM UNTIL WRK-IX > 10.

             MOVE 1 TO WRK-IX.
             PERFORM 3100-CLASSIFICAR-DESTINO UNTIL WRK-IX > 10.
             MOVE 1 TO WRK-IX.
             PERFORM 3200-CLASSIFICAR-ORIGEM UNTIL WRK-IX > 10.

       3010-GUARDAR-DESTINO.
             MOVE TU-DISCIPLINA(WRK-IX) TO TDD-DISCIPLINA(WRK-IX).
             MOVE SPACE TO TDD-SITUACAO(WRK-IX).
             MOVE ZEROS TO TDD-QT-LINHAS(WRK-IX).
             ADD 1 TO WRK-IX.

       3020-ZERAR-DISCIPLINA.
             MOVE ZEROS TO TU-DISCIPLINA(WRK-IX).
             ADD 1 TO WRK-IX.

       3030-GUARDAR-ORIGEM.
             MOVE TU-DISCIPLINA(WRK-IX) TO TDO-DISCIPLINA(WRK-IX).
             MOVE 'N' TO TDO-NO-DESTINO(WRK-IX).
             MOVE ZEROS TO TDO-QT-LINHAS(WRK-IX).
             ADD 1 TO WRK-IX.

       3100-CLASSIFICAR-DESTINO.
             IF TDD-DISCIPLINA(WRK-IX) NOT = ZEROS
                   MOVE TDD-DISCIPLINA(WRK-IX) TO WRK-DISC-TESTE
                   PERFORM 3300-LOCALIZAR-NA-ORIGEM
                   IF LINHA-ACHADA
                         MOVE 'M' TO TDD-SITUACAO(WRK-IX)
                         ADD 1 TO WRK-QT-MANTIDAS
                   ELSE
                         MOVE 'P' TO TDD-SITUACAO(WRK-IX)
                         ADD 1 TO WRK-QT-PENDENTES
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX.

       3200-CLASSIFICAR-ORIGEM.
             IF TDO-DISCIPLINA(WRK-IX) NOT = ZEROS
                   MOVE TDO-DISCIPLINA(WRK-IX) TO WRK-DISC-TESTE
                   PERFORM 3400-LOCALIZAR-NO-DESTINO
                   IF LINHA-ACHADA
                         MOVE 'S' TO TDO-NO-DESTINO(WRK-IX)
                   ELSE
                         ADD 1 TO WRK-QT-ENCERRADAS
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX.

       3300-LOCALIZAR-NA-ORIGEM.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-BUSCA.
             PERFORM 3310-COMPARAR-ORIGEM
                   UNTIL WRK-IX-BUSCA > 10 OR LINHA-ACHADA.

       3310-COMPARAR-ORIGEM.
             IF TDO-DISCIPLINA(WRK-IX-BUSCA) = WRK-DISC-TESTE
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-BUSCA
             END-IF.

       3400-LOCALIZAR-NO-DESTINO.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-BUSCA.
             PERFORM 3410-COMPARAR-DESTINO
                   UNTIL WRK-IX-BUSCA > 10 OR LINHA-ACHADA.

       3410-COMPARAR-DESTINO.
             IF TDD-DISCIPLINA(WRK-IX-BUSCA) = WRK-DISC-TESTE
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-BUSCA
             END-IF.

       4000-ATUALIZAR-ALUNO.
             MOVE WRK-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         DISPLAY 'ALUNO ' WRK-MATRICULA
                                 ' SAIU DO ALUNO-MASTER, TURMA NAO '
                                 'ATUALIZADA'
                   NOT INVALID KEY
                         MOVE WRK-DESTINO TO AL-TURMA
                         REWRITE ALUNO-MASTER-REC
             END-READ.

      *----------------------------------------------------------------
      * O LEDGER E COPIADO PARA O ARQUIVO DE TRABALHO COM AS LINHAS DO
      * ALUNO NA TURMA DE ORIGEM AJUSTADAS, E DEPOIS COPIADO DE VOLTA.
      *----------------------------------------------------------------
       5000-REGRAVAR-LEDGER.
             MOVE ZEROS TO WRK-QT-LINHAS-MOVIDAS.
             MOVE ZEROS TO WRK-QT-LINHAS-ENCERR.
             OPEN INPUT NOTA-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'NOTALDG AUSENTE, NENHUMA NOTA A TRANSFERIR'
             ELSE
                   OPEN EXTEND NOTA-AUDIT
                   MOVE WRK-FS-NOTA-AUDIT TO WRK-FS-ULTIMO
                   IF FS-ARQ-OPCIONAL-AUSENTE
                         CLOSE NOTA-AUDIT
                         OPEN OUTPUT NOTA-AUDIT
                   END-IF

                   MOVE 'N' TO WRK-EOF-LEDGER-SW
                   OPEN OUTPUT NOTA-TRAB
                   PERFORM 5100-LER-LEDGER
                   PERFORM 5200-COPIAR-AJUSTANDO UNTIL FIM-LEDGER
                   CLOSE NOTA-LEDGER
                   CLOSE NOTA-TRAB

                   MOVE 'N' TO WRK-EOF-TRAB-SW
                   OPEN INPUT NOTA-TRAB
                   OPEN OUTPUT NOTA-LEDGER
                   PERFORM 5500-LER-TRABALHO
                   PERFORM 5600-COPIAR-DE-VOLTA UNTIL FIM-TRABALHO
                   CLOSE NOTA-TRAB
                   CLOSE NOTA-LEDGER
                   CLOSE NOTA-AUDIT
             END-IF.

       5100-LER-LEDGER.
             READ NOTA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-LEDGER-SW
             END-READ.

       5200-COPIAR-AJUSTANDO.
             IF NLG-MATRICULA = WRK-MATRICULA
                   AND NLG-TERMO = WRK-TERMO
                   AND NLG-TURMA = WRK-ORIGEM
                   MOVE NLG-DISCIPLINA TO WRK-DISC-TESTE
                   PERFORM 3400-LOCALIZAR-NO-DESTINO
                   IF LINHA-ACHADA
                         MOVE WRK-DESTINO TO NLG-TURMA
                         ADD 1 TO TDD-QT-LINHAS(WRK-IX-BUSCA)
                         ADD 1 TO WRK-QT-LINHAS-MOVIDAS
                   ELSE
                         PERFORM 5400-GRAVAR-AUDITORIA
                         MOVE 'TRANSFERIDO' TO NLG-SITUACAO
                         PERFORM 3300-LOCALIZAR-NA-ORIGEM
                         IF LINHA-ACHADA
                               ADD 1 TO TDO-QT-LINHAS(WRK-IX-BUSCA)
                         END-IF
                         ADD 1 TO WRK-QT-LINHAS-ENCERR
                   END-IF
             END-IF.
             MOVE NOTA-LEDGER-REC TO NOTA-TRAB-REC.
             WRITE NOTA-TRAB-REC.
             PERFORM 5100-LER-LEDGER.

       5400-GRAVAR-AUDITORIA.
             MOVE NLG-MATRICULA  TO NAU-MATRICULA.
             MOVE NLG-TERMO      TO NAU-TERMO.
             MOVE NLG-DISCIPLINA TO NAU-DISCIPLINA.
             MOVE NLG-NOTA1      TO NAU-NOTA1-ANT.
             MOVE NLG-NOTA2      TO NAU-NOTA2-ANT.
             MOVE NLG-MEDIA      TO NAU-MEDIA-ANT.
             MOVE NLG-SITUACAO   TO NAU-SITUACAO-ANT.
             MOVE NLG-NOTA1      TO NAU-NOTA1-NOVA.
             MOVE NLG-NOTA2      TO NAU-NOTA2-NOVA.
             MOVE NLG-MEDIA      TO NAU-MEDIA-NOVA.
             MOVE 'TRANSFERIDO'  TO NAU-SITUACAO-NOVA.
             MOVE WRK-OPERADOR   TO NAU-OPERADOR.
             MOVE WRK-DATA-HOJE  TO NAU-DATA.
             MOVE ZEROS          TO NAU-EXECUCAO.
             WRITE NOTA-AUDIT-REC.

       5500-LER-TRABALHO.
             READ NOTA-TRAB
                   AT END MOVE 'S' TO WRK-EOF-TRAB-SW
             END-READ.

       5600-COPIAR-DE-VOLTA.
             MOVE NOTA-TRAB-REC TO NOTA-LEDGER-REC.
             WRITE NOTA-LEDGER-REC.
             PERFORM 5500-LER-TRABALHO.

       6000-GRAVAR-TRANSFERENCIA.
             OPEN EXTEND TRANSF-ALUNO-LEDGER.
             MOVE WRK-FS-TRANSF TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE TRANSF-ALUNO-LEDGER
                   OPEN OUTPUT TRANSF-ALUNO-LEDGER
             END-IF.
             MOVE WRK-TERMO         TO TF-TERMO.
             MOVE WRK-MATRICULA     TO TF-MATRICULA.
             MOVE WRK-ORIGEM        TO TF-TURMA-ORIGEM.
             MOVE WRK-DESTINO       TO TF-TURMA-DESTINO.
             MOVE WRK-DATA-HOJE     TO TF-DATA.
             MOVE WRK-QT-MANTIDAS   TO TF-QT-MANTIDAS.
             MOVE WRK-QT-PENDENTES  TO TF-QT-PENDENTES.
             MOVE WRK-QT-ENCERRADAS TO TF-QT-ENCERRADAS.
             MOVE WRK-OPERADOR      TO TF-OPERADOR.
             WRITE TRANSF-ALUNO-REC.
             CLOSE TRANSF-ALUNO-LEDGER.

      *----------------------------------------------------------------
      * COMPROVANTE: CADA DISCIPLINA DO DESTINO (MANTIDA COM AS NOTAS
      * OU PENDENTE NA TURMA NOVA) E CADA DISCIPLINA ENCERRADA NA
      * ORIGEM.
      *----------------------------------------------------------------
       7000-COMPROVANTE.
             OPEN OUTPUT REL-TRANSF-ALUNO.
             PERFORM 8000-CABECALHO.
             MOVE WRK-MATRICULA TO LA-MATRICULA.
             MOVE WRK-NOME      TO LA-NOME.
             MOVE WRK-TERMO     TO LA-TERMO.
             WRITE REL-TRANSF-LINHA FROM LINHA-ALUNO.
             MOVE WRK-ORIGEM     TO LT-ORIGEM.
             MOVE WRK-DESTINO    TO LT-DESTINO.
             MOVE WRK-OCUPADAS   TO LT-OCUPADAS.
             MOVE WRK-CAPACIDADE TO LT-CAPACIDADE.
             WRITE REL-TRANSF-LINHA FROM LINHA-TURMAS.
             WRITE REL-TRANSF-LINHA FROM SPACES.
             MOVE 1 TO WRK-IX.
             PERFORM 7100-IMPRIMIR-DESTINO UNTIL WRK-IX > 10.
             MOVE 1 TO WRK-IX.
             PERFORM 7200-IMPRIMIR-ENCERRADA UNTIL WRK-IX > 10.
             WRITE REL-TRANSF-LINHA FROM SPACES.
             MOVE WRK-QT-MANTIDAS   TO LT-QT-MANTIDAS.
             MOVE WRK-QT-PENDENTES  TO LT-QT-PENDENTES.
             MOVE WRK-QT-ENCERRADAS TO LT-QT-ENCERRADAS.
             WRITE REL-TRANSF-LINHA FROM LINHA-TOTAL.
             WRITE REL-TRANSF-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-TRANSF-ALUNO.

       7100-IMPRIMIR-DESTINO.
             IF TDD-DISCIPLINA(WRK-IX) NOT = ZEROS
                   MOVE TDD-DISCIPLINA(WRK-IX) TO LD-DISCIPLINA
                   PERFORM 7300-DESCREVER-DISCIPLINA
                   IF TDD-SITUACAO(WRK-IX) = 'M'
                         MOVE 'MANTIDA - NOTAS TRANSFERIDAS'
                              TO LD-SITUACAO
                   ELSE
                         MOVE 'PENDENTE NA TURMA NOVA' TO LD-SITUACAO
                   END-IF
                   MOVE TDD-QT-LINHAS(WRK-IX) TO LD-QT-LINHAS
                   WRITE REL-TRANSF-LINHA FROM LINHA-DISCIPLINA
             END-IF.
             ADD 1 TO WRK-IX.

       7200-IMPRIMIR-ENCERRADA.
             IF TDO-DISCIPLINA(WRK-IX) NOT = ZEROS
                   AND TDO-NO-DESTINO(WRK-IX) = 'N'
                   MOVE TDO-DISCIPLINA(WRK-IX) TO LD-DISCIPLINA
                   PERFORM 7300-DESCREVER-DISCIPLINA
                   MOVE 'ENCERRADA NA ORIGEM-TRANSFER.'
                        TO LD-SITUACAO
                   MOVE TDO-QT-LINHAS(WRK-IX) TO LD-QT-LINHAS
                   WRITE REL-TRANSF-LINHA FROM LINHA-DISCIPLINA
             END-IF.
             ADD 1 TO WRK-IX.

       7300-DESCREVER-DISCIPLINA.
             MOVE LD-DISCIPLINA TO DI-CODIGO.
             READ DISCIPLINA-MASTER
                   INVALID KEY
                         MOVE 'NAO CADASTRADA' TO LD-NOME
                   NOT INVALID KEY
                         MOVE DI-NOME TO LD-NOME
             END-READ.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'TRANSFERENCIA DE ALUNO ENTRE TURMAS'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-TRANSF-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-TRANSF-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-TRANSF-LINHA.
             WRITE REL-TRANSF-LINHA.

       9000-ENCERRAR.
             PERFORM 9100-FECHAR-MESTRES.
             DISPLAY 'TRANSFERENCIA CONCLUIDA'.
             DISPLAY 'LINHAS DE NOTA TRANSFERIDAS: '
                     WRK-QT-LINHAS-MOVIDAS.
             DISPLAY 'LINHAS DE NOTA ENCERRADAS..: '
                     WRK-QT-LINHAS-ENCERR.

       9100-FECHAR-MESTRES.
             CLOSE DISCIPLINA-MASTER.
             CLOSE TURMA-MASTER.
             CLOSE MATRICULA-TERMO.
             CLOSE ALUNO-MASTER.

       END PROGRAM TRANSFERE-ALUNO.
