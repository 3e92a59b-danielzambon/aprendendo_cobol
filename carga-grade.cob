      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DA GRADE HORARIA SEMANAL (GRADEMST,
      *          COPYBOOK GRADEHOR) - DISCIPLINA E SALA DE CADA TURMA
      *          EM CADA DIA/PERIODO DO TERMO. RECUSA O HORARIO QUE
      *          COLOCA O MESMO PROFESSOR (PELA ATRIBMST) OU A MESMA
      *          SALA EM DUAS TURMAS NO MESMO DIA E PERIODO, E O QUE
      *          PASSA DA CARGA SEMANAL DA DISCIPLINA (DI-AULAS-SEMANA).
      *          O REL-GRADE IMPRIME AS GRADES E AS PENDENCIAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL GRADESEQ (ACAO I/A/E, TERMO, TURMA,
      * DIA, PERIODO, DISCIPLINA E SALA) COM OS CODIGOS DE ACAO DAS
      * DEMAIS CARGAS. A TURMA E VALIDADA CONTRA O TURMA-MASTER (A
      * DISCIPLINA PRECISA ESTAR VINCULADA A ELA) E A DISCIPLINA
      * PRECISA DE ATRIBUICAO NO TERMO (CARGA-ATRIBUICAO ANTES), DE
      * ONDE SAI O PROFESSOR PARA O CONFLITO. A GRADE INTEIRA FICA EM
      * TABELA DURANTE A CARGA (LIMITE DE 2000 HORARIOS) PARA OS
      * CONFLITOS ENTRE TURMAS; A EXCLUSAO SO PRECISA DA CHAVE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-GRADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-ENTRADA ASSIGN TO 'GRADESEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT GRADE-HORARIA ASSIGN TO 'GRADEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GH-CHAVE
                  FILE STATUS IS WRK-FS-GRADE.

           SELECT ATRIBUICAO-MASTER ASSIGN TO 'ATRIBMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AT-CHAVE
                  FILE STATUS IS WRK-FS-ATRIB.

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

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-ENTRADA.
       01  GRADE-ENTRADA-REC.
           05 GE-ACAO          PIC X(01).
           05 GE-TERMO         PIC 9(02).
           05 GE-TURMA         PIC X(03).
           05 GE-DIA           PIC 9(01).
           05 GE-PERIODO       PIC 9(01).
           05 GE-DISCIPLINA    PIC 9(03).
           05 GE-SALA          PIC X(04).

       FD  GRADE-HORARIA.
       COPY gradehor.

       FD  ATRIBUICAO-MASTER.
       COPY atribuic.

       FD  TURMA-MASTER.
       COPY turma.

       FD  DISCIPLINA-MASTER.
       COPY disciplin.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-GRADE   PIC X(02) VALUE '00'.
       77 WRK-FS-ATRIB   PIC X(02) VALUE '00'.
       77 WRK-FS-TURMA   PIC X(02) VALUE '00'.
       77 WRK-FS-DISC    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-EOF-GRD-SW PIC X(01) VALUE 'N'.
         88 FIM-GRADE          VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-VALIDO-SW  PIC X(01) VALUE 'N'.
         88 HORARIO-VALIDO     VALUE 'S'.
       77 WRK-ACHOU-SW   PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA       VALUE 'S'.
       77 WRK-PROFESSOR  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NA-GRADE PIC 9(03) VALUE ZEROS.
       77 WRK-IX-DISC    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONFLITOS PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------
      * GRADE EM MEMORIA: UM HORARIO POR LINHA, COM O PROFESSOR DA
      * ATRIBUICAO; A LINHA EXCLUIDA FICA INATIVA (TG-ATIVO = 'N').
      *----------------------------------------------------------------
       01 TABELA-GRADE.
          05 TG-DET OCCURS 2000 TIMES INDEXED BY IX-TG.
             10 TG-TERMO       PIC 9(02).
             10 TG-TURMA       PIC X(03).
             10 TG-DIA         PIC 9(01).
             10 TG-PERIODO     PIC 9(01).
             10 TG-DISCIPLINA  PIC 9(03).
             10 TG-SALA        PIC X(04).
             10 TG-PROFESSOR   PIC 9(04).
             10 TG-ATIVO       PIC X(01).
       77 WRK-QT-GRADE   PIC 9(04) VALUE ZEROS.
       77 WRK-IX-PROPRIO PIC 9(04) VALUE ZEROS.

       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 1000-ABRIR.
             PERFORM 1200-CARREGAR-GRADE.
             PERFORM 1100-LER-ENTRADA.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT GRADE-ENTRADA.
             OPEN I-O GRADE-HORARIA.
             MOVE WRK-FS-GRADE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE GRADE-HORARIA
                   OPEN OUTPUT GRADE-HORARIA
                   CLOSE GRADE-HORARIA
                   OPEN I-O GRADE-HORARIA
             END-IF.
             OPEN INPUT ATRIBUICAO-MASTER.
             OPEN INPUT TURMA-MASTER.
             OPEN INPUT DISCIPLINA-MASTER.

       1100-LER-ENTRADA.
             READ GRADE-ENTRADA
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

      *----------------------------------------------------------------
      * A GRADE JA GRAVADA VAI PARA A TABELA, COM O PROFESSOR ATUAL
      * DA ATRIBUICAO (ZERO SE A ATRIBUICAO FOI EXCLUIDA DEPOIS).
      *----------------------------------------------------------------
       1200-CARREGAR-GRADE.
             MOVE ZEROS TO WRK-QT-GRADE.
             MOVE 'N' TO WRK-EOF-GRD-SW.
             MOVE LOW-VALUES TO GH-CHAVE.
             START GRADE-HORARIA KEY IS >= GH-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-GRD-SW
             END-START.
             PERFORM 1210-LER-GRADE.
             PERFORM 1220-GUARDAR-GRADE UNTIL FIM-GRADE.

       1210-LER-GRADE.
             IF NOT FIM-GRADE
                   READ GRADE-HORARIA NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-GRD-SW
                   END-READ
             END-IF.

       1220-GUARDAR-GRADE.
             IF WRK-QT-GRADE < 2000
                   MOVE GH-TERMO      TO AT-TERMO
                   MOVE GH-TURMA      TO AT-TURMA
                   MOVE GH-DISCIPLINA TO AT-DISCIPLINA
                   PERFORM 1230-BUSCAR-PROFESSOR
                   ADD 1 TO WRK-QT-GRADE
                   SET IX-TG TO WRK-QT-GRADE
                   MOVE GH-TERMO      TO TG-TERMO(IX-TG)
                   MOVE GH-TURMA      TO TG-TURMA(IX-TG)
                   MOVE GH-DIA        TO TG-DIA(IX-TG)
                   MOVE GH-PERIODO    TO TG-PERIODO(IX-TG)
                   MOVE GH-DISCIPLINA TO TG-DISCIPLINA(IX-TG)
                   MOVE GH-SALA       TO TG-SALA(IX-TG)
                   MOVE WRK-PROFESSOR TO TG-PROFESSOR(IX-TG)
                   MOVE 'S'           TO TG-ATIVO(IX-TG)
             ELSE
                   DISPLAY 'TABELA DA GRADE CHEIA, HORARIO FORA DA '
                           'CONFERENCIA: ' GH-TERMO ' ' GH-TURMA
                           ' ' GH-DIA ' ' GH-PERIODO
             END-IF.
             PERFORM 1210-LER-GRADE.

       1230-BUSCAR-PROFESSOR.
             MOVE ZEROS TO WRK-PROFESSOR.
             READ ATRIBUICAO-MASTER
                   INVALID KEY
                         CONTINUE
                   NOT INVALID KEY
                         MOVE AT-PROFESSOR TO WRK-PROFESSOR
             END-READ.

       2000-PROCESSAR-ENTRADA.
             PERFORM 2050-BUSCAR-CHAVE.

             EVALUATE TRUE
                   WHEN GE-ACAO = 'E'
                         PERFORM 2300-EXCLUIR
                   WHEN GE-ACAO = 'I' OR GE-ACAO = 'A'
                         PERFORM 2400-VALIDAR-HORARIO
                         IF HORARIO-VALIDO
                               IF GE-ACAO = 'I'
                                     PERFORM 2100-INCLUIR
                               ELSE
                                     PERFORM 2200-ALTERAR
                               END-IF
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 GE-ACAO ' TERMO ' GE-TERMO
                                 ' TURMA ' GE-TURMA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE GE-TERMO   TO GH-TERMO.
             MOVE GE-TURMA   TO GH-TURMA.
             MOVE GE-DIA     TO GH-DIA.
             MOVE GE-PERIODO TO GH-PERIODO.
             READ GRADE-HORARIA
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.
             PERFORM 2060-LOCALIZAR-PROPRIO.

      *----------------------------------------------------------------
      * LINHA DA TABELA COM A MESMA CHAVE (O PROPRIO HORARIO, NA
      * ALTERACAO E NA EXCLUSAO); ZERO QUANDO NAO HA.
      *----------------------------------------------------------------
       2060-LOCALIZAR-PROPRIO.
             MOVE ZEROS TO WRK-IX-PROPRIO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-GRADE > 0
                   SET IX-TG TO 1
                   PERFORM 2070-COMPARAR-PROPRIO
                         UNTIL IX-TG > WRK-QT-GRADE OR LINHA-ACHADA
             END-IF.
             IF LINHA-ACHADA
                   SET WRK-IX-PROPRIO TO IX-TG
             END-IF.

       2070-COMPARAR-PROPRIO.
             IF TG-ATIVO(IX-TG) = 'S'
                   AND TG-TERMO(IX-TG) = GE-TERMO
                   AND TG-TURMA(IX-TG) = GE-TURMA
                   AND TG-DIA(IX-TG) = GE-DIA
                   AND TG-PERIODO(IX-TG) = GE-PERIODO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TG UP BY 1
             END-IF.

       2100-INCLUIR.
             IF CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'INCLUSAO DUPLICADA DE HORARIO: '
                           GE-TERMO ' ' GE-TURMA ' ' GE-DIA
                           ' ' GE-PERIODO
             ELSE
                   IF WRK-QT-GRADE < 2000
                         MOVE GE-TERMO      TO GH-TERMO
                         MOVE GE-TURMA      TO GH-TURMA
                         MOVE GE-DIA        TO GH-DIA
                         MOVE GE-PERIODO    TO GH-PERIODO
                         MOVE GE-DISCIPLINA TO GH-DISCIPLINA
                         MOVE GE-SALA       TO GH-SALA
                         WRITE GRADE-HORARIA-REC
                         ADD 1 TO WRK-QT-CARGA
                         ADD 1 TO WRK-QT-GRADE
                         SET IX-TG TO WRK-QT-GRADE
                         MOVE GE-TERMO      TO TG-TERMO(IX-TG)
                         MOVE GE-TURMA      TO TG-TURMA(IX-TG)
                         MOVE GE-DIA        TO TG-DIA(IX-TG)
                         MOVE GE-PERIODO    TO TG-PERIODO(IX-TG)
                         MOVE GE-DISCIPLINA TO TG-DISCIPLINA(IX-TG)
                         MOVE GE-SALA       TO TG-SALA(IX-TG)
                         MOVE WRK-PROFESSOR TO TG-PROFESSOR(IX-TG)
                         MOVE 'S'           TO TG-ATIVO(IX-TG)
                   ELSE
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'TABELA DA GRADE CHEIA, INCLUSAO '
                                 'REJEITADA: ' GE-TERMO ' '
                                 GE-TURMA ' ' GE-DIA ' ' GE-PERIODO
                   END-IF
             END-IF.

       2200-ALTERAR.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'ALTERACAO DE HORARIO INEXISTENTE: '
                           GE-TERMO ' ' GE-TURMA ' ' GE-DIA
                           ' ' GE-PERIODO
             ELSE
                   MOVE GE-DISCIPLINA TO GH-DISCIPLINA
                   MOVE GE-SALA       TO GH-SALA
                   REWRITE GRADE-HORARIA-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   IF WRK-IX-PROPRIO > 0
                         SET IX-TG TO WRK-IX-PROPRIO
                         MOVE GE-DISCIPLINA TO TG-DISCIPLINA(IX-TG)
                         MOVE GE-SALA       TO TG-SALA(IX-TG)
                         MOVE WRK-PROFESSOR TO TG-PROFESSOR(IX-TG)
                   END-IF
             END-IF.

       2300-EXCLUIR.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'EXCLUSAO DE HORARIO INEXISTENTE: '
                           GE-TERMO ' ' GE-TURMA ' ' GE-DIA
                           ' ' GE-PERIODO
             ELSE
                   DELETE GRADE-HORARIA
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   IF WRK-IX-PROPRIO > 0
                         SET IX-TG TO WRK-IX-PROPRIO
                         MOVE 'N' TO TG-ATIVO(IX-TG)
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * VALIDACAO DA INCLUSAO/ALTERACAO: DIA E PERIODO, SALA, TURMA E
      * DISCIPLINA VINCULADA, ATRIBUICAO (PROFESSOR), CONFLITO DE
      * PROFESSOR OU SALA COM OUTRA TURMA E CARGA SEMANAL. A PRIMEIRA
      * FALHA REJEITA O HORARIO.
      *----------------------------------------------------------------
       2400-VALIDAR-HORARIO.
             MOVE 'S' TO WRK-VALIDO-SW.
             MOVE ZEROS TO WRK-PROFESSOR.
             IF GE-DIA IS NOT NUMERIC OR GE-PERIODO IS NOT NUMERIC
                   OR GE-DIA < 2 OR GE-DIA > 7 OR GE-PERIODO = 0
                   MOVE 'N' TO WRK-VALIDO-SW
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'DIA (2 A 7) OU PERIODO (1 A 9) INVALIDO, '
                           'HORARIO REJEITADO: ' GE-TURMA ' '
                           GE-DIA ' ' GE-PERIODO
             END-IF.
             IF HORARIO-VALIDO AND GE-SALA = SPACES
                   MOVE 'N' TO WRK-VALIDO-SW
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'HORARIO SEM SALA, REJEITADO: ' GE-TURMA
                           ' ' GE-DIA ' ' GE-PERIODO
             END-IF.
             IF HORARIO-VALIDO
                   PERFORM 2410-VALIDAR-TURMA
             END-IF.
             IF HORARIO-VALIDO
                   MOVE GE-TERMO      TO AT-TERMO
                   MOVE GE-TURMA      TO AT-TURMA
                   MOVE GE-DISCIPLINA TO AT-DISCIPLINA
                   PERFORM 1230-BUSCAR-PROFESSOR
                   IF WRK-PROFESSOR = ZEROS
                         MOVE 'N' TO WRK-VALIDO-SW
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'DISCIPLINA ' GE-DISCIPLINA
                                 ' SEM ATRIBUICAO NA TURMA '
                                 GE-TURMA ' TERMO ' GE-TERMO
                                 ', HORARIO REJEITADO'
                   END-IF
             END-IF.
             IF HORARIO-VALIDO
                   PERFORM 2500-VERIFICAR-CONFLITOS
             END-IF.
             IF HORARIO-VALIDO
                   PERFORM 2600-VERIFICAR-CARGA
             END-IF.

       2410-VALIDAR-TURMA.
             MOVE GE-TURMA TO TU-CODIGO.
             READ TURMA-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-VALIDO-SW
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'TURMA FORA DO MESTRE, HORARIO '
                                 'REJEITADO: ' GE-TURMA
             END-READ.
             IF HORARIO-VALIDO
                   MOVE 'N' TO WRK-ACHOU-SW
                   MOVE 1 TO WRK-IX-DISC
                   PERFORM 2420-COMPARAR-DISCIPLINA
                         UNTIL WRK-IX-DISC > 10 OR LINHA-ACHADA
                   IF NOT LINHA-ACHADA
                         MOVE 'N' TO WRK-VALIDO-SW
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'DISCIPLINA ' GE-DISCIPLINA
                                 ' NAO VINCULADA A TURMA '
                                 GE-TURMA ', HORARIO REJEITADO'
                   END-IF
             END-IF.

       2420-COMPARAR-DISCIPLINA.
             IF TU-DISCIPLINA(WRK-IX-DISC) = GE-DISCIPLINA
                   AND GE-DISCIPLINA NOT = ZEROS
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-DISC
             END-IF.

      *----------------------------------------------------------------
      * NO MESMO TERMO, DIA E PERIODO, NENHUMA OUTRA TURMA PODE TER
      * O MESMO PROFESSOR NEM A MESMA SALA.
      *----------------------------------------------------------------
       2500-VERIFICAR-CONFLITOS.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-GRADE > 0
                   SET IX-TG TO 1
                   PERFORM 2510-COMPARAR-CONFLITO
                         UNTIL IX-TG > WRK-QT-GRADE OR LINHA-ACHADA
             END-IF.
             IF LINHA-ACHADA
                   MOVE 'N' TO WRK-VALIDO-SW
                   ADD 1 TO WRK-QT-REJ-ACAO
                   ADD 1 TO WRK-QT-CONFLITOS
                   IF TG-SALA(IX-TG) = GE-SALA
                         DISPLAY 'SALA ' GE-SALA ' JA OCUPADA PELA '
                                 'TURMA ' TG-TURMA(IX-TG)
                                 ' NO DIA ' GE-DIA ' PERIODO '
                                 GE-PERIODO ', HORARIO DA TURMA '
                                 GE-TURMA ' REJEITADO'
                   ELSE
                         DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                                 ' JA NA TURMA ' TG-TURMA(IX-TG)
                                 ' NO DIA ' GE-DIA ' PERIODO '
                                 GE-PERIODO ', HORARIO DA TURMA '
                                 GE-TURMA ' REJEITADO'
                   END-IF
             END-IF.

       2510-COMPARAR-CONFLITO.
             IF TG-ATIVO(IX-TG) = 'S'
                   AND TG-TERMO(IX-TG) = GE-TERMO
                   AND TG-DIA(IX-TG) = GE-DIA
                   AND TG-PERIODO(IX-TG) = GE-PERIODO
                   AND TG-TURMA(IX-TG) NOT = GE-TURMA
                   AND (TG-SALA(IX-TG) = GE-SALA
                        OR TG-PROFESSOR(IX-TG) = WRK-PROFESSOR)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TG UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * A DISCIPLINA NAO PODE TER NA TURMA MAIS HORARIOS QUE A CARGA
      * SEMANAL DO DISCMST (O PROPRIO HORARIO, NA ALTERACAO, NAO
      * CONTA). CARGA ZERO NO MESTRE NAO LIMITA.
      *----------------------------------------------------------------
       2600-VERIFICAR-CARGA.
             MOVE GE-DISCIPLINA TO DI-CODIGO.
             READ DISCIPLINA-MASTER
                   INVALID KEY
                         MOVE ZEROS TO DI-AULAS-SEMANA
             END-READ.
             MOVE ZEROS TO WRK-QT-NA-GRADE.
             IF DI-AULAS-SEMANA > ZEROS AND WRK-QT-GRADE > 0
                   SET IX-TG TO 1
                   PERFORM 2610-CONTAR-HORARIO
                         UNTIL IX-TG > WRK-QT-GRADE
                   IF WRK-QT-NA-GRADE NOT < DI-AULAS-SEMANA
                         MOVE 'N' TO WRK-VALIDO-SW
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'DISCIPLINA ' GE-DISCIPLINA
                                 ' JA COM ' WRK-QT-NA-GRADE
                                 ' AULAS NA TURMA ' GE-TURMA
                                 ' (CARGA SEMANAL ' DI-AULAS-SEMANA
                                 '), HORARIO REJEITADO'
                   END-IF
             END-IF.

       2610-CONTAR-HORARIO.
             IF TG-ATIVO(IX-TG) = 'S'
                   AND TG-TERMO(IX-TG) = GE-TERMO
                   AND TG-TURMA(IX-TG) = GE-TURMA
                   AND TG-DISCIPLINA(IX-TG) = GE-DISCIPLINA
                   AND IX-TG NOT = WRK-IX-PROPRIO
                   ADD 1 TO WRK-QT-NA-GRADE
             END-IF.
             SET IX-TG UP BY 1.

       9000-ENCERRAR.
             CLOSE GRADE-ENTRADA.
             CLOSE GRADE-HORARIA.
             CLOSE ATRIBUICAO-MASTER.
             CLOSE TURMA-MASTER.
             CLOSE DISCIPLINA-MASTER.
             DISPLAY 'CARGA DA GRADE HORARIA CONCLUIDA'.
             DISPLAY 'HORARIOS INCLUIDOS......: ' WRK-QT-CARGA.
             DISPLAY 'HORARIOS ATUALIZADOS....: ' WRK-QT-ATUALIZ.
             DISPLAY 'HORARIOS EXCLUIDOS......: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.
             DISPLAY 'REJEITADAS POR CONFLITO.: ' WRK-QT-CONFLITOS.

       END PROGRAM CARGA-GRADE.
