      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: IMPRESSAO DA GRADE HORARIA DO TERMO INFORMADO
      *          (GRADEMST): UMA GRADE SEMANAL POR TURMA (DISCIPLINA
      *          E SALA EM CADA DIA/PERIODO), UMA POR PROFESSOR (TURMA
      *          E SALA, PELA ATRIBMST) E A RELACAO DAS ATRIBUICOES
      *          AINDA SEM HORARIO OU COM MENOS AULAS NA GRADE QUE A
      *          CARGA SEMANAL DA DISCIPLINA, NO LAYOUT RPTHDR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O PROFESSOR VEM DA ATRIBUICAO NO MOMENTO DO RELATORIO; SE A
      * ATRIBUICAO MUDOU DEPOIS DA CARGA DA GRADE E O PROFESSOR FICOU
      * EM DUAS TURMAS NO MESMO HORARIO, A CELULA SAI MARCADA '*CF' NA
      * GRADE DO PROFESSOR E O CONFLITO E CONTADO NO RESUMO. HORARIO
      * CUJA ATRIBUICAO FOI EXCLUIDA SAI NAS PENDENCIAS. LIMITES: 2000
      * HORARIOS, 300 ATRIBUICOES, 100 TURMAS E 100 PROFESSORES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-GRADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-CODIGO
                  FILE STATUS IS WRK-FS-PROF.

           SELECT REL-GRADE-ARQ ASSIGN TO 'RELGRADE'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HORARIA.
       COPY gradehor.

       FD  ATRIBUICAO-MASTER.
       COPY atribuic.

       FD  TURMA-MASTER.
       COPY turma.

       FD  DISCIPLINA-MASTER.
       COPY disciplin.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  REL-GRADE-ARQ.
       01  REL-GRADE-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-GRADE     PIC X(02) VALUE '00'.
       77 WRK-FS-ATRIB     PIC X(02) VALUE '00'.
       77 WRK-FS-TURMA     PIC X(02) VALUE '00'.
       77 WRK-FS-DISC      PIC X(02) VALUE '00'.
       77 WRK-FS-PROF      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-GRD-SW   PIC X(01) VALUE 'N'.
         88 FIM-GRADE           VALUE 'S'.
       77 WRK-EOF-ATR-SW   PIC X(01) VALUE 'N'.
         88 FIM-ATRIBUICOES     VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.

       77 WRK-TERMO        PIC 9(02) VALUE ZEROS.
       77 WRK-PROFESSOR    PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-PERIODO  PIC 9(01) VALUE ZEROS.
       77 WRK-IX-PER       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-FALTAM       PIC 9(02) VALUE ZEROS.

       01 TABELA-HORARIOS.
          05 TS-DET OCCURS 2000 TIMES INDEXED BY IX-TS.
             10 TS-TURMA       PIC X(03).
             10 TS-DIA         PIC 9(01).
             10 TS-PERIODO     PIC 9(01).
             10 TS-DISCIPLINA  PIC 9(03).
             10 TS-SALA        PIC X(04).
             10 TS-PROFESSOR   PIC 9(04).
       77 WRK-QT-HORARIOS  PIC 9(04) VALUE ZEROS.

       01 TABELA-ATRIBUICOES.
          05 TA-DET OCCURS 300 TIMES INDEXED BY IX-TA.
             10 TA-TURMA       PIC X(03).
             10 TA-DISCIPLINA  PIC 9(03).
             10 TA-PROFESSOR   PIC 9(04).
             10 TA-AULAS-SEMANA PIC 9(02).
             10 TA-NA-GRADE    PIC 9(02).
       77 WRK-QT-ATRIB     PIC 9(03) VALUE ZEROS.

       01 TABELA-TURMAS.
          05 TT-DET OCCURS 100 TIMES INDEXED BY IX-TT.
             10 TT-TURMA       PIC X(03).
       77 WRK-QT-TURMAS    PIC 9(03) VALUE ZEROS.

       01 TABELA-PROFESSORES.
          05 TP-DET OCCURS 100 TIMES INDEXED BY IX-TP.
             10 TP-PROFESSOR   PIC 9(04).
       77 WRK-QT-PROF      PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------
      * GRADE SEMANAL EM MONTAGEM: 9 PERIODOS X 6 DIAS (SEGUNDA A
      * SABADO), CADA CELULA COM CODIGO, SALA E MARCA DE CONFLITO.
      *----------------------------------------------------------------
       01 GRADE-IMPRESSAO.
          05 GI-LINHA OCCURS 9 TIMES.
             10 GI-CELULA OCCURS 6 TIMES PIC X(12).

       01 WRK-CELULA.
          05 WC-CODIGO        PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 WC-SALA          PIC X(04).
          05 WC-MARCA         PIC X(04).

       77 WRK-QT-CONFLITOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-TITULO.
           05 LT-ROTULO       PIC X(10).
           05 LT-CODIGO       PIC X(04).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 LT-NOME         PIC X(30).
           05 FILLER          PIC X(08) VALUE ' TERMO: '.
           05 LT-TERMO        PIC 9(02).
           05 FILLER          PIC X(23) VALUE SPACES.

       01  LINHA-DIAS.
           05 FILLER          PIC X(08) VALUE 'PERIODO '.
           05 FILLER          PIC X(12) VALUE 'SEGUNDA'.
           05 FILLER          PIC X(12) VALUE 'TERCA'.
           05 FILLER          PIC X(12) VALUE 'QUARTA'.
           05 FILLER          PIC X(12) VALUE 'QUINTA'.
           05 FILLER          PIC X(12) VALUE 'SEXTA'.
           05 FILLER          PIC X(12) VALUE 'SABADO'.

       01  LINHA-GRADE.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LG-PERIODO      PIC 9(01).
           05 FILLER          PIC X(04) VALUE 'A   '.
           05 LG-CELULAS      PIC X(72).

       01  LINHA-PENDENCIA.
           05 LPE-TURMA       PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LPE-DISCIPLINA  PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LPE-NOME-DISC   PIC X(20).
           05 FILLER          PIC X(06) VALUE ' PROF '.
           05 LPE-PROFESSOR   PIC 9(04).
           05 FILLER          PIC X(07) VALUE ' CARGA '.
           05 LPE-SEMANA      PIC Z9.
           05 FILLER          PIC X(08) VALUE ' GRADE '.
           05 LPE-NA-GRADE    PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LPE-SITUACAO    PIC X(22).

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY 'TERMO LETIVO DA GRADE (NN): '
             ACCEPT WRK-TERMO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-CARREGAR-HORARIOS.
             PERFORM 1500-CARREGAR-ATRIBUICOES.
             PERFORM 2000-GRADES-POR-TURMA.
             PERFORM 3000-GRADES-POR-PROFESSOR.
             PERFORM 4000-PENDENCIAS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT GRADE-HORARIA.
             MOVE WRK-FS-GRADE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GRD-SW
                   DISPLAY 'GRADEMST INEXISTENTE, NENHUM HORARIO'
             END-IF.
             OPEN INPUT ATRIBUICAO-MASTER.
             MOVE WRK-FS-ATRIB TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-ATR-SW
                   DISPLAY 'ATRIBMST INEXISTENTE, SEM ATRIBUICOES'
             END-IF.
             OPEN INPUT TURMA-MASTER.
             OPEN INPUT DISCIPLINA-MASTER.
             OPEN INPUT PROFESSOR-MASTER.
             OPEN OUTPUT REL-GRADE-ARQ.

      *----------------------------------------------------------------
      * HORARIOS DO TERMO, COM O PROFESSOR ATUAL DA ATRIBUICAO E AS
      * LISTAS DE TURMAS E PROFESSORES DISTINTOS.
      *----------------------------------------------------------------
       1100-CARREGAR-HORARIOS.
             IF NOT FIM-GRADE
                   MOVE WRK-TERMO  TO GH-TERMO
                   MOVE LOW-VALUES TO GH-TURMA
                   MOVE ZEROS      TO GH-DIA
                   MOVE ZEROS      TO GH-PERIODO
                   START GRADE-HORARIA KEY IS >= GH-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-GRD-SW
                   END-START
                   PERFORM 1110-LER-HORARIO
                   PERFORM 1120-GUARDAR-HORARIO UNTIL FIM-GRADE
             END-IF.

       1110-LER-HORARIO.
             IF NOT FIM-GRADE
                   READ GRADE-HORARIA NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-GRD-SW
                   END-READ
                   IF NOT FIM-GRADE AND GH-TERMO NOT = WRK-TERMO
                         MOVE 'S' TO WRK-EOF-GRD-SW
                   END-IF
             END-IF.

       1120-GUARDAR-HORARIO.
             IF WRK-QT-HORARIOS < 2000
                   MOVE ZEROS TO WRK-PROFESSOR
                   MOVE GH-TERMO      TO AT-TERMO
                   MOVE GH-TURMA      TO AT-TURMA
                   MOVE GH-DISCIPLINA TO AT-DISCIPLINA
                   READ ATRIBUICAO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE AT-PROFESSOR TO WRK-PROFESSOR
                   END-READ
                   ADD 1 TO WRK-QT-HORARIOS
                   SET IX-TS TO WRK-QT-HORARIOS
                   MOVE GH-TURMA      TO TS-TURMA(IX-TS)
                   MOVE GH-DIA        TO TS-DIA(IX-TS)
                   MOVE GH-PERIODO    TO TS-PERIODO(IX-TS)
                   MOVE GH-DISCIPLINA TO TS-DISCIPLINA(IX-TS)
                   MOVE GH-SALA       TO TS-SALA(IX-TS)
                   MOVE WRK-PROFESSOR TO TS-PROFESSOR(IX-TS)
                   IF GH-PERIODO > WRK-MAX-PERIODO
                         MOVE GH-PERIODO TO WRK-MAX-PERIODO
                   END-IF
                   PERFORM 1130-REGISTRAR-TURMA
                   IF WRK-PROFESSOR NOT = ZEROS
                         PERFORM 1150-REGISTRAR-PROFESSOR
                   END-IF
             ELSE
                   DISPLAY 'TABELA DE HORARIOS CHEIA, HORARIO FORA '
                           'DO RELATORIO: ' GH-TURMA ' ' GH-DIA
                           ' ' GH-PERIODO
             END-IF.
             PERFORM 1110-LER-HORARIO.

       1130-REGISTRAR-TURMA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-TURMAS > 0
                   SET IX-TT TO 1
                   PERFORM 1140-COMPARAR-TURMA
                         UNTIL IX-TT > WRK-QT-TURMAS OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA AND WRK-QT-TURMAS < 100
                   ADD 1 TO WRK-QT-TURMAS
                   SET IX-TT TO WRK-QT-TURMAS
                   MOVE GH-TURMA TO TT-TURMA(IX-TT)
             END-IF.

       1140-COMPARAR-TURMA.
             IF TT-TURMA(IX-TT) = GH-TURMA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TT UP BY 1
             END-IF.

       1150-REGISTRAR-PROFESSOR.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-PROF > 0
                   SET IX-TP TO 1
                   PERFORM 1160-COMPARAR-PROFESSOR
                         UNTIL IX-TP > WRK-QT-PROF OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA AND WRK-QT-PROF < 100
                   ADD 1 TO WRK-QT-PROF
                   SET IX-TP TO WRK-QT-PROF
                   MOVE WRK-PROFESSOR TO TP-PROFESSOR(IX-TP)
             END-IF.

       1160-COMPARAR-PROFESSOR.
             IF TP-PROFESSOR(IX-TP) = WRK-PROFESSOR
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * ATRIBUICOES DO TERMO COM A CARGA SEMANAL DA DISCIPLINA E OS
      * HORARIOS QUE ELAS JA TEM NA GRADE.
      *----------------------------------------------------------------
       1500-CARREGAR-ATRIBUICOES.
             IF NOT FIM-ATRIBUICOES
                   MOVE WRK-TERMO  TO AT-TERMO
                   MOVE LOW-VALUES TO AT-TURMA
                   MOVE ZEROS      TO AT-DISCIPLINA
                   START ATRIBUICAO-MASTER KEY IS >= AT-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-ATR-SW
                   END-START
                   PERFORM 1510-LER-ATRIBUICAO
                   PERFORM 1520-GUARDAR-ATRIBUICAO
                         UNTIL FIM-ATRIBUICOES
             END-IF.

       1510-LER-ATRIBUICAO.
             IF NOT FIM-ATRIBUICOES
                   READ ATRIBUICAO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-ATR-SW
                   END-READ
                   IF NOT FIM-ATRIBUICOES
                         AND AT-TERMO NOT = WRK-TERMO
                         MOVE 'S' TO WRK-EOF-ATR-SW
                   END-IF
             END-IF.

       1520-GUARDAR-ATRIBUICAO.
             IF WRK-QT-ATRIB < 300
                   ADD 1 TO WRK-QT-ATRIB
                   SET IX-TA TO WRK-QT-ATRIB
                   MOVE AT-TURMA      TO TA-TURMA(IX-TA)
                   MOVE AT-DISCIPLINA TO TA-DISCIPLINA(IX-TA)
                   MOVE AT-PROFESSOR  TO TA-PROFESSOR(IX-TA)
                   MOVE ZEROS TO TA-NA-GRADE(IX-TA)
                   MOVE AT-DISCIPLINA TO DI-CODIGO
                   READ DISCIPLINA-MASTER
                         INVALID KEY
                               MOVE ZEROS TO DI-AULAS-SEMANA
                   END-READ
                   MOVE DI-AULAS-SEMANA TO TA-AULAS-SEMANA(IX-TA)
                   IF WRK-QT-HORARIOS > 0
                         SET IX-TS TO 1
                         PERFORM 1530-CONTAR-NA-GRADE
                               UNTIL IX-TS > WRK-QT-HORARIOS
                   END-IF
             ELSE
                   DISPLAY 'TABELA DE ATRIBUICOES CHEIA, TURMA '
                           AT-TURMA ' DISCIPLINA ' AT-DISCIPLINA
                           ' FORA DAS PENDENCIAS'
             END-IF.
             PERFORM 1510-LER-ATRIBUICAO.

       1530-CONTAR-NA-GRADE.
             IF TS-TURMA(IX-TS) = AT-TURMA
                   AND TS-DISCIPLINA(IX-TS) = AT-DISCIPLINA
                   ADD 1 TO TA-NA-GRADE(IX-TA)
             END-IF.
             SET IX-TS UP BY 1.

      *----------------------------------------------------------------
      * GRADE DE CADA TURMA: DISCIPLINA E SALA POR DIA/PERIODO.
      *----------------------------------------------------------------
       2000-GRADES-POR-TURMA.
             MOVE 'GRADE HORARIA POR TURMA' TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.
             IF WRK-QT-TURMAS > 0
                   SET IX-TT TO 1
                   PERFORM 2100-IMPRIMIR-TURMA
                         UNTIL IX-TT > WRK-QT-TURMAS
             END-IF.
             WRITE REL-GRADE-LINHA FROM RPT-RODAPE-PADRAO.

       2100-IMPRIMIR-TURMA.
             MOVE SPACES TO GRADE-IMPRESSAO.
             SET IX-TS TO 1.
             PERFORM 2200-PREENCHER-TURMA
                   UNTIL IX-TS > WRK-QT-HORARIOS.
             MOVE TT-TURMA(IX-TT) TO TU-CODIGO.
             READ TURMA-MASTER
                   INVALID KEY
                         MOVE '*** FORA DO MESTRE ***'
                              TO TU-DESCRICAO
             END-READ.
             MOVE 'TURMA'         TO LT-ROTULO.
             MOVE TT-TURMA(IX-TT) TO LT-CODIGO.
             MOVE TU-DESCRICAO    TO LT-NOME.
             PERFORM 7000-IMPRIMIR-GRADE.
             SET IX-TT UP BY 1.

       2200-PREENCHER-TURMA.
             IF TS-TURMA(IX-TS) = TT-TURMA(IX-TT)
                   MOVE SPACES TO WC-MARCA
                   MOVE TS-DISCIPLINA(IX-TS) TO WC-CODIGO
                   MOVE TS-SALA(IX-TS)       TO WC-SALA
                   COMPUTE WRK-IX-DIA = TS-DIA(IX-TS) - 1
                   MOVE TS-PERIODO(IX-TS) TO WRK-IX-PER
                   MOVE WRK-CELULA
                        TO GI-CELULA(WRK-IX-PER, WRK-IX-DIA)
             END-IF.
             SET IX-TS UP BY 1.

      *----------------------------------------------------------------
      * GRADE DE CADA PROFESSOR: TURMA E SALA POR DIA/PERIODO; UMA
      * CELULA JA OCUPADA E CONFLITO ('*CF').
      *----------------------------------------------------------------
       3000-GRADES-POR-PROFESSOR.
             MOVE 'GRADE HORARIA POR PROFESSOR' TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.
             IF WRK-QT-PROF > 0
                   SET IX-TP TO 1
                   PERFORM 3100-IMPRIMIR-PROFESSOR
                         UNTIL IX-TP > WRK-QT-PROF
             END-IF.
             WRITE REL-GRADE-LINHA FROM RPT-RODAPE-PADRAO.

       3100-IMPRIMIR-PROFESSOR.
             MOVE SPACES TO GRADE-IMPRESSAO.
             SET IX-TS TO 1.
             PERFORM 3200-PREENCHER-PROFESSOR
                   UNTIL IX-TS > WRK-QT-HORARIOS.
             MOVE TP-PROFESSOR(IX-TP) TO PF-CODIGO.
             READ PROFESSOR-MASTER
                   INVALID KEY
                         MOVE '*** FORA DO MESTRE ***' TO PF-NOME
             END-READ.
             MOVE 'PROFESSOR'         TO LT-ROTULO.
             MOVE TP-PROFESSOR(IX-TP) TO LT-CODIGO.
             MOVE PF-NOME             TO LT-NOME.
             PERFORM 7000-IMPRIMIR-GRADE.
             SET IX-TP UP BY 1.

       3200-PREENCHER-PROFESSOR.
             IF TS-PROFESSOR(IX-TS) = TP-PROFESSOR(IX-TP)
                   COMPUTE WRK-IX-DIA = TS-DIA(IX-TS) - 1
                   MOVE TS-PERIODO(IX-TS) TO WRK-IX-PER
                   IF GI-CELULA(WRK-IX-PER, WRK-IX-DIA) = SPACES
                         MOVE SPACES TO WC-MARCA
                   ELSE
                         MOVE ' *CF' TO WC-MARCA
                         ADD 1 TO WRK-QT-CONFLITOS
                         DISPLAY 'CONFLITO: PROFESSOR '
                                 TP-PROFESSOR(IX-TP) ' NO DIA '
                                 TS-DIA(IX-TS) ' PERIODO '
                                 TS-PERIODO(IX-TS) ' TAMBEM NA TURMA '
                                 TS-TURMA(IX-TS)
                   END-IF
                   MOVE TS-TURMA(IX-TS) TO WC-CODIGO
                   MOVE TS-SALA(IX-TS)  TO WC-SALA
                   MOVE WRK-CELULA
                        TO GI-CELULA(WRK-IX-PER, WRK-IX-DIA)
             END-IF.
             SET IX-TS UP BY 1.

      *----------------------------------------------------------------
      * ATRIBUICOES COM MENOS HORARIOS NA GRADE QUE A CARGA SEMANAL
      * (OU SEM NENHUM) E HORARIOS CUJA ATRIBUICAO FOI EXCLUIDA.
      *----------------------------------------------------------------
       4000-PENDENCIAS.
             MOVE 'ATRIBUICOES SEM HORARIO NA GRADE' TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.
             IF WRK-QT-ATRIB > 0
                   SET IX-TA TO 1
                   PERFORM 4100-VERIFICAR-ATRIBUICAO
                         UNTIL IX-TA > WRK-QT-ATRIB
             END-IF.
             IF WRK-QT-HORARIOS > 0
                   SET IX-TS TO 1
                   PERFORM 4200-VERIFICAR-HORARIO
                         UNTIL IX-TS > WRK-QT-HORARIOS
             END-IF.
             IF WRK-QT-PENDENTES = ZEROS
                   MOVE 'NENHUMA PENDENCIA NA GRADE DO TERMO'
                        TO REL-GRADE-LINHA
                   WRITE REL-GRADE-LINHA
             END-IF.
             WRITE REL-GRADE-LINHA FROM RPT-RODAPE-PADRAO.

       4100-VERIFICAR-ATRIBUICAO.
             IF TA-NA-GRADE(IX-TA) = ZEROS
                   OR TA-NA-GRADE(IX-TA) < TA-AULAS-SEMANA(IX-TA)
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE TA-TURMA(IX-TA)        TO LPE-TURMA
                   MOVE TA-DISCIPLINA(IX-TA)   TO LPE-DISCIPLINA
                   MOVE TA-PROFESSOR(IX-TA)    TO LPE-PROFESSOR
                   MOVE TA-AULAS-SEMANA(IX-TA) TO LPE-SEMANA
                   MOVE TA-NA-GRADE(IX-TA)     TO LPE-NA-GRADE
                   MOVE TA-DISCIPLINA(IX-TA)   TO DI-CODIGO
                   READ DISCIPLINA-MASTER
                         INVALID KEY
                               MOVE SPACES TO DI-NOME
                   END-READ
                   MOVE DI-NOME TO LPE-NOME-DISC
                   IF TA-NA-GRADE(IX-TA) = ZEROS
                         MOVE 'SEM HORARIO' TO LPE-SITUACAO
                   ELSE
                         COMPUTE WRK-FALTAM = TA-AULAS-SEMANA(IX-TA)
                                            - TA-NA-GRADE(IX-TA)
                         MOVE SPACES TO LPE-SITUACAO
                         STRING 'FALTAM ' WRK-FALTAM ' AULAS'
                                DELIMITED BY SIZE INTO LPE-SITUACAO
                   END-IF
                   WRITE REL-GRADE-LINHA FROM LINHA-PENDENCIA
             END-IF.
             SET IX-TA UP BY 1.

       4200-VERIFICAR-HORARIO.
             IF TS-PROFESSOR(IX-TS) = ZEROS
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE TS-TURMA(IX-TS)      TO LPE-TURMA
                   MOVE TS-DISCIPLINA(IX-TS) TO LPE-DISCIPLINA
                   MOVE ZEROS                TO LPE-PROFESSOR
                   MOVE ZEROS                TO LPE-SEMANA
                   MOVE ZEROS                TO LPE-NA-GRADE
                   MOVE SPACES               TO LPE-NOME-DISC
                   MOVE 'HORARIO SEM ATRIBUICAO' TO LPE-SITUACAO
                   WRITE REL-GRADE-LINHA FROM LINHA-PENDENCIA
             END-IF.
             SET IX-TS UP BY 1.

      *----------------------------------------------------------------
      * IMPRIME A LINHA-TITULO E A GRADE MONTADA, DO PERIODO 1 AO
      * MAIOR PERIODO USADO NO TERMO.
      *----------------------------------------------------------------
       7000-IMPRIMIR-GRADE.
             MOVE WRK-TERMO TO LT-TERMO.
             WRITE REL-GRADE-LINHA FROM LINHA-TITULO.
             WRITE REL-GRADE-LINHA FROM LINHA-DIAS.
             MOVE 1 TO WRK-IX-PER.
             PERFORM 7100-IMPRIMIR-PERIODO
                   UNTIL WRK-IX-PER > WRK-MAX-PERIODO.
             MOVE SPACES TO REL-GRADE-LINHA.
             WRITE REL-GRADE-LINHA.

       7100-IMPRIMIR-PERIODO.
             MOVE WRK-IX-PER TO LG-PERIODO.
             MOVE GI-LINHA(WRK-IX-PER) TO LG-CELULAS.
             WRITE REL-GRADE-LINHA FROM LINHA-GRADE.
             ADD 1 TO WRK-IX-PER.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-GRADE-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-GRADE-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-GRADE-LINHA.
             WRITE REL-GRADE-LINHA.

       9000-ENCERRAR.
             CLOSE GRADE-HORARIA.
             CLOSE ATRIBUICAO-MASTER.
             CLOSE TURMA-MASTER.
             CLOSE DISCIPLINA-MASTER.
             CLOSE PROFESSOR-MASTER.
             CLOSE REL-GRADE-ARQ.
             DISPLAY 'GRADE HORARIA IMPRESSA'.
             DISPLAY 'TERMO...................: ' WRK-TERMO.
             DISPLAY 'HORARIOS NA GRADE.......: ' WRK-QT-HORARIOS.
             DISPLAY 'TURMAS..................: ' WRK-QT-TURMAS.
             DISPLAY 'PROFESSORES.............: ' WRK-QT-PROF.
             DISPLAY 'PENDENCIAS..............: ' WRK-QT-PENDENTES.
             DISPLAY 'CONFLITOS DE PROFESSOR..: ' WRK-QT-CONFLITOS.

       END PROGRAM REL-GRADE.
