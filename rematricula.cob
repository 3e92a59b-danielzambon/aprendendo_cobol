      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: PROGRESSAO DE FIM DE ANO E REMATRICULA - CLASSIFICA
      *          CADA ALUNO MATRICULADO NO TERMO QUE SE ENCERRA
      *          (MATRTERM) EM PROMOVIDO, PROMOVIDO COM DEPENDENCIA,
      *          RETIDO OU CONCLUINTE, PELA SITUACAO FINAL DE CADA
      *          DISCIPLINA DA SERIE NO NOTA-LEDGER (MATRIZ
      *          CURRICULO), PELA FREQUENCIA DO FREQLDG (MINIMO 75%)
      *          E PELA REGRA DA TURMA NO PROGTURMA (SERIE E TURMA
      *          DE DESTINO). RODA EM DUAS ETAPAS:
      *          P (PREVIA) - CLASSIFICA, GRAVA O ARQUIVO PROGRESS E
      *                       IMPRIME A LISTA POR TURMA (RELPROGR)
      *                       PARA A COORDENACAO APROVAR;
      *          C (CONFIRMA) - LE O PROGRESS APROVADO E GRAVA AS
      *                       MATRICULAS DO TERMO NOVO NA TURMA DE
      *                       DESTINO, RESPEITANDO TU-CAPACIDADE E
      *                       DESVIANDO O EXCEDENTE PARA A LISTA DE
      *                       ESPERA (ESPERA), COMO O CARGA-MATRICULA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * DISCIPLINA DA SERIE SEM LANCAMENTO APROVADO NO TERMO (VALE O
      * ULTIMO LANCAMENTO DA MATRICULA + DISCIPLINA, QUE JA TRAZ A
      * RECUPERACAO E AS CORRECOES) CONTA COMO PENDENTE. SEM PENDENCIA
      * O ALUNO E PROMOVIDO (CONCLUINTE NA ULTIMA SERIE, TURMA DE
      * DESTINO EM BRANCO NO PROGTURMA); ATE DUAS PENDENCIAS, PROMOVIDO
      * COM DEPENDENCIA (EXCETO NA ULTIMA SERIE); MAIS QUE ISSO OU
      * FREQUENCIA GERAL ABAIXO DE 75% NO TERMO, RETIDO NA MESMA
      * TURMA. ALUNO DE TURMA SEM REGRA NO PROGTURMA SAI AVISADO E
      * FICA FORA DA PROGRESSAO.
      * A DECISAO DA COORDENACAO E O PROPRIO ARQUIVO PROGRESS: PARA
      * MUDAR O RESULTADO DE UM ALUNO ANTES DA CONFIRMACAO, CORRIGIR
      * PR-RESULTADO (P/D/R/C) E PR-DESTINO NA LINHA DELE. A CONFIRMACAO
      * MUDA O AL-TURMA DO ALUNO PARA A TURMA DE DESTINO (A CONTAGEM DE
      * VAGAS DO CARGA-MATRICULA E DO PROMOVE-ESPERA E PELO AL-TURMA),
      * GRAVA AS DISCIPLINAS EM DEPENDENCIA NO ARQUIVO DEPENDEN E NAO
      * REPETE ALUNO JA MATRICULADO OU JA NA ESPERA DO TERMO NOVO, DE
      * MODO QUE PODE SER RODADA DE NOVO SEM DUPLICAR.
      * LIMITES: 1000 ALUNOS, 3000 NOTAS DO TERMO, 2000 FREQUENCIAS,
      * 100 REQUISITOS NA MATRIZ, 50 TURMAS E 500 ENTRADAS DE ESPERA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRICULA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA-TERMO ASSIGN TO 'MATRTERM'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ME-CHAVE
                  FILE STATUS IS WRK-FS-MATR.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT TURMA-MASTER ASSIGN TO 'TURMAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TU-CODIGO
                  FILE STATUS IS WRK-FS-TURMA.

           SELECT NOTA-LEDGER ASSIGN TO 'NOTALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT FREQ-LEDGER ASSIGN TO 'FREQLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FREQ.

           SELECT MATRIZ-CURRICULAR ASSIGN TO 'CURRICULO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MATRIZ.

           SELECT PROGRESSAO-TURMA ASSIGN TO 'PROGTURMA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REGRA.

           SELECT PROGRESSAO-ARQ ASSIGN TO 'PROGRESS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PROGRESS.

           SELECT LISTA-ESPERA ASSIGN TO 'ESPERA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ESPERA.

           SELECT DEPENDENCIAS ASSIGN TO 'DEPENDEN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DEPEND.

           SELECT REL-PROGRESSAO ASSIGN TO 'RELPROGR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-TERMO.
       COPY matrterm.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  TURMA-MASTER.
       COPY turma.

       FD  NOTA-LEDGER.
       COPY notaldg.

       FD  FREQ-LEDGER.
       COPY freqldg.

       FD  MATRIZ-CURRICULAR.
       01  MATRIZ-CURRICULAR-REC.
           05 CR-TERMO         PIC 9(02).
           05 CR-DISCIPLINA    PIC 9(03).

       FD  PROGRESSAO-TURMA.
       01  PROGRESSAO-TURMA-REC.
           05 PT-TURMA         PIC X(03).
           05 PT-SERIE         PIC 9(02).
           05 PT-DESTINO       PIC X(03).

       FD  PROGRESSAO-ARQ.
       01  PROGRESSAO-REC.
           05 PR-TERMO-NOVO    PIC 9(02).
           05 PR-MATRICULA     PIC 9(06).
           05 PR-TURMA         PIC X(03).
           05 PR-DESTINO       PIC X(03).
           05 PR-SERIE         PIC 9(02).
           05 PR-RESULTADO     PIC X(01).
           05 PR-PCT-FREQ      PIC 9(03).
           05 PR-QT-PEND       PIC 9(02).
           05 PR-DISC-PEND OCCURS 3 TIMES PIC 9(03).
           05 PR-NOME          PIC X(30).

       FD  LISTA-ESPERA.
       01  LISTA-ESPERA-REC.
           05 WL-TERMO         PIC 9(02).
           05 WL-TURMA         PIC X(03).
           05 WL-MATRICULA     PIC 9(06).
           05 WL-DATA          PIC 9(08).

       FD  DEPENDENCIAS.
       01  DEPENDENCIAS-REC.
           05 DP-TERMO         PIC 9(02).
           05 DP-MATRICULA     PIC 9(06).
           05 DP-SERIE         PIC 9(02).
           05 DP-DISCIPLINA    PIC 9(03).
           05 DP-DATA          PIC 9(08).

       FD  REL-PROGRESSAO.
       01  REL-PROGRESSAO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-MATR      PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-TURMA     PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-FREQ      PIC X(02) VALUE '00'.
       77 WRK-FS-MATRIZ    PIC X(02) VALUE '00'.
       77 WRK-FS-REGRA     PIC X(02) VALUE '00'.
       77 WRK-FS-PROGRESS  PIC X(02) VALUE '00'.
       77 WRK-FS-ESPERA    PIC X(02) VALUE '00'.
       77 WRK-FS-DEPEND    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-MATRICULAS      VALUE 'S'.
       77 WRK-EOF-GEN-SW   PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO         VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE SPACE.
         88 MODO-PREVIA         VALUE 'P'.
         88 MODO-CONFIRMA       VALUE 'C'.

       77 WRK-TERMO-ATUAL  PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-NOVO   PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-FREQUENCIA PIC 9(03) VALUE 75.
       77 WRK-MAX-DEPENDENCIAS PIC 9(02) VALUE 2.
       77 WRK-SERIE        PIC 9(02) VALUE ZEROS.
       77 WRK-DESTINO      PIC X(03) VALUE SPACES.
       77 WRK-QT-PEND      PIC 9(02) VALUE ZEROS.
       77 WRK-PCT-FREQ     PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PEND      PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA-ATUAL  PIC X(03) VALUE SPACES.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.

       01 TABELA-REGRAS.
          05 TRG-DET OCCURS 50 TIMES INDEXED BY IX-TRG.
             10 TRG-TURMA      PIC X(03).
             10 TRG-SERIE      PIC 9(02).
             10 TRG-DESTINO    PIC X(03).
       77 WRK-QT-REGRAS    PIC 9(02) VALUE ZEROS.

       01 TABELA-REQUISITOS.
          05 TRQ-DET OCCURS 100 TIMES INDEXED BY IX-TRQ.
             10 TRQ-SERIE      PIC 9(02).
             10 TRQ-DISCIPLINA PIC 9(03).
       77 WRK-QT-REQUISITOS PIC 9(03) VALUE ZEROS.

       01 TABELA-NOTAS.
          05 TNO-DET OCCURS 3000 TIMES INDEXED BY IX-TNO.
             10 TNO-MATRICULA  PIC 9(06).
             10 TNO-DISCIPLINA PIC 9(03).
             10 TNO-APROVADO   PIC X(01).
       77 WRK-QT-NOTAS     PIC 9(04) VALUE ZEROS.

       01 TABELA-FREQUENCIA.
          05 TFQ-DET OCCURS 2000 TIMES INDEXED BY IX-TFQ.
             10 TFQ-MATRICULA  PIC 9(06).
             10 TFQ-DADAS      PIC 9(05).
             10 TFQ-PRESENTES  PIC 9(05).
       77 WRK-QT-FREQ      PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------
      * RESULTADO POR ALUNO (CARREGADO DA CLASSIFICACAO NA PREVIA OU
      * DO PROGRESS NA CONFIRMACAO) E SITUACAO DA EFETIVACAO.
      *----------------------------------------------------------------
       01 TABELA-RESULTADOS.
          05 TR-DET OCCURS 1000 TIMES INDEXED BY IX-TR.
             10 TR-MATRICULA   PIC 9(06).
             10 TR-NOME        PIC X(30).
             10 TR-TURMA       PIC X(03).
             10 TR-DESTINO     PIC X(03).
             10 TR-SERIE       PIC 9(02).
             10 TR-RESULTADO   PIC X(01).
             10 TR-PCT-FREQ    PIC 9(03).
             10 TR-QT-PEND     PIC 9(02).
             10 TR-DISC-PEND OCCURS 3 TIMES PIC 9(03).
             10 TR-EFETIVACAO  PIC X(11).
       77 WRK-QT-ALUNOS    PIC 9(04) VALUE ZEROS.

       01 TABELA-TURMAS.
          05 TOC-DET OCCURS 50 TIMES INDEXED BY IX-TOC.
             10 TOC-TURMA      PIC X(03).
             10 TOC-CAPACIDADE PIC 9(03).
             10 TOC-OCUPADAS   PIC 9(03).
       77 WRK-QT-TURMAS    PIC 9(02) VALUE ZEROS.

       01 TABELA-ESPERA.
          05 TES-DET OCCURS 500 TIMES INDEXED BY IX-TES.
             10 TES-MATRICULA  PIC 9(06).
       77 WRK-QT-ESPERA-ANT PIC 9(03) VALUE ZEROS.

       01 TABELA-TURMAS-REL.
          05 TTR-DET OCCURS 50 TIMES INDEXED BY IX-TTR.
             10 TTR-TURMA      PIC X(03).
       77 WRK-QT-TURMAS-REL PIC 9(02) VALUE ZEROS.

       77 WRK-QT-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DEPENDENCIA PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RETIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONCLUINTES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-REGRA PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MATRICULADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NA-ESPERA PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-FEITOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INVALIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-TT-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-TT-DEPENDENCIA PIC 9(04) VALUE ZEROS.
       77 WRK-TT-RETIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-TT-CONCLUINTES PIC 9(04) VALUE ZEROS.

       01 WRK-PEND-TEXTO.
          05 WPT-ITEM OCCURS 3 TIMES.
             10 WPT-CODIGO     PIC X(03).
             10 FILLER         PIC X(01).

       01  LINHA-TURMA.
           05 FILLER          PIC X(06) VALUE 'TURMA '.
           05 LT-TURMA        PIC X(03).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 LT-DESCRICAO    PIC X(30).
           05 FILLER          PIC X(38) VALUE SPACES.

       01  LINHA-COLUNAS.
           05 FILLER          PIC X(32) VALUE 'MATRIC ALUNO'.
           05 FILLER          PIC X(16) VALUE 'RESULTADO'.
           05 FILLER          PIC X(05) VALUE 'FREQ'.
           05 FILLER          PIC X(04) VALUE 'DST'.
           05 FILLER          PIC X(12) VALUE 'PENDENTES'.
           05 FILLER          PIC X(11) VALUE 'EFETIVACAO'.

       01  LINHA-ALUNO.
           05 LA-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-NOME         PIC X(24).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-RESULTADO    PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-PCT-FREQ     PIC ZZ9.
           05 FILLER          PIC X(02) VALUE '% '.
           05 LA-DESTINO      PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-PENDENTES    PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-EFETIVACAO   PIC X(11).

       01  LINHA-TOTAL-TURMA.
           05 FILLER          PIC X(12) VALUE '  PROMOVIDOS'.
           05 LTT-PROMOVIDOS  PIC ZZZ9.
           05 FILLER          PIC X(17) VALUE '  C/ DEPENDENCIA '.
           05 LTT-DEPENDENCIA PIC ZZZ9.
           05 FILLER          PIC X(10) VALUE '  RETIDOS '.
           05 LTT-RETIDOS     PIC ZZZ9.
           05 FILLER          PIC X(14) VALUE '  CONCLUINTES '.
           05 LTT-CONCLUINTES PIC ZZZ9.
           05 FILLER          PIC X(11) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY 'ETAPA (P = PREVIA, C = CONFIRMA): '
             ACCEPT WRK-MODO.
             DISPLAY 'TERMO QUE SE ENCERRA (NN): '
             ACCEPT WRK-TERMO-ATUAL.
             DISPLAY 'TERMO DAS NOVAS MATRICULAS (NN, 00 = SEGUINTE): '
             ACCEPT WRK-TERMO-NOVO.
             IF WRK-TERMO-NOVO = ZEROS
                   COMPUTE WRK-TERMO-NOVO = WRK-TERMO-ATUAL + 1
             END-IF.
             IF NOT MODO-PREVIA AND NOT MODO-CONFIRMA
                   DISPLAY 'ETAPA INVALIDA: ' WRK-MODO
                   GOBACK
             END-IF.
             IF WRK-TERMO-ATUAL = ZEROS
                   OR WRK-TERMO-NOVO = WRK-TERMO-ATUAL
                   DISPLAY 'TERMOS INVALIDOS: ' WRK-TERMO-ATUAL
                           ' -> ' WRK-TERMO-NOVO
                   GOBACK
             END-IF.

             IF MODO-PREVIA
                   PERFORM 1000-CARREGAR-REGRAS
                   PERFORM 1100-CARREGAR-MATRIZ
                   IF WRK-QT-REGRAS = ZEROS
                         OR WRK-QT-REQUISITOS = ZEROS
                         DISPLAY 'PROGTURMA OU CURRICULO VAZIO OU '
                                 'AUSENTE, NADA A CLASSIFICAR'
                         GOBACK
                   END-IF
                   PERFORM 1200-CARREGAR-NOTAS
                   PERFORM 1300-CARREGAR-FREQUENCIA
                   PERFORM 2000-CLASSIFICAR
                   PERFORM 3000-GRAVAR-PREVIA
             ELSE
                   PERFORM 5000-CARREGAR-PROGRESSAO
                   IF WRK-QT-ALUNOS = ZEROS
                         DISPLAY 'PROGRESS SEM ALUNOS DO TERMO '
                                 WRK-TERMO-NOVO ', RODAR A PREVIA '
                                 'ANTES'
                         GOBACK
                   END-IF
                   PERFORM 6000-EFETIVAR
             END-IF.

             PERFORM 7000-RELATORIO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * REGRA DE PROGRESSAO POR TURMA: SERIE DA TURMA NA MATRIZ E
      * TURMA DE DESTINO NO ANO SEGUINTE (BRANCO = ULTIMA SERIE).
      *----------------------------------------------------------------
       1000-CARREGAR-REGRAS.
             MOVE ZEROS TO WRK-QT-REGRAS.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT PROGRESSAO-TURMA.
             MOVE WRK-FS-REGRA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
             ELSE
                   PERFORM 1010-LER-REGRA
                   PERFORM 1020-GUARDAR-REGRA UNTIL FIM-ARQUIVO
                   CLOSE PROGRESSAO-TURMA
             END-IF.

       1010-LER-REGRA.
             READ PROGRESSAO-TURMA
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       1020-GUARDAR-REGRA.
             IF PT-SERIE IS NUMERIC AND WRK-QT-REGRAS < 50
                   ADD 1 TO WRK-QT-REGRAS
                   SET IX-TRG TO WRK-QT-REGRAS
                   MOVE PT-TURMA   TO TRG-TURMA(IX-TRG)
                   MOVE PT-SERIE   TO TRG-SERIE(IX-TRG)
                   MOVE PT-DESTINO TO TRG-DESTINO(IX-TRG)
             END-IF.
             PERFORM 1010-LER-REGRA.

       1100-CARREGAR-MATRIZ.
             MOVE ZEROS TO WRK-QT-REQUISITOS.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT MATRIZ-CURRICULAR.
             MOVE WRK-FS-MATRIZ TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
             ELSE
                   PERFORM 1110-LER-MATRIZ
                   PERFORM 1120-GUARDAR-REQUISITO UNTIL FIM-ARQUIVO
                   CLOSE MATRIZ-CURRICULAR
             END-IF.

       1110-LER-MATRIZ.
             READ MATRIZ-CURRICULAR
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       1120-GUARDAR-REQUISITO.
             IF WRK-QT-REQUISITOS < 100
                   ADD 1 TO WRK-QT-REQUISITOS
                   SET IX-TRQ TO WRK-QT-REQUISITOS
                   MOVE CR-TERMO      TO TRQ-SERIE(IX-TRQ)
                   MOVE CR-DISCIPLINA TO TRQ-DISCIPLINA(IX-TRQ)
             END-IF.
             PERFORM 1110-LER-MATRIZ.

      *----------------------------------------------------------------
      * SITUACAO FINAL POR MATRICULA + DISCIPLINA NO TERMO: O LEDGER
      * E ACUMULATIVO, ENTAO O ULTIMO LANCAMENTO (CORRECAO, EXAME DE
      * RECUPERACAO) SOBREPOE OS ANTERIORES.
      *----------------------------------------------------------------
       1200-CARREGAR-NOTAS.
             MOVE ZEROS TO WRK-QT-NOTAS.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT NOTA-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
                   DISPLAY 'NOTA-LEDGER INEXISTENTE, TODAS AS '
                           'DISCIPLINAS FICAM PENDENTES'
             ELSE
                   PERFORM 1210-LER-NOTA
                   PERFORM 1220-GUARDAR-NOTA UNTIL FIM-ARQUIVO
                   CLOSE NOTA-LEDGER
             END-IF.

       1210-LER-NOTA.
             READ NOTA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       1220-GUARDAR-NOTA.
             IF NLG-TERMO = WRK-TERMO-ATUAL
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-NOTAS > 0
                         SET IX-TNO TO 1
                         PERFORM 1230-COMPARAR-NOTA
                               UNTIL IX-TNO > WRK-QT-NOTAS
                                     OR LINHA-ACHADA
                   END-IF
                   IF NOT LINHA-ACHADA AND WRK-QT-NOTAS < 3000
                         ADD 1 TO WRK-QT-NOTAS
                         SET IX-TNO TO WRK-QT-NOTAS
                         MOVE NLG-MATRICULA  TO TNO-MATRICULA(IX-TNO)
                         MOVE NLG-DISCIPLINA TO TNO-DISCIPLINA(IX-TNO)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
                   IF LINHA-ACHADA
                         IF NLG-SITUACAO(1:8) = 'APROVADO'
                               MOVE 'S' TO TNO-APROVADO(IX-TNO)
                         ELSE
                               MOVE 'N' TO TNO-APROVADO(IX-TNO)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 1210-LER-NOTA.

       1230-COMPARAR-NOTA.
             IF TNO-MATRICULA(IX-TNO) = NLG-MATRICULA
                   AND TNO-DISCIPLINA(IX-TNO) = NLG-DISCIPLINA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TNO UP BY 1
             END-IF.

       1300-CARREGAR-FREQUENCIA.
             MOVE ZEROS TO WRK-QT-FREQ.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT FREQ-LEDGER.
             MOVE WRK-FS-FREQ TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
             ELSE
                   PERFORM 1310-LER-FREQUENCIA
                   PERFORM 1320-GUARDAR-FREQUENCIA UNTIL FIM-ARQUIVO
                   CLOSE FREQ-LEDGER
             END-IF.

       1310-LER-FREQUENCIA.
             READ FREQ-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       1320-GUARDAR-FREQUENCIA.
             IF FQ-TERMO = WRK-TERMO-ATUAL
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-FREQ > 0
                         SET IX-TFQ TO 1
                         PERFORM 1330-COMPARAR-FREQUENCIA
                               UNTIL IX-TFQ > WRK-QT-FREQ
                                     OR LINHA-ACHADA
                   END-IF
                   IF NOT LINHA-ACHADA AND WRK-QT-FREQ < 2000
                         ADD 1 TO WRK-QT-FREQ
                         SET IX-TFQ TO WRK-QT-FREQ
                         MOVE FQ-MATRICULA TO TFQ-MATRICULA(IX-TFQ)
                         MOVE ZEROS TO TFQ-DADAS(IX-TFQ)
                         MOVE ZEROS TO TFQ-PRESENTES(IX-TFQ)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
                   IF LINHA-ACHADA
                         ADD FQ-AULAS-DADAS TO TFQ-DADAS(IX-TFQ)
                         ADD FQ-AULAS-PRESENTES
                               TO TFQ-PRESENTES(IX-TFQ)
                   END-IF
             END-IF.
             PERFORM 1310-LER-FREQUENCIA.

       1330-COMPARAR-FREQUENCIA.
             IF TFQ-MATRICULA(IX-TFQ) = FQ-MATRICULA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TFQ UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * CLASSIFICACAO DE CADA MATRICULADO NO TERMO QUE SE ENCERRA.
      *----------------------------------------------------------------
       2000-CLASSIFICAR.
             OPEN INPUT MATRICULA-TERMO.
             OPEN INPUT ALUNO-MASTER.
             MOVE 'N' TO WRK-EOF-MAT-SW.
             MOVE WRK-FS-MATR TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-MAT-SW
                   DISPLAY 'MATRTERM INEXISTENTE, NADA A CLASSIFICAR'
             ELSE
                   MOVE WRK-TERMO-ATUAL TO ME-TERMO
                   MOVE ZEROS TO ME-MATRICULA
                   START MATRICULA-TERMO KEY IS >= ME-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-MAT-SW
                   END-START
                   PERFORM 2010-LER-MATRICULA
                   PERFORM 2100-CLASSIFICAR-ALUNO
                         UNTIL FIM-MATRICULAS
             END-IF.
             CLOSE ALUNO-MASTER.
             CLOSE MATRICULA-TERMO.

       2010-LER-MATRICULA.
             IF NOT FIM-MATRICULAS
                   READ MATRICULA-TERMO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-MAT-SW
                   END-READ
                   IF NOT FIM-MATRICULAS
                         AND ME-TERMO NOT = WRK-TERMO-ATUAL
                         MOVE 'S' TO WRK-EOF-MAT-SW
                   END-IF
             END-IF.

       2100-CLASSIFICAR-ALUNO.
             MOVE ME-MATRICULA TO AL-MATRICULA.
             MOVE 'S' TO WRK-ACHOU-SW.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-ACHOU-SW
                         DISPLAY 'MATRICULA ' ME-MATRICULA
                                 ' FORA DO ALUNO-MASTER, FORA DA '
                                 'PROGRESSAO'
                         ADD 1 TO WRK-QT-SEM-REGRA
             END-READ.
             IF LINHA-ACHADA
                   PERFORM 2200-LOCALIZAR-REGRA
                   IF NOT LINHA-ACHADA
                         DISPLAY 'TURMA ' AL-TURMA ' DO ALUNO '
                                 AL-MATRICULA ' SEM REGRA NO '
                                 'PROGTURMA, FORA DA PROGRESSAO'
                         ADD 1 TO WRK-QT-SEM-REGRA
                   END-IF
             END-IF.
             IF LINHA-ACHADA
                   IF WRK-QT-ALUNOS < 1000
                         PERFORM 2300-APURAR-RESULTADO
                   ELSE
                         DISPLAY 'TABELA DE ALUNOS CHEIA, MATRICULA '
                                 AL-MATRICULA ' FORA DA PROGRESSAO'
                         ADD 1 TO WRK-QT-SEM-REGRA
                   END-IF
             END-IF.
             PERFORM 2010-LER-MATRICULA.

       2200-LOCALIZAR-REGRA.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TRG TO 1.
             PERFORM 2210-COMPARAR-REGRA
                   UNTIL IX-TRG > WRK-QT-REGRAS OR LINHA-ACHADA.
             IF LINHA-ACHADA
                   MOVE TRG-SERIE(IX-TRG)   TO WRK-SERIE
                   MOVE TRG-DESTINO(IX-TRG) TO WRK-DESTINO
             END-IF.

       2210-COMPARAR-REGRA.
             IF TRG-TURMA(IX-TRG) = AL-TURMA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TRG UP BY 1
             END-IF.

       2300-APURAR-RESULTADO.
             ADD 1 TO WRK-QT-ALUNOS.
             SET IX-TR TO WRK-QT-ALUNOS.
             MOVE AL-MATRICULA TO TR-MATRICULA(IX-TR).
             MOVE AL-NOME      TO TR-NOME(IX-TR).
             MOVE AL-TURMA     TO TR-TURMA(IX-TR).
             MOVE WRK-SERIE    TO TR-SERIE(IX-TR).
             MOVE ZEROS TO TR-DISC-PEND(IX-TR, 1).
             MOVE ZEROS TO TR-DISC-PEND(IX-TR, 2).
             MOVE ZEROS TO TR-DISC-PEND(IX-TR, 3).
             MOVE 'A APROVAR' TO TR-EFETIVACAO(IX-TR).

             PERFORM 2400-APURAR-FREQUENCIA.
             MOVE WRK-PCT-FREQ TO TR-PCT-FREQ(IX-TR).

             MOVE ZEROS TO WRK-QT-PEND.
             SET IX-TRQ TO 1.
             PERFORM 2500-CONFERIR-REQUISITO
                   UNTIL IX-TRQ > WRK-QT-REQUISITOS.
             MOVE WRK-QT-PEND TO TR-QT-PEND(IX-TR).

             EVALUATE TRUE
                   WHEN WRK-PCT-FREQ < WRK-MIN-FREQUENCIA
                         MOVE 'R'      TO TR-RESULTADO(IX-TR)
                         MOVE AL-TURMA TO TR-DESTINO(IX-TR)
                   WHEN WRK-QT-PEND = ZEROS AND WRK-DESTINO = SPACES
                         MOVE 'C'    TO TR-RESULTADO(IX-TR)
                         MOVE SPACES TO TR-DESTINO(IX-TR)
                   WHEN WRK-QT-PEND = ZEROS
                         MOVE 'P'         TO TR-RESULTADO(IX-TR)
                         MOVE WRK-DESTINO TO TR-DESTINO(IX-TR)
                   WHEN WRK-QT-PEND NOT > WRK-MAX-DEPENDENCIAS
                        AND WRK-DESTINO NOT = SPACES
                         MOVE 'D'         TO TR-RESULTADO(IX-TR)
                         MOVE WRK-DESTINO TO TR-DESTINO(IX-TR)
                   WHEN OTHER
                         MOVE 'R'      TO TR-RESULTADO(IX-TR)
                         MOVE AL-TURMA TO TR-DESTINO(IX-TR)
             END-EVALUATE.

       2400-APURAR-FREQUENCIA.
             MOVE 100 TO WRK-PCT-FREQ.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-FREQ > 0
                   SET IX-TFQ TO 1
                   PERFORM 2410-COMPARAR-ALUNO-FREQ
                         UNTIL IX-TFQ > WRK-QT-FREQ OR LINHA-ACHADA
             END-IF.
             IF LINHA-ACHADA AND TFQ-DADAS(IX-TFQ) > ZEROS
                   COMPUTE WRK-PCT-FREQ =
                         TFQ-PRESENTES(IX-TFQ) * 100
                         / TFQ-DADAS(IX-TFQ)
             END-IF.

       2410-COMPARAR-ALUNO-FREQ.
             IF TFQ-MATRICULA(IX-TFQ) = AL-MATRICULA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TFQ UP BY 1
             END-IF.

       2500-CONFERIR-REQUISITO.
             IF TRQ-SERIE(IX-TRQ) = WRK-SERIE
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-NOTAS > 0
                         SET IX-TNO TO 1
                         PERFORM 2510-COMPARAR-APROVACAO
                               UNTIL IX-TNO > WRK-QT-NOTAS
                                     OR LINHA-ACHADA
                   END-IF
                   IF NOT LINHA-ACHADA
                         ADD 1 TO WRK-QT-PEND
                         IF WRK-QT-PEND NOT > 3
                               MOVE TRQ-DISCIPLINA(IX-TRQ)
                                    TO TR-DISC-PEND(IX-TR, WRK-QT-PEND)
                         END-IF
                   END-IF
             END-IF.
             SET IX-TRQ UP BY 1.

       2510-COMPARAR-APROVACAO.
             IF TNO-MATRICULA(IX-TNO) = AL-MATRICULA
                   AND TNO-DISCIPLINA(IX-TNO) = TRQ-DISCIPLINA(IX-TRQ)
                   AND TNO-APROVADO(IX-TNO) = 'S'
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TNO UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * A PREVIA REGRAVA O PROGRESS INTEIRO COM O RESULTADO DO TERMO.
      *----------------------------------------------------------------
       3000-GRAVAR-PREVIA.
             OPEN OUTPUT PROGRESSAO-ARQ.
             IF WRK-QT-ALUNOS > 0
                   SET IX-TR TO 1
                   PERFORM 3100-GRAVAR-ALUNO
                         UNTIL IX-TR > WRK-QT-ALUNOS
             END-IF.
             CLOSE PROGRESSAO-ARQ.

       3100-GRAVAR-ALUNO.
             MOVE WRK-TERMO-NOVO       TO PR-TERMO-NOVO.
             MOVE TR-MATRICULA(IX-TR)  TO PR-MATRICULA.
             MOVE TR-TURMA(IX-TR)      TO PR-TURMA.
             MOVE TR-DESTINO(IX-TR)    TO PR-DESTINO.
             MOVE TR-SERIE(IX-TR)      TO PR-SERIE.
             MOVE TR-RESULTADO(IX-TR)  TO PR-RESULTADO.
             MOVE TR-PCT-FREQ(IX-TR)   TO PR-PCT-FREQ.
             MOVE TR-QT-PEND(IX-TR)    TO PR-QT-PEND.
             MOVE TR-DISC-PEND(IX-TR, 1) TO PR-DISC-PEND(1).
             MOVE TR-DISC-PEND(IX-TR, 2) TO PR-DISC-PEND(2).
             MOVE TR-DISC-PEND(IX-TR, 3) TO PR-DISC-PEND(3).
             MOVE TR-NOME(IX-TR)       TO PR-NOME.
             WRITE PROGRESSAO-REC.
             SET IX-TR UP BY 1.

      *----------------------------------------------------------------
      * CONFIRMACAO: O PROGRESS APROVADO (SO AS LINHAS DO TERMO NOVO
      * INFORMADO) VOLTA PARA A TABELA DE RESULTADOS.
      *----------------------------------------------------------------
       5000-CARREGAR-PROGRESSAO.
             MOVE ZEROS TO WRK-QT-ALUNOS.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT PROGRESSAO-ARQ.
             MOVE WRK-FS-PROGRESS TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
             ELSE
                   PERFORM 5010-LER-PROGRESSAO
                   PERFORM 5020-GUARDAR-PROGRESSAO UNTIL FIM-ARQUIVO
                   CLOSE PROGRESSAO-ARQ
             END-IF.

       5010-LER-PROGRESSAO.
             READ PROGRESSAO-ARQ
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       5020-GUARDAR-PROGRESSAO.
             IF PR-TERMO-NOVO = WRK-TERMO-NOVO
                   AND WRK-QT-ALUNOS < 1000
                   ADD 1 TO WRK-QT-ALUNOS
                   SET IX-TR TO WRK-QT-ALUNOS
                   MOVE PR-MATRICULA    TO TR-MATRICULA(IX-TR)
                   MOVE PR-NOME         TO TR-NOME(IX-TR)
                   MOVE PR-TURMA        TO TR-TURMA(IX-TR)
                   MOVE PR-DESTINO      TO TR-DESTINO(IX-TR)
                   MOVE PR-SERIE        TO TR-SERIE(IX-TR)
                   MOVE PR-RESULTADO    TO TR-RESULTADO(IX-TR)
                   MOVE PR-PCT-FREQ     TO TR-PCT-FREQ(IX-TR)
                   MOVE PR-QT-PEND      TO TR-QT-PEND(IX-TR)
                   MOVE PR-DISC-PEND(1) TO TR-DISC-PEND(IX-TR, 1)
                   MOVE PR-DISC-PEND(2) TO TR-DISC-PEND(IX-TR, 2)
                   MOVE PR-DISC-PEND(3) TO TR-DISC-PEND(IX-TR, 3)
                   MOVE SPACES          TO TR-EFETIVACAO(IX-TR)
             END-IF.
             PERFORM 5010-LER-PROGRESSAO.

      *----------------------------------------------------------------
      * VAGAS DE CADA TURMA NO TERMO NOVO: CAPACIDADE DO TURMA-MASTER
      * MENOS OS JA MATRICULADOS NELA (TURMA PELO AL-TURMA). A ESPERA
      * JA GRAVADA PARA O TERMO NOVO EVITA DUPLICAR UMA RERODADA.
      *----------------------------------------------------------------
       6000-EFETIVAR.
             OPEN I-O MATRICULA-TERMO.
             MOVE WRK-FS-MATR TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE MATRICULA-TERMO
                   OPEN OUTPUT MATRICULA-TERMO
                   CLOSE MATRICULA-TERMO
                   OPEN I-O MATRICULA-TERMO
             END-IF.
             OPEN I-O ALUNO-MASTER.
             OPEN INPUT TURMA-MASTER.
             PERFORM 6100-CARREGAR-VAGAS.
             PERFORM 6200-CARREGAR-ESPERA.
             OPEN EXTEND LISTA-ESPERA.
             MOVE WRK-FS-ESPERA TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE LISTA-ESPERA
                   OPEN OUTPUT LISTA-ESPERA
             END-IF.
             OPEN EXTEND DEPENDENCIAS.
             MOVE WRK-FS-DEPEND TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DEPENDENCIAS
                   OPEN OUTPUT DEPENDENCIAS
             END-IF.
             SET IX-TR TO 1.
             PERFORM 6300-EFETIVAR-ALUNO
                   UNTIL IX-TR > WRK-QT-ALUNOS.
             CLOSE DEPENDENCIAS.
             CLOSE LISTA-ESPERA.
             CLOSE TURMA-MASTER.
             CLOSE ALUNO-MASTER.
             CLOSE MATRICULA-TERMO.

       6100-CARREGAR-VAGAS.
             MOVE ZEROS TO WRK-QT-TURMAS.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             MOVE LOW-VALUES TO TU-CODIGO.
             START TURMA-MASTER KEY IS >= TU-CODIGO
                   INVALID KEY MOVE 'S' TO WRK-EOF-GEN-SW
             END-START.
             PERFORM 6110-LER-TURMA.
             PERFORM 6120-GUARDAR-TURMA UNTIL FIM-ARQUIVO.

             MOVE 'N' TO WRK-EOF-MAT-SW.
             MOVE WRK-TERMO-NOVO TO ME-TERMO.
             MOVE ZEROS TO ME-MATRICULA.
             START MATRICULA-TERMO KEY IS >= ME-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-MAT-SW
             END-START.
             PERFORM 6130-LER-MATRICULA-NOVA.
             PERFORM 6140-OCUPAR-VAGA UNTIL FIM-MATRICULAS.

       6110-LER-TURMA.
             IF NOT FIM-ARQUIVO
                   READ TURMA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-GEN-SW
                   END-READ
             END-IF.

       6120-GUARDAR-TURMA.
             IF WRK-QT-TURMAS < 50
                   ADD 1 TO WRK-QT-TURMAS
                   SET IX-TOC TO WRK-QT-TURMAS
                   MOVE TU-CODIGO     TO TOC-TURMA(IX-TOC)
                   MOVE TU-CAPACIDADE TO TOC-CAPACIDADE(IX-TOC)
                   MOVE ZEROS         TO TOC-OCUPADAS(IX-TOC)
             ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA, TURMA '
                           TU-CODIGO ' SEM VAGAS NA REMATRICULA'
             END-IF.
             PERFORM 6110-LER-TURMA.

       6130-LER-MATRICULA-NOVA.
             IF NOT FIM-MATRICULAS
                   READ MATRICULA-TERMO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-MAT-SW
                   END-READ
                   IF NOT FIM-MATRICULAS
                         AND ME-TERMO NOT = WRK-TERMO-NOVO
                         MOVE 'S' TO WRK-EOF-MAT-SW
                   END-IF
             END-IF.

       6140-OCUPAR-VAGA.
             MOVE ME-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE SPACES TO AL-TURMA
             END-READ.
             MOVE AL-TURMA TO WRK-DESTINO.
             PERFORM 6400-LOCALIZAR-VAGA.
             IF LINHA-ACHADA
                   ADD 1 TO TOC-OCUPADAS(IX-TOC)
             END-IF.
             PERFORM 6130-LER-MATRICULA-NOVA.

       6200-CARREGAR-ESPERA.
             MOVE ZEROS TO WRK-QT-ESPERA-ANT.
             MOVE 'N' TO WRK-EOF-GEN-SW.
             OPEN INPUT LISTA-ESPERA.
             MOVE WRK-FS-ESPERA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-GEN-SW
             ELSE
                   PERFORM 6210-LER-ESPERA
                   PERFORM 6220-GUARDAR-ESPERA UNTIL FIM-ARQUIVO
                   CLOSE LISTA-ESPERA
             END-IF.

       6210-LER-ESPERA.
             READ LISTA-ESPERA
                   AT END MOVE 'S' TO WRK-EOF-GEN-SW
             END-READ.

       6220-GUARDAR-ESPERA.
             IF WL-TERMO = WRK-TERMO-NOVO
                   AND WRK-QT-ESPERA-ANT < 500
                   ADD 1 TO WRK-QT-ESPERA-ANT
                   SET IX-TES TO WRK-QT-ESPERA-ANT
                   MOVE WL-MATRICULA TO TES-MATRICULA(IX-TES)
             END-IF.
             PERFORM 6210-LER-ESPERA.

      *----------------------------------------------------------------
      * CADA ALUNO APROVADO NA PREVIA: CONCLUINTE NAO REMATRICULA;
      * OS DEMAIS ENTRAM NA TURMA DE DESTINO SE HOUVER VAGA, SENAO NA
      * LISTA DE ESPERA; NOS DOIS CASOS O AL-TURMA PASSA A SER A
      * TURMA DE DESTINO E AS DEPENDENCIAS SAO REGISTRADAS.
      *----------------------------------------------------------------
       6300-EFETIVAR-ALUNO.
             MOVE TR-DESTINO(IX-TR) TO WRK-DESTINO.
             MOVE WRK-TERMO-NOVO      TO ME-TERMO.
             MOVE TR-MATRICULA(IX-TR) TO ME-MATRICULA.
             MOVE 'N' TO WRK-ACHOU-SW.
             READ MATRICULA-TERMO
                   INVALID KEY
                         CONTINUE
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-ACHOU-SW
             END-READ.
             EVALUATE TRUE
                   WHEN TR-RESULTADO(IX-TR) = 'C'
                         MOVE 'CONCLUINTE' TO TR-EFETIVACAO(IX-TR)
                   WHEN TR-RESULTADO(IX-TR) NOT = 'P'
                        AND TR-RESULTADO(IX-TR) NOT = 'D'
                        AND TR-RESULTADO(IX-TR) NOT = 'R'
                         MOVE 'RESULT.INV.' TO TR-EFETIVACAO(IX-TR)
                         ADD 1 TO WRK-QT-INVALIDOS
                         DISPLAY 'RESULTADO INVALIDO NO PROGRESS, '
                                 'ALUNO ' TR-MATRICULA(IX-TR)
                                 ' NAO REMATRICULADO'
                   WHEN LINHA-ACHADA
                         MOVE 'JA MATRIC.' TO TR-EFETIVACAO(IX-TR)
                         ADD 1 TO WRK-QT-JA-FEITOS
                   WHEN OTHER
                         PERFORM 6310-VERIFICAR-ESPERA
                         IF LINHA-ACHADA
                               MOVE 'JA ESPERA' TO TR-EFETIVACAO(IX-TR)
                               ADD 1 TO WRK-QT-JA-FEITOS
                         ELSE
                               PERFORM 6320-MATRICULAR-ALUNO
                         END-IF
             END-EVALUATE.
             SET IX-TR UP BY 1.

       6310-VERIFICAR-ESPERA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-ESPERA-ANT > 0
                   SET IX-TES TO 1
                   PERFORM 6315-COMPARAR-ESPERA
                         UNTIL IX-TES > WRK-QT-ESPERA-ANT
                               OR LINHA-ACHADA
             END-IF.

       6315-COMPARAR-ESPERA.
             IF TES-MATRICULA(IX-TES) = TR-MATRICULA(IX-TR)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TES UP BY 1
             END-IF.

       6320-MATRICULAR-ALUNO.
             PERFORM 6400-LOCALIZAR-VAGA.
             IF NOT LINHA-ACHADA
                   MOVE 'TURMA INV.' TO TR-EFETIVACAO(IX-TR)
                   ADD 1 TO WRK-QT-INVALIDOS
                   DISPLAY 'TURMA DE DESTINO ' WRK-DESTINO
                           ' FORA DO TURMA-MASTER, ALUNO '
                           TR-MATRICULA(IX-TR) ' NAO REMATRICULADO'
             ELSE
                   IF TOC-OCUPADAS(IX-TOC) < TOC-CAPACIDADE(IX-TOC)
                         MOVE WRK-TERMO-NOVO      TO ME-TERMO
                         MOVE TR-MATRICULA(IX-TR) TO ME-MATRICULA
                         WRITE MATRICULA-TERMO-REC
                         ADD 1 TO TOC-OCUPADAS(IX-TOC)
                         ADD 1 TO WRK-QT-MATRICULADOS
                         MOVE 'MATRICULADO' TO TR-EFETIVACAO(IX-TR)
                   ELSE
                         MOVE WRK-TERMO-NOVO      TO WL-TERMO
                         MOVE WRK-DESTINO         TO WL-TURMA
                         MOVE TR-MATRICULA(IX-TR) TO WL-MATRICULA
                         MOVE WRK-DATA-HOJE       TO WL-DATA
                         WRITE LISTA-ESPERA-REC
                         ADD 1 TO WRK-QT-NA-ESPERA
                         MOVE 'LISTA ESPERA' TO TR-EFETIVACAO(IX-TR)
                         DISPLAY 'TURMA ' WRK-DESTINO ' CHEIA NO '
                                 'TERMO ' WRK-TERMO-NOVO ', ALUNO '
                                 TR-MATRICULA(IX-TR)
                                 ' NA LISTA DE ESPERA'
                   END-IF
                   PERFORM 6330-ATUALIZAR-TURMA-ALUNO
                   IF TR-RESULTADO(IX-TR) = 'D'
                         MOVE 1 TO WRK-IX-PEND
                         PERFORM 6340-GRAVAR-DEPENDENCIA
                               UNTIL WRK-IX-PEND > 3
                   END-IF
             END-IF.

       6330-ATUALIZAR-TURMA-ALUNO.
             MOVE TR-MATRICULA(IX-TR) TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         DISPLAY 'ALUNO ' TR-MATRICULA(IX-TR)
                                 ' FORA DO ALUNO-MASTER, TURMA NAO '
                                 'ATUALIZADA'
                   NOT INVALID KEY
                         IF AL-TURMA NOT = WRK-DESTINO
                               MOVE WRK-DESTINO TO AL-TURMA
                               REWRITE ALUNO-MASTER-REC
                         END-IF
             END-READ.

       6340-GRAVAR-DEPENDENCIA.
             IF TR-DISC-PEND(IX-TR, WRK-IX-PEND) NOT = ZEROS
                   MOVE WRK-TERMO-NOVO      TO DP-TERMO
                   MOVE TR-MATRICULA(IX-TR) TO DP-MATRICULA
                   MOVE TR-SERIE(IX-TR)     TO DP-SERIE
                   MOVE TR-DISC-PEND(IX-TR, WRK-IX-PEND)
                        TO DP-DISCIPLINA
                   MOVE WRK-DATA-HOJE       TO DP-DATA
                   WRITE DEPENDENCIAS-REC
             END-IF.
             ADD 1 TO WRK-IX-PEND.

       6400-LOCALIZAR-VAGA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-TURMAS > 0 AND WRK-DESTINO NOT = SPACES
                   SET IX-TOC TO 1
                   PERFORM 6410-COMPARAR-VAGA
                         UNTIL IX-TOC > WRK-QT-TURMAS OR LINHA-ACHADA
             END-IF.

       6410-COMPARAR-VAGA.
             IF TOC-TURMA(IX-TOC) = WRK-DESTINO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TOC UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * LISTA POR TURMA DE ORIGEM, COM O TOTAL DE CADA RESULTADO.
      *----------------------------------------------------------------
       7000-RELATORIO.
             OPEN OUTPUT REL-PROGRESSAO.
             OPEN INPUT TURMA-MASTER.
             IF MODO-PREVIA
                   MOVE 'PROGRESSAO ANUAL - PREVIA P/ APROVACAO'
                        TO RPTH-TITULO
             ELSE
                   MOVE 'PROGRESSAO ANUAL - REMATRICULA EFETIVADA'
                        TO RPTH-TITULO
             END-IF.
             PERFORM 8000-CABECALHO.
             MOVE ZEROS TO WRK-QT-TURMAS-REL.
             IF WRK-QT-ALUNOS > 0
                   SET IX-TR TO 1
                   PERFORM 7100-REGISTRAR-TURMA
                         UNTIL IX-TR > WRK-QT-ALUNOS
             END-IF.
             IF WRK-QT-TURMAS-REL > 0
                   SET IX-TTR TO 1
                   PERFORM 7200-IMPRIMIR-TURMA
                         UNTIL IX-TTR > WRK-QT-TURMAS-REL
             END-IF.
             WRITE REL-PROGRESSAO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE TURMA-MASTER.
             CLOSE REL-PROGRESSAO.

       7100-REGISTRAR-TURMA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-TURMAS-REL > 0
                   SET IX-TTR TO 1
                   PERFORM 7110-COMPARAR-TURMA-REL
                         UNTIL IX-TTR > WRK-QT-TURMAS-REL
                               OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA AND WRK-QT-TURMAS-REL < 50
                   ADD 1 TO WRK-QT-TURMAS-REL
                   SET IX-TTR TO WRK-QT-TURMAS-REL
                   MOVE TR-TURMA(IX-TR) TO TTR-TURMA(IX-TTR)
             END-IF.
             SET IX-TR UP BY 1.

       7110-COMPARAR-TURMA-REL.
             IF TTR-TURMA(IX-TTR) = TR-TURMA(IX-TR)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TTR UP BY 1
             END-IF.

       7200-IMPRIMIR-TURMA.
             MOVE TTR-TURMA(IX-TTR) TO WRK-TURMA-ATUAL.
             MOVE WRK-TURMA-ATUAL TO TU-CODIGO.
             READ TURMA-MASTER
                   INVALID KEY
                         MOVE '*** FORA DO MESTRE ***'
                              TO TU-DESCRICAO
             END-READ.
             MOVE WRK-TURMA-ATUAL TO LT-TURMA.
             MOVE TU-DESCRICAO    TO LT-DESCRICAO.
             WRITE REL-PROGRESSAO-LINHA FROM LINHA-TURMA.
             WRITE REL-PROGRESSAO-LINHA FROM LINHA-COLUNAS.
             MOVE ZEROS TO WRK-TT-PROMOVIDOS.
             MOVE ZEROS TO WRK-TT-DEPENDENCIA.
             MOVE ZEROS TO WRK-TT-RETIDOS.
             MOVE ZEROS TO WRK-TT-CONCLUINTES.
             SET IX-TR TO 1.
             PERFORM 7300-IMPRIMIR-ALUNO
                   UNTIL IX-TR > WRK-QT-ALUNOS.
             MOVE WRK-TT-PROMOVIDOS  TO LTT-PROMOVIDOS.
             MOVE WRK-TT-DEPENDENCIA TO LTT-DEPENDENCIA.
             MOVE WRK-TT-RETIDOS     TO LTT-RETIDOS.
             MOVE WRK-TT-CONCLUINTES TO LTT-CONCLUINTES.
             WRITE REL-PROGRESSAO-LINHA FROM LINHA-TOTAL-TURMA.
             MOVE SPACES TO REL-PROGRESSAO-LINHA.
             WRITE REL-PROGRESSAO-LINHA.
             SET IX-TTR UP BY 1.

       7300-IMPRIMIR-ALUNO.
             IF TR-TURMA(IX-TR) = WRK-TURMA-ATUAL
                   MOVE TR-MATRICULA(IX-TR)  TO LA-MATRICULA
                   MOVE TR-NOME(IX-TR)       TO LA-NOME
                   MOVE TR-PCT-FREQ(IX-TR)   TO LA-PCT-FREQ
                   MOVE TR-DESTINO(IX-TR)    TO LA-DESTINO
                   MOVE TR-EFETIVACAO(IX-TR) TO LA-EFETIVACAO
                   EVALUATE TR-RESULTADO(IX-TR)
                         WHEN 'P'
                               MOVE 'PROMOVIDO' TO LA-RESULTADO
                               ADD 1 TO WRK-TT-PROMOVIDOS
                               ADD 1 TO WRK-QT-PROMOVIDOS
                         WHEN 'D'
                               MOVE 'PROMOV. C/ DEP.' TO LA-RESULTADO
                               ADD 1 TO WRK-TT-DEPENDENCIA
                               ADD 1 TO WRK-QT-DEPENDENCIA
                         WHEN 'C'
                               MOVE 'CONCLUINTE' TO LA-RESULTADO
                               ADD 1 TO WRK-TT-CONCLUINTES
                               ADD 1 TO WRK-QT-CONCLUINTES
                         WHEN 'R'
                               IF TR-PCT-FREQ(IX-TR)
                                     < WRK-MIN-FREQUENCIA
                                     MOVE 'RETIDO FREQ.'
                                          TO LA-RESULTADO
                               ELSE
                                     MOVE 'RETIDO' TO LA-RESULTADO
                               END-IF
                               ADD 1 TO WRK-TT-RETIDOS
                               ADD 1 TO WRK-QT-RETIDOS
                         WHEN OTHER
                               MOVE 'INVALIDO' TO LA-RESULTADO
                   END-EVALUATE
                   MOVE SPACES TO WRK-PEND-TEXTO
                   MOVE 1 TO WRK-IX-PEND
                   PERFORM 7310-MONTAR-PENDENTE
                         UNTIL WRK-IX-PEND > 3
                   MOVE WRK-PEND-TEXTO TO LA-PENDENTES
                   WRITE REL-PROGRESSAO-LINHA FROM LINHA-ALUNO
             END-IF.
             SET IX-TR UP BY 1.

       7310-MONTAR-PENDENTE.
             IF TR-DISC-PEND(IX-TR, WRK-IX-PEND) NOT = ZEROS
                   MOVE TR-DISC-PEND(IX-TR, WRK-IX-PEND)
                        TO WPT-CODIGO(WRK-IX-PEND)
             END-IF.
             ADD 1 TO WRK-IX-PEND.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PROGRESSAO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-PROGRESSAO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-PROGRESSAO-LINHA.
             WRITE REL-PROGRESSAO-LINHA.

       9000-ENCERRAR.
             DISPLAY 'PROGRESSAO ANUAL CONCLUIDA - ETAPA ' WRK-MODO.
             DISPLAY 'TERMO ENCERRADO.........: ' WRK-TERMO-ATUAL.
             DISPLAY 'TERMO NOVO..............: ' WRK-TERMO-NOVO.
             DISPLAY 'ALUNOS CLASSIFICADOS....: ' WRK-QT-ALUNOS.
             DISPLAY 'PROMOVIDOS..............: ' WRK-QT-PROMOVIDOS.
             DISPLAY 'PROMOVIDOS C/ DEPENDENC.: ' WRK-QT-DEPENDENCIA.
             DISPLAY 'RETIDOS.................: ' WRK-QT-RETIDOS.
             DISPLAY 'CONCLUINTES.............: ' WRK-QT-CONCLUINTES.
             IF MODO-PREVIA
                   DISPLAY 'FORA DA PROGRESSAO......: '
                           WRK-QT-SEM-REGRA
             ELSE
                   DISPLAY 'MATRICULADOS NO TERMO...: '
                           WRK-QT-MATRICULADOS
                   DISPLAY 'ENVIADOS P/ ESPERA......: '
                           WRK-QT-NA-ESPERA
                   DISPLAY 'JA MATRICULADOS/ESPERA..: '
                           WRK-QT-JA-FEITOS
                   DISPLAY 'NAO EFETIVADOS..........: '
                           WRK-QT-INVALIDOS
             END-IF.

       END PROGRAM REMATRICULA.
