      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: INTEGRACAO DA HORA-AULA DOS PROFESSORES COM A FOLHA -
      *          PARA CADA ATRIBUICAO DO TERMO INFORMADO (ATRIBMST:
      *          TURMA + DISCIPLINA + PROFESSOR) APURA AS AULAS DO MES
      *          A PARTIR DA CARGA SEMANAL DA DISCIPLINA
      *          (DI-AULAS-SEMANA X 4,5 SEMANAS) OU, QUANDO A TURMA JA
      *          TEM FREQUENCIA LANCADA NO FREQLDG, PELAS AULAS
      *          EFETIVAMENTE DADAS NO TERMO MENOS AS JA PAGAS. O VALOR
      *          SAI DA HORA-AULA DO NIVEL DO PROFESSOR (PROFCFG),
      *          ACRESCIDO DA HORA-ATIVIDADE E DO DESCANSO SEMANAL
      *          REMUNERADO (1/6 SOBRE AULAS + HORA-ATIVIDADE), E E
      *          GRAVADO COMO VERBA DE PROVENTO ('AUL') NO FOLHAVRB
      *          PARA A MATRICULA DO PROFESSOR NO CRUZAMENTO PROFXREF,
      *          NOS MOLDES DO FOLHA-COMISSAO - O FOLHA-PAGTO SOMA A
      *          VERBA AO BRUTO ANTES DO INSS/IRRF. O RELATORIO
      *          RELAULAS CONFERE, POR PROFESSOR, AS AULAS DE CADA
      *          TURMA/DISCIPLINA E A COMPOSICAO DO VALOR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O PROFXREF E UM PARAMETRO SIMPLES (CODIGO DO PROFESSOR,
      * MATRICULA NO FUNCMST E NIVEL), MANTIDO NA MAO COMO O VENDXREF;
      * O PROFCFG TRAZ O VALOR DA HORA-AULA DE CADA NIVEL. PROFESSOR
      * SEM MATRICULA OU SEM VALOR PARA O NIVEL SAI AVISADO E FICA
      * FORA DO FOLHAVRB (E DO PROFPAGO), PARA O RH COMPLETAR O
      * PARAMETRO. AS AULAS PELA FREQUENCIA: O TOTAL DE AULAS DADAS
      * DA TURMA NO TERMO (MAIOR TOTAL ENTRE OS ALUNOS DELA NO
      * FREQLDG) E RATEADO ENTRE AS DISCIPLINAS PELA CARGA SEMANAL;
      * O PROFPAGO GUARDA AS AULAS JA PAGAS POR ATRIBUICAO, E AULA
      * PAGA A MAIS PELA ESTIMATIVA NAO E DESCONTADA (SO DEIXA DE
      * GERAR PAGAMENTO ATE A FREQUENCIA ALCANCAR). RODAR DUAS VEZES
      * A MESMA COMPETENCIA E RECUSADO (VERBA 'AUL' JA NO FOLHAVRB).
      * LIMITES: 200 ATRIBUICOES, 50 TURMAS, 50 PROFESSORES, 100
      * CRUZAMENTOS, 10 NIVEIS E 2000 ALUNOS COM FREQUENCIA NO TERMO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-PROFESSOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-MASTER ASSIGN TO 'ATRIBMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AT-CHAVE
                  FILE STATUS IS WRK-FS-ATRIB.

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

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT FREQ-LEDGER ASSIGN TO 'FREQLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FREQ.

           SELECT PROFESSOR-XREF ASSIGN TO 'PROFXREF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-XREF.

           SELECT PROFESSOR-CFG ASSIGN TO 'PROFCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CFG.

           SELECT AULAS-PAGAS ASSIGN TO 'PROFPAGO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PAGAS.

           SELECT FOLHA-VERBAS ASSIGN TO 'FOLHAVRB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-VERBAS.

           SELECT REL-AULAS ASSIGN TO 'RELAULAS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-MASTER.
       COPY atribuic.

       FD  DISCIPLINA-MASTER.
       COPY disciplin.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  FREQ-LEDGER.
       COPY freqldg.

       FD  PROFESSOR-XREF.
       01  PROFESSOR-XREF-REC.
           05 PX-PROFESSOR     PIC 9(04).
           05 PX-MATRICULA     PIC 9(06).
           05 PX-NIVEL         PIC X(01).

       FD  PROFESSOR-CFG.
       01  PROFESSOR-CFG-REC.
           05 PC-NIVEL         PIC X(01).
           05 PC-VALOR-HORA    PIC 9(04)V99.

       FD  AULAS-PAGAS.
       01  AULAS-PAGAS-REC.
           05 PG-TERMO         PIC 9(02).
           05 PG-TURMA         PIC X(03).
           05 PG-DISCIPLINA    PIC 9(03).
           05 PG-PROFESSOR     PIC 9(04).
           05 PG-COMPETENCIA   PIC 9(06).
           05 PG-AULAS         PIC 9(04)V99.
           05 PG-ORIGEM        PIC X(01).

       FD  FOLHA-VERBAS.
       01  FOLHA-VERBAS-REC.
           05 FV-MATRICULA     PIC 9(06).
           05 FV-COMPETENCIA   PIC 9(06).
           05 FV-TIPO          PIC X(03).
           05 FV-VALOR         PIC 9(06)V99.
           05 FV-ORIGEM        PIC X(10).

       FD  REL-AULAS.
       01  REL-AULAS-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ATRIB     PIC X(02) VALUE '00'.
       77 WRK-FS-DISC      PIC X(02) VALUE '00'.
       77 WRK-FS-PROF      PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-FREQ      PIC X(02) VALUE '00'.
       77 WRK-FS-XREF      PIC X(02) VALUE '00'.
       77 WRK-FS-CFG       PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAS     PIC X(02) VALUE '00'.
       77 WRK-FS-VERBAS    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-ATR-SW   PIC X(01) VALUE 'N'.
         88 FIM-ATRIBUICOES     VALUE 'S'.
       77 WRK-EOF-FRQ-SW   PIC X(01) VALUE 'N'.
         88 FIM-FREQUENCIA      VALUE 'S'.
       77 WRK-EOF-XRF-SW   PIC X(01) VALUE 'N'.
         88 FIM-XREF            VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-EOF-PAG-SW   PIC X(01) VALUE 'N'.
         88 FIM-PAGAS           VALUE 'S'.
       77 WRK-EOF-VRB-SW   PIC X(01) VALUE 'N'.
         88 FIM-VERBAS          VALUE 'S'.
       77 WRK-JA-RODOU-SW  PIC X(01) VALUE 'N'.
         88 COMPETENCIA-JA-RODADA VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-PAGAVEL-SW   PIC X(01) VALUE 'N'.
         88 PROFESSOR-PAGAVEL   VALUE 'S'.
       77 WRK-ALUNOS-SW    PIC X(01) VALUE 'N'.
         88 ALUNOS-ABERTO       VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).
       77 WRK-TERMO        PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * REGRAS DA HORA-AULA: MES DE 4,5 SEMANAS, HORA-ATIVIDADE SOBRE
      * O VALOR DAS AULAS E DSR DE 1/6 SOBRE AULAS + HORA-ATIVIDADE.
      *----------------------------------------------------------------
       77 WRK-SEMANAS-MES  PIC 9(01)V9 VALUE 4,5.
       77 WRK-PCT-HORA-ATIV PIC 9(02)V99 VALUE 5,00.
       77 WRK-DIVISOR-DSR  PIC 9(01) VALUE 6.

       01 TABELA-ATRIBUICOES.
          05 TA-DET OCCURS 200 TIMES INDEXED BY IX-TA.
             10 TA-TURMA       PIC X(03).
             10 TA-DISCIPLINA  PIC 9(03).
             10 TA-PROFESSOR   PIC 9(04).
             10 TA-AULAS-SEMANA PIC 9(02).
             10 TA-NOME-DISC   PIC X(20).
             10 TA-AULAS-PAGAS PIC 9(05)V99.
             10 TA-AULAS-TERMO PIC 9(05)V99.
             10 TA-AULAS-MES   PIC 9(05)V99.
             10 TA-ORIGEM      PIC X(01).
       77 WRK-QT-ATRIB     PIC 9(03) VALUE ZEROS.

       01 TABELA-TURMAS.
          05 TT-DET OCCURS 50 TIMES INDEXED BY IX-TT.
             10 TT-TURMA       PIC X(03).
             10 TT-AULAS-SEMANA PIC 9(03).
             10 TT-AULAS-DADAS PIC 9(05).
       77 WRK-QT-TURMAS    PIC 9(02) VALUE ZEROS.

       01 TABELA-ALUNOS.
          05 TAL-DET OCCURS 2000 TIMES INDEXED BY IX-TAL.
             10 TAL-MATRICULA  PIC 9(06).
             10 TAL-AULAS      PIC 9(05).
       77 WRK-QT-ALUNOS    PIC 9(04) VALUE ZEROS.

       01 TABELA-PROFESSORES.
          05 TP-DET OCCURS 50 TIMES INDEXED BY IX-TP.
             10 TP-PROFESSOR   PIC 9(04).
             10 TP-AULAS       PIC 9(05)V99.
       77 WRK-QT-PROF      PIC 9(02) VALUE ZEROS.

       01 TABELA-XREF.
          05 TX-DET OCCURS 100 TIMES INDEXED BY IX-TX.
             10 TX-PROFESSOR   PIC 9(04).
             10 TX-MATRICULA   PIC 9(06).
             10 TX-NIVEL       PIC X(01).
       77 WRK-QT-XREF      PIC 9(03) VALUE ZEROS.

       01 TABELA-NIVEIS.
          05 TN-DET OCCURS 10 TIMES INDEXED BY IX-TN.
             10 TN-NIVEL       PIC X(01).
             10 TN-VALOR-HORA  PIC 9(04)V99.
       77 WRK-QT-NIVEIS    PIC 9(02) VALUE ZEROS.

       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-NIVEL        PIC X(01) VALUE SPACES.
       77 WRK-VALOR-HORA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-AULAS  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HORA-ATIV    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DSR          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-PROF   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(20) VALUE SPACES.

       77 WRK-QT-GRAVADAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FORA      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PELA-FREQ PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-CALCULADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GRAVADO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FORA     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-AULAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-PROFESSOR.
           05 FILLER          PIC X(10) VALUE 'PROFESSOR '.
           05 LP-PROFESSOR    PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LP-NOME         PIC X(30).
           05 FILLER          PIC X(07) VALUE ' MATR. '.
           05 LP-MATRICULA    PIC ZZZZZ9.
           05 FILLER          PIC X(08) VALUE ' NIVEL: '.
           05 LP-NIVEL        PIC X(01).
           05 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-AULA.
           05 FILLER          PIC X(09) VALUE '  TURMA '.
           05 LA-TURMA        PIC X(03).
           05 FILLER          PIC X(12) VALUE ' DISCIPLINA '.
           05 LA-DISCIPLINA   PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-NOME-DISC    PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-SEMANA       PIC Z9.
           05 FILLER          PIC X(06) VALUE '/SEM  '.
           05 LA-AULAS-MES    PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LA-ORIGEM       PIC X(11).
           05 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-VALOR.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LV-DESCRICAO    PIC X(36).
           05 LV-QTDE         PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LV-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LV-SITUACAO     PIC X(15).

       01  LINHA-CONFERE.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LCF-MENSAGEM    PIC X(36).
           05 FILLER          PIC X(11) VALUE SPACES.
           05 LCF-VALOR       PIC -Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(16) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-ATRIB.
             MOVE ZEROS TO WRK-QT-TURMAS.
             MOVE ZEROS TO WRK-QT-PROF.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             DISPLAY 'TERMO LETIVO DAS ATRIBUICOES (NN): '
             ACCEPT WRK-TERMO.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   OR WRK-TERMO = ZEROS
                   DISPLAY 'COMPETENCIA OU TERMO INVALIDO: '
                           WRK-COMPETENCIA ' ' WRK-TERMO
                   GOBACK
             END-IF.

             PERFORM 0400-VERIFICAR-RERODADA.
             IF COMPETENCIA-JA-RODADA
                   DISPLAY 'HORA-AULA DA COMPETENCIA '
                           WRK-COMPETENCIA ' JA GRAVADA NO '
                           'FOLHAVRB, RODADA RECUSADA'
                   GOBACK
             END-IF.

             PERFORM 0500-CARREGAR-XREF.
             PERFORM 0600-CARREGAR-NIVEIS.
             PERFORM 1000-CARREGAR-ATRIBUICOES.
             PERFORM 1300-CARREGAR-FREQUENCIA.
             PERFORM 1600-CARREGAR-PAGAS.
             PERFORM 2000-APURAR-AULAS.
             PERFORM 3000-GRAVAR-E-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * A MESMA COMPETENCIA NAO GRAVA HORA-AULA DUAS VEZES: QUALQUER
      * VERBA 'AUL' DELA JA PRESENTE NO FOLHAVRB RECUSA A RODADA.
      *----------------------------------------------------------------
       0400-VERIFICAR-RERODADA.
             MOVE 'N' TO WRK-JA-RODOU-SW.
             MOVE 'N' TO WRK-EOF-VRB-SW.
             OPEN INPUT FOLHA-VERBAS.
             MOVE WRK-FS-VERBAS TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-VRB-SW
             ELSE
                   PERFORM 0410-LER-VERBA
                   PERFORM 0420-PROCURAR-COMPETENCIA
                         UNTIL FIM-VERBAS
                               OR COMPETENCIA-JA-RODADA
                   CLOSE FOLHA-VERBAS
             END-IF.

       0410-LER-VERBA.
             IF NOT FIM-VERBAS
                   READ FOLHA-VERBAS
                         AT END MOVE 'S' TO WRK-EOF-VRB-SW
                   END-READ
             END-IF.

       0420-PROCURAR-COMPETENCIA.
             IF FV-COMPETENCIA = WRK-COMPETENCIA
                   AND FV-TIPO = 'AUL'
                   MOVE 'S' TO WRK-JA-RODOU-SW
             END-IF.
             PERFORM 0410-LER-VERBA.

       0500-CARREGAR-XREF.
             MOVE ZEROS TO WRK-QT-XREF.
             MOVE 'N' TO WRK-EOF-XRF-SW.
             OPEN INPUT PROFESSOR-XREF.
             MOVE WRK-FS-XREF TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-XRF-SW
                   DISPLAY 'CRUZAMENTO PROFXREF AUSENTE, NENHUMA '
                           'HORA-AULA IRA PARA A FOLHA'
             ELSE
                   PERFORM 0510-LER-XREF
                   PERFORM 0520-GUARDAR-XREF UNTIL FIM-XREF
                   CLOSE PROFESSOR-XREF
             END-IF.

       0510-LER-XREF.
             READ PROFESSOR-XREF
                   AT END MOVE 'S' TO WRK-EOF-XRF-SW
             END-READ.

       0520-GUARDAR-XREF.
             IF PX-PROFESSOR IS NUMERIC AND PX-MATRICULA IS NUMERIC
                   AND WRK-QT-XREF < 100
                   ADD 1 TO WRK-QT-XREF
                   SET IX-TX TO WRK-QT-XREF
                   MOVE PX-PROFESSOR TO TX-PROFESSOR(IX-TX)
                   MOVE PX-MATRICULA TO TX-MATRICULA(IX-TX)
                   MOVE PX-NIVEL     TO TX-NIVEL(IX-TX)
             END-IF.
             PERFORM 0510-LER-XREF.

       0600-CARREGAR-NIVEIS.
             MOVE ZEROS TO WRK-QT-NIVEIS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             OPEN INPUT PROFESSOR-CFG.
             MOVE WRK-FS-CFG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-CFG-SW
                   DISPLAY 'PARAMETRO PROFCFG AUSENTE, SEM VALOR DE '
                           'HORA-AULA POR NIVEL'
             ELSE
                   PERFORM 0610-LER-NIVEL
                   PERFORM 0620-GUARDAR-NIVEL UNTIL FIM-CONFIG
                   CLOSE PROFESSOR-CFG
             END-IF.

       0610-LER-NIVEL.
             READ PROFESSOR-CFG
                   AT END MOVE 'S' TO WRK-EOF-CFG-SW
             END-READ.

       0620-GUARDAR-NIVEL.
             IF PC-VALOR-HORA IS NOT NUMERIC
                   OR PC-VALOR-HORA = ZEROS
                   DISPLAY 'PROFCFG SEM VALOR VALIDO PARA O NIVEL '
                           PC-NIVEL ', LINHA IGNORADA'
             ELSE
                   IF WRK-QT-NIVEIS < 10
                         ADD 1 TO WRK-QT-NIVEIS
                         SET IX-TN TO WRK-QT-NIVEIS
                         MOVE PC-NIVEL      TO TN-NIVEL(IX-TN)
                         MOVE PC-VALOR-HORA TO TN-VALOR-HORA(IX-TN)
                   END-IF
             END-IF.
             PERFORM 0610-LER-NIVEL.

      *----------------------------------------------------------------
      * ATRIBUICOES DO TERMO, COM A CARGA SEMANAL DA DISCIPLINA; A
      * CARGA SEMANAL TOTAL DE CADA TURMA SERVE AO RATEIO DAS AULAS
      * DADAS DO FREQLDG.
      *----------------------------------------------------------------
       1000-CARREGAR-ATRIBUICOES.
             MOVE 'N' TO WRK-EOF-ATR-SW.
             OPEN INPUT ATRIBUICAO-MASTER.
             MOVE WRK-FS-ATRIB TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-ATR-SW
                   DISPLAY 'ATRIBMST INEXISTENTE, NADA A APURAR'
             ELSE
                   OPEN INPUT DISCIPLINA-MASTER
                   MOVE WRK-TERMO  TO AT-TERMO
                   MOVE LOW-VALUES TO AT-TURMA
                   MOVE ZEROS      TO AT-DISCIPLINA
                   START ATRIBUICAO-MASTER KEY IS >= AT-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-ATR-SW
                   END-START
                   PERFORM 1100-LER-ATRIBUICAO
                   PERFORM 1200-GUARDAR-ATRIBUICAO
                         UNTIL FIM-ATRIBUICOES
                   CLOSE DISCIPLINA-MASTER
                   CLOSE ATRIBUICAO-MASTER
             END-IF.

       1100-LER-ATRIBUICAO.
             IF NOT FIM-ATRIBUICOES
                   READ ATRIBUICAO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-ATR-SW
                   END-READ
                   IF NOT FIM-ATRIBUICOES
                         AND AT-TERMO NOT = WRK-TERMO
                         MOVE 'S' TO WRK-EOF-ATR-SW
                   END-IF
             END-IF.

       1200-GUARDAR-ATRIBUICAO.
             IF WRK-QT-ATRIB < 200
                   ADD 1 TO WRK-QT-ATRIB
                   SET IX-TA TO WRK-QT-ATRIB
                   MOVE AT-TURMA      TO TA-TURMA(IX-TA)
                   MOVE AT-DISCIPLINA TO TA-DISCIPLINA(IX-TA)
                   MOVE AT-PROFESSOR  TO TA-PROFESSOR(IX-TA)
                   MOVE ZEROS TO TA-AULAS-PAGAS(IX-TA)
                   MOVE ZEROS TO TA-AULAS-TERMO(IX-TA)
                   MOVE ZEROS TO TA-AULAS-MES(IX-TA)
                   MOVE 'E'   TO TA-ORIGEM(IX-TA)
                   MOVE AT-DISCIPLINA TO DI-CODIGO
                   READ DISCIPLINA-MASTER
                         INVALID KEY
                               MOVE ZEROS  TO DI-AULAS-SEMANA
                               MOVE SPACES TO DI-NOME
                   END-READ
                   MOVE DI-NOME         TO TA-NOME-DISC(IX-TA)
                   MOVE DI-AULAS-SEMANA TO TA-AULAS-SEMANA(IX-TA)
                   IF DI-AULAS-SEMANA = ZEROS
                         DISPLAY 'DISCIPLINA ' AT-DISCIPLINA
                                 ' SEM CARGA SEMANAL (TURMA '
                                 AT-TURMA '), SEM HORA-AULA'
                   END-IF
                   PERFORM 1250-SOMAR-NA-TURMA
             ELSE
                   DISPLAY 'TABELA DE ATRIBUICOES CHEIA, TURMA '
                           AT-TURMA ' DISCIPLINA ' AT-DISCIPLINA
                           ' IGNORADA'
             END-IF.
             PERFORM 1100-LER-ATRIBUICAO.

       1250-SOMAR-NA-TURMA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-TURMAS > 0
                   SET IX-TT TO 1
                   PERFORM 1260-COMPARAR-TURMA
                         UNTIL IX-TT > WRK-QT-TURMAS
                               OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA
                   IF WRK-QT-TURMAS < 50
                         ADD 1 TO WRK-QT-TURMAS
                         SET IX-TT TO WRK-QT-TURMAS
                         MOVE AT-TURMA TO TT-TURMA(IX-TT)
                         MOVE ZEROS TO TT-AULAS-SEMANA(IX-TT)
                         MOVE ZEROS TO TT-AULAS-DADAS(IX-TT)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
             END-IF.
             IF LINHA-ACHADA
                   ADD DI-AULAS-SEMANA TO TT-AULAS-SEMANA(IX-TT)
             END-IF.

       1260-COMPARAR-TURMA.
             IF TT-TURMA(IX-TT) = AT-TURMA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TT UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * AULAS DADAS POR TURMA NO TERMO: O FREQLDG E ACUMULATIVO POR
      * ALUNO (SOMAM-SE AS LINHAS DA MESMA MATRICULA/TERMO); A TURMA
      * FICA COM O MAIOR TOTAL ENTRE SEUS ALUNOS (ALUNOMST).
      *----------------------------------------------------------------
       1300-CARREGAR-FREQUENCIA.
             MOVE ZEROS TO WRK-QT-ALUNOS.
             MOVE 'N' TO WRK-EOF-FRQ-SW.
             OPEN INPUT FREQ-LEDGER.
             MOVE WRK-FS-FREQ TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-FRQ-SW
             ELSE
                   PERFORM 1310-LER-FREQUENCIA
                   PERFORM 1320-SOMAR-FREQUENCIA
                         UNTIL FIM-FREQUENCIA
                   CLOSE FREQ-LEDGER
             END-IF.
             IF WRK-QT-ALUNOS > 0
                   MOVE 'N' TO WRK-ALUNOS-SW
                   OPEN INPUT ALUNO-MASTER
                   MOVE WRK-FS-ALUNO TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE 'S' TO WRK-ALUNOS-SW
                         SET IX-TAL TO 1
                         PERFORM 1400-APLICAR-NA-TURMA
                               UNTIL IX-TAL > WRK-QT-ALUNOS
                         CLOSE ALUNO-MASTER
                   END-IF
             END-IF.

       1310-LER-FREQUENCIA.
             READ FREQ-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-FRQ-SW
             END-READ.

       1320-SOMAR-FREQUENCIA.
             IF FQ-TERMO = WRK-TERMO
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-ALUNOS > 0
                         SET IX-TAL TO 1
                         PERFORM 1330-COMPARAR-ALUNO
                               UNTIL IX-TAL > WRK-QT-ALUNOS
                                     OR LINHA-ACHADA
                   END-IF
                   IF NOT LINHA-ACHADA AND WRK-QT-ALUNOS < 2000
                         ADD 1 TO WRK-QT-ALUNOS
                         SET IX-TAL TO WRK-QT-ALUNOS
                         MOVE FQ-MATRICULA TO TAL-MATRICULA(IX-TAL)
                         MOVE ZEROS TO TAL-AULAS(IX-TAL)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
                   IF LINHA-ACHADA
                         ADD FQ-AULAS-DADAS TO TAL-AULAS(IX-TAL)
                   END-IF
             END-IF.
             PERFORM 1310-LER-FREQUENCIA.

       1330-COMPARAR-ALUNO.
             IF TAL-MATRICULA(IX-TAL) = FQ-MATRICULA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TAL UP BY 1
             END-IF.

       1400-APLICAR-NA-TURMA.
             MOVE TAL-MATRICULA(IX-TAL) TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE SPACES TO AL-TURMA
             END-READ.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF AL-TURMA NOT = SPACES AND WRK-QT-TURMAS > 0
                   SET IX-TT TO 1
                   PERFORM 1410-COMPARAR-TURMA-ALUNO
                         UNTIL IX-TT > WRK-QT-TURMAS
                               OR LINHA-ACHADA
             END-IF.
             IF LINHA-ACHADA
                   AND TAL-AULAS(IX-TAL) > TT-AULAS-DADAS(IX-TT)
                   MOVE TAL-AULAS(IX-TAL) TO TT-AULAS-DADAS(IX-TT)
             END-IF.
             SET IX-TAL UP BY 1.

       1410-COMPARAR-TURMA-ALUNO.
             IF TT-TURMA(IX-TT) = AL-TURMA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TT UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * AULAS JA PAGAS NO TERMO, POR ATRIBUICAO (PROFPAGO).
      *----------------------------------------------------------------
       1600-CARREGAR-PAGAS.
             MOVE 'N' TO WRK-EOF-PAG-SW.
             OPEN INPUT AULAS-PAGAS.
             MOVE WRK-FS-PAGAS TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-PAG-SW
             ELSE
                   PERFORM 1610-LER-PAGA
                   PERFORM 1620-SOMAR-PAGA UNTIL FIM-PAGAS
                   CLOSE AULAS-PAGAS
             END-IF.

       1610-LER-PAGA.
             READ AULAS-PAGAS
                   AT END MOVE 'S' TO WRK-EOF-PAG-SW
             END-READ.

       1620-SOMAR-PAGA.
             IF PG-TERMO = WRK-TERMO AND WRK-QT-ATRIB > 0
                   MOVE 'N' TO WRK-ACHOU-SW
                   SET IX-TA TO 1
                   PERFORM 1630-COMPARAR-PAGA
                         UNTIL IX-TA > WRK-QT-ATRIB OR LINHA-ACHADA
                   IF LINHA-ACHADA
                         ADD PG-AULAS TO TA-AULAS-PAGAS(IX-TA)
                   END-IF
             END-IF.
             PERFORM 1610-LER-PAGA.

       1630-COMPARAR-PAGA.
             IF TA-TURMA(IX-TA) = PG-TURMA
                   AND TA-DISCIPLINA(IX-TA) = PG-DISCIPLINA
                   AND TA-PROFESSOR(IX-TA) = PG-PROFESSOR
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TA UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * AULAS DO MES DE CADA ATRIBUICAO: PELA FREQUENCIA QUANDO A
      * TURMA TEM AULAS DADAS NO TERMO (RATEIO PELA CARGA SEMANAL,
      * MENOS O JA PAGO, NUNCA NEGATIVO); SENAO PELA CARGA SEMANAL X
      * 4,5 SEMANAS. O TOTAL DE AULAS VAI PARA O PROFESSOR.
      *----------------------------------------------------------------
       2000-APURAR-AULAS.
             IF WRK-QT-ATRIB > 0
                   SET IX-TA TO 1
                   PERFORM 2100-APURAR-ATRIBUICAO
                         UNTIL IX-TA > WRK-QT-ATRIB
             END-IF.

       2100-APURAR-ATRIBUICAO.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TT TO 1.
             PERFORM 2110-LOCALIZAR-TURMA
                   UNTIL IX-TT > WRK-QT-TURMAS OR LINHA-ACHADA.
             IF LINHA-ACHADA
                   AND TT-AULAS-DADAS(IX-TT) > ZEROS
                   AND TT-AULAS-SEMANA(IX-TT) > ZEROS
                   MOVE 'F' TO TA-ORIGEM(IX-TA)
                   ADD 1 TO WRK-QT-PELA-FREQ
                   COMPUTE TA-AULAS-TERMO(IX-TA) ROUNDED =
                         TT-AULAS-DADAS(IX-TT)
                         * TA-AULAS-SEMANA(IX-TA)
                         / TT-AULAS-SEMANA(IX-TT)
                   IF TA-AULAS-TERMO(IX-TA) > TA-AULAS-PAGAS(IX-TA)
                         COMPUTE TA-AULAS-MES(IX-TA) =
                               TA-AULAS-TERMO(IX-TA)
                               - TA-AULAS-PAGAS(IX-TA)
                   ELSE
                         MOVE ZEROS TO TA-AULAS-MES(IX-TA)
                   END-IF
             ELSE
                   MOVE 'E' TO TA-ORIGEM(IX-TA)
                   COMPUTE TA-AULAS-MES(IX-TA) ROUNDED =
                         TA-AULAS-SEMANA(IX-TA) * WRK-SEMANAS-MES
             END-IF.
             PERFORM 2200-SOMAR-NO-PROFESSOR.
             SET IX-TA UP BY 1.

       2110-LOCALIZAR-TURMA.
             IF TT-TURMA(IX-TT) = TA-TURMA(IX-TA)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TT UP BY 1
             END-IF.

       2200-SOMAR-NO-PROFESSOR.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-PROF > 0
                   SET IX-TP TO 1
                   PERFORM 2210-COMPARAR-PROFESSOR
                         UNTIL IX-TP > WRK-QT-PROF OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA
                   IF WRK-QT-PROF < 50
                         ADD 1 TO WRK-QT-PROF
                         SET IX-TP TO WRK-QT-PROF
                         MOVE TA-PROFESSOR(IX-TA)
                              TO TP-PROFESSOR(IX-TP)
                         MOVE ZEROS TO TP-AULAS(IX-TP)
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         DISPLAY 'TABELA DE PROFESSORES CHEIA, '
                                 'PROFESSOR ' TA-PROFESSOR(IX-TA)
                                 ' IGNORADO'
                   END-IF
             END-IF.
             IF LINHA-ACHADA
                   ADD TA-AULAS-MES(IX-TA) TO TP-AULAS(IX-TP)
             END-IF.

       2210-COMPARAR-PROFESSOR.
             IF TP-PROFESSOR(IX-TP) = TA-PROFESSOR(IX-TA)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * UM BLOCO POR PROFESSOR NO RELATORIO; O PROFESSOR PAGAVEL
      * (MATRICULA NO PROFXREF E VALOR PARA O NIVEL) GANHA A VERBA
      * 'AUL' NO FOLHAVRB E AS AULAS DO MES NO PROFPAGO.
      *----------------------------------------------------------------
       3000-GRAVAR-E-IMPRIMIR.
             OPEN INPUT PROFESSOR-MASTER.
             OPEN EXTEND FOLHA-VERBAS.
             MOVE WRK-FS-VERBAS TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE FOLHA-VERBAS
                   OPEN OUTPUT FOLHA-VERBAS
             END-IF.
             OPEN EXTEND AULAS-PAGAS.
             MOVE WRK-FS-PAGAS TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE AULAS-PAGAS
                   OPEN OUTPUT AULAS-PAGAS
             END-IF.
             OPEN OUTPUT REL-AULAS.
             PERFORM 8000-CABECALHO.
             IF WRK-QT-PROF > 0
                   SET IX-TP TO 1
                   PERFORM 3100-TRATAR-PROFESSOR
                         UNTIL IX-TP > WRK-QT-PROF
             END-IF.
             PERFORM 4000-CONFERIR.
             WRITE REL-AULAS-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-AULAS.
             CLOSE AULAS-PAGAS.
             CLOSE FOLHA-VERBAS.
             CLOSE PROFESSOR-MASTER.

       3100-TRATAR-PROFESSOR.
             PERFORM 3200-LOCALIZAR-PARAMETROS.
             COMPUTE WRK-VALOR-AULAS ROUNDED =
                   TP-AULAS(IX-TP) * WRK-VALOR-HORA.
             COMPUTE WRK-HORA-ATIV ROUNDED =
                   WRK-VALOR-AULAS * WRK-PCT-HORA-ATIV / 100.
             COMPUTE WRK-DSR ROUNDED =
                   (WRK-VALOR-AULAS + WRK-HORA-ATIV)
                   / WRK-DIVISOR-DSR.
             COMPUTE WRK-TOTAL-PROF =
                   WRK-VALOR-AULAS + WRK-HORA-ATIV + WRK-DSR.
             ADD TP-AULAS(IX-TP) TO WRK-TOT-AULAS.
             ADD WRK-TOTAL-PROF  TO WRK-TOT-CALCULADO.

             MOVE TP-PROFESSOR(IX-TP) TO PF-CODIGO.
             READ PROFESSOR-MASTER
                   INVALID KEY
                         MOVE 'NAO CADASTRADO' TO PF-NOME
             END-READ.
             MOVE TP-PROFESSOR(IX-TP) TO LP-PROFESSOR.
             MOVE PF-NOME             TO LP-NOME.
             MOVE WRK-MATRICULA       TO LP-MATRICULA.
             MOVE WRK-NIVEL           TO LP-NIVEL.
             WRITE REL-AULAS-LINHA FROM LINHA-PROFESSOR.

             SET IX-TA TO 1.
             PERFORM 3300-IMPRIMIR-AULA
                   UNTIL IX-TA > WRK-QT-ATRIB.

             MOVE SPACES TO LV-SITUACAO.
             MOVE 'AULAS DO MES X HORA-AULA' TO LV-DESCRICAO.
             MOVE TP-AULAS(IX-TP) TO LV-QTDE.
             MOVE WRK-VALOR-AULAS TO LV-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-VALOR.
             MOVE 'HORA-ATIVIDADE' TO LV-DESCRICAO.
             MOVE WRK-PCT-HORA-ATIV TO LV-QTDE.
             MOVE WRK-HORA-ATIV TO LV-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-VALOR.
             MOVE 'DSR (1/6)' TO LV-DESCRICAO.
             MOVE ZEROS TO LV-QTDE.
             MOVE WRK-DSR TO LV-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-VALOR.

             IF WRK-TOTAL-PROF > ZEROS
                   IF PROFESSOR-PAGAVEL
                         MOVE WRK-MATRICULA   TO FV-MATRICULA
                         MOVE WRK-COMPETENCIA TO FV-COMPETENCIA
                         MOVE 'AUL'           TO FV-TIPO
                         MOVE WRK-TOTAL-PROF  TO FV-VALOR
                         MOVE 'PROFESSOR'     TO FV-ORIGEM
                         WRITE FOLHA-VERBAS-REC
                         ADD 1 TO WRK-QT-GRAVADAS
                         ADD WRK-TOTAL-PROF TO WRK-TOT-GRAVADO
                         MOVE 'NA FOLHA' TO LV-SITUACAO
                         SET IX-TA TO 1
                         PERFORM 3400-GRAVAR-PAGAS
                               UNTIL IX-TA > WRK-QT-ATRIB
                   ELSE
                         ADD 1 TO WRK-QT-FORA
                         ADD WRK-TOTAL-PROF TO WRK-TOT-FORA
                         MOVE WRK-MOTIVO TO LV-SITUACAO
                         DISPLAY 'PROFESSOR ' TP-PROFESSOR(IX-TP)
                                 ' ' WRK-MOTIVO ', HORA-AULA FORA '
                                 'DA FOLHA: ' WRK-TOTAL-PROF
                   END-IF
             END-IF.
             MOVE 'TOTAL DO PROFESSOR' TO LV-DESCRICAO.
             MOVE ZEROS TO LV-QTDE.
             MOVE WRK-TOTAL-PROF TO LV-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-VALOR.
             MOVE SPACES TO REL-AULAS-LINHA.
             WRITE REL-AULAS-LINHA.
             SET IX-TP UP BY 1.

       3200-LOCALIZAR-PARAMETROS.
             MOVE 'N' TO WRK-PAGAVEL-SW.
             MOVE ZEROS TO WRK-MATRICULA.
             MOVE SPACES TO WRK-NIVEL.
             MOVE ZEROS TO WRK-VALOR-HORA.
             MOVE 'SEM MATR. PROFXREF' TO WRK-MOTIVO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-XREF > 0
                   SET IX-TX TO 1
                   PERFORM 3210-COMPARAR-XREF
                         UNTIL IX-TX > WRK-QT-XREF OR LINHA-ACHADA
             END-IF.
             IF LINHA-ACHADA
                   MOVE TX-MATRICULA(IX-TX) TO WRK-MATRICULA
                   MOVE TX-NIVEL(IX-TX)     TO WRK-NIVEL
                   MOVE 'SEM VALOR DO NIVEL' TO WRK-MOTIVO
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-NIVEIS > 0
                         SET IX-TN TO 1
                         PERFORM 3220-COMPARAR-NIVEL
                               UNTIL IX-TN > WRK-QT-NIVEIS
                                     OR LINHA-ACHADA
                   END-IF
                   IF LINHA-ACHADA
                         MOVE TN-VALOR-HORA(IX-TN) TO WRK-VALOR-HORA
                         MOVE 'S' TO WRK-PAGAVEL-SW
                         MOVE SPACES TO WRK-MOTIVO
                   END-IF
             END-IF.

       3210-COMPARAR-XREF.
             IF TX-PROFESSOR(IX-TX) = TP-PROFESSOR(IX-TP)
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TX UP BY 1
             END-IF.

       3220-COMPARAR-NIVEL.
             IF TN-NIVEL(IX-TN) = WRK-NIVEL
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TN UP BY 1
             END-IF.

       3300-IMPRIMIR-AULA.
             IF TA-PROFESSOR(IX-TA) = TP-PROFESSOR(IX-TP)
                   MOVE TA-TURMA(IX-TA)      TO LA-TURMA
                   MOVE TA-DISCIPLINA(IX-TA) TO LA-DISCIPLINA
                   MOVE TA-AULAS-SEMANA(IX-TA) TO LA-SEMANA
                   MOVE TA-AULAS-MES(IX-TA)  TO LA-AULAS-MES
                   IF TA-ORIGEM(IX-TA) = 'F'
                         MOVE 'FREQUENCIA' TO LA-ORIGEM
                   ELSE
                         MOVE 'ESTIMATIVA' TO LA-ORIGEM
                   END-IF
                   MOVE TA-NOME-DISC(IX-TA)  TO LA-NOME-DISC
                   WRITE REL-AULAS-LINHA FROM LINHA-AULA
             END-IF.
             SET IX-TA UP BY 1.

       3400-GRAVAR-PAGAS.
             IF TA-PROFESSOR(IX-TA) = TP-PROFESSOR(IX-TP)
                   AND TA-AULAS-MES(IX-TA) > ZEROS
                   MOVE WRK-TERMO             TO PG-TERMO
                   MOVE TA-TURMA(IX-TA)       TO PG-TURMA
                   MOVE TA-DISCIPLINA(IX-TA)  TO PG-DISCIPLINA
                   MOVE TA-PROFESSOR(IX-TA)   TO PG-PROFESSOR
                   MOVE WRK-COMPETENCIA       TO PG-COMPETENCIA
                   MOVE TA-AULAS-MES(IX-TA)   TO PG-AULAS
                   MOVE TA-ORIGEM(IX-TA)      TO PG-ORIGEM
                   WRITE AULAS-PAGAS-REC
             END-IF.
             SET IX-TA UP BY 1.

      *----------------------------------------------------------------
      * CONCILIACAO: O TOTAL CALCULADO FECHA COM O GRAVADO NO
      * FOLHAVRB MAIS O QUE FICOU FORA DA FOLHA.
      *----------------------------------------------------------------
       4000-CONFERIR.
             COMPUTE WRK-DIFERENCA =
                   WRK-TOT-CALCULADO - WRK-TOT-GRAVADO - WRK-TOT-FORA.
             MOVE ALL '-' TO REL-AULAS-LINHA.
             WRITE REL-AULAS-LINHA.
             MOVE 'TOTAL DE AULAS DO MES' TO LCF-MENSAGEM.
             MOVE WRK-TOT-AULAS TO LCF-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-CONFERE.
             MOVE 'HORA-AULA CALCULADA' TO LCF-MENSAGEM.
             MOVE WRK-TOT-CALCULADO TO LCF-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-CONFERE.
             MOVE 'GRAVADA NO FOLHAVRB' TO LCF-MENSAGEM.
             MOVE WRK-TOT-GRAVADO TO LCF-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-CONFERE.
             MOVE 'FORA DA FOLHA (PARAMETRO)' TO LCF-MENSAGEM.
             MOVE WRK-TOT-FORA TO LCF-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-CONFERE.
             IF WRK-DIFERENCA = ZEROS
                   MOVE 'CONCILIACAO OK - DIFERENCA' TO LCF-MENSAGEM
             ELSE
                   MOVE '*** DIVERGE *** DIFERENCA' TO LCF-MENSAGEM
             END-IF.
             MOVE WRK-DIFERENCA TO LCF-VALOR.
             WRITE REL-AULAS-LINHA FROM LINHA-CONFERE.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'CONFERENCIA DA HORA-AULA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-AULAS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-AULAS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-AULAS-LINHA.
             WRITE REL-AULAS-LINHA.

       9000-ENCERRAR.
             DISPLAY 'HORA-AULA DOS PROFESSORES CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'TERMO...................: ' WRK-TERMO.
             DISPLAY 'ATRIBUICOES DO TERMO....: ' WRK-QT-ATRIB.
             DISPLAY 'APURADAS PELA FREQUENCIA: ' WRK-QT-PELA-FREQ.
             DISPLAY 'VERBAS GRAVADAS.........: ' WRK-QT-GRAVADAS.
             DISPLAY 'TOTAL GRAVADO...........: ' WRK-TOT-GRAVADO.
             DISPLAY 'PROFESSORES FORA DA FOLHA: ' WRK-QT-FORA.
             DISPLAY 'TOTAL FORA DA FOLHA.....: ' WRK-TOT-FORA.

       END PROGRAM FOLHA-PROFESSOR.
