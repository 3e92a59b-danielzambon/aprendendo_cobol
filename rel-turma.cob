      * DISCIPLINAS AO LADO. ALUNO COM QUALQUER DISCIPLINA NAO
      * APROVADA SAI MARCADO COM REPROVACAO. LIMITE DE 60 ALUNOS POR
      * TURMA (TAMANHO DA TABELA).
      * ALUNO TRANSFERIDO DE TURMA NO MEIO DO TERMO (LEDGER TRANSFAL,
      * GRAVADO PELO TRANSFERE-ALUNO) SAI NA TURMA ANTIGA NA LISTA DE
      * TRANSFERIDOS, COM A TURMA NOVA, E FICA FORA DA MEDIA E DA
      * APROVACAO DELA: AS LINHAS 'TRANSFERIDO' DO LEDGER NAO ENTRAM
      * NO RANKING. LIMITE DE 500 TRANSFERENCIAS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      *                 LANCAMENTO DE DISCIPLINA, QUE REPETIA O ALUNO
      *                 UMA VEZ POR MATERIA E NUMERAVA LINHAS EM VEZ
      *                 DE ALUNOS.
      * 15/10/2026 DZ - ALUNO TRANSFERIDO DE TURMA SAI COMO TRANSFERIDO
      *                 NA TURMA ANTIGA, FORA DA MEDIA E DA APROVACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-TURMA.
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT TRANSF-ALUNO-LEDGER ASSIGN TO 'TRANSFAL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRANSF.

           SELECT REL-TURMA-OUT ASSIGN TO 'RELTURMA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  ALUNO-MASTER.
       COPY aluno.

       FD  TRANSF-ALUNO-LEDGER.
       COPY trfaluno.

       FD  REL-TURMA-OUT.
       01  REL-TURMA-LINHA     PIC X(80).

       77 WRK-FS-LEDGER-TUR PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSF     PIC X(02) VALUE '00'.
       77 WRK-EOF-TRANSF-SW PIC X(01) VALUE 'N'.
         88 FIM-TRANSFERENCIAS   VALUE 'S'.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-LEDGER           VALUE 'S'.
       77 WRK-ALUNO-SW      PIC X(01) VALUE 'N'.
         88 ALUNO-NA-TABELA       VALUE 'S'.
       77 WRK-QT-EXCED-ALUNOS PIC 9(03) VALUE ZEROS.

       01 TABELA-TRANSFERIDOS.
          05 TTF-DET OCCURS 500 TIMES.
             10 TTF-TERMO      PIC 9(02).
             10 TTF-MATRICULA  PIC 9(06).
             10 TTF-ORIGEM     PIC X(03).
             10 TTF-DESTINO    PIC X(03).
             10 TTF-DATA       PIC 9(08).
       77 WRK-QT-TRANSF      PIC 9(03) VALUE ZEROS.
       77 WRK-IX-TF          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCED-TRANSF PIC 9(05) VALUE ZEROS.

       01  LINHA-CABECALHO-TURMA.
           05 FILLER          PIC X(06) VALUE 'TERMO '.
           05 LC-TERMO        PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LR-SITUACAO     PIC X(13).

       01  LINHA-TRANSFERIDO.
           05 FILLER          PIC X(08) VALUE '  TRANSF'.
           05 LTF-MATRICULA   PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LTF-NOME        PIC X(30).
           05 FILLER          PIC X(17) VALUE ' TRANSFERIDO P/ '.
           05 LTF-DESTINO     PIC X(03).
           05 FILLER          PIC X(04) VALUE ' EM '.
           05 LTF-DATA        PIC 9(08).
           05 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-ESTATISTICA.
           05 FILLER          PIC X(14) VALUE '  MEDIA TURMA='.
           05 LE-MEDIA        PIC Z9,99.
             MOVE ZEROS TO WRK-PAGINA.

             PERFORM 0900-ORDENAR-LEDGER.
             PERFORM 0950-CARREGAR-TRANSFERENCIAS.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-NOTA.
             PERFORM 2000-PROCESSAR-NOTA UNTIL FIM-LEDGER.
                   USING NOTA-LEDGER
                   GIVING NOTA-LEDGER-TUR.

      *----------------------------------------------------------------
      * TRANSFERENCIAS DE TURMA NO MEIO DO TERMO (TRANSFAL). SEM O
      * ARQUIVO, NINGUEM SAI COMO TRANSFERIDO.
      *----------------------------------------------------------------
       0950-CARREGAR-TRANSFERENCIAS.
             MOVE ZEROS TO WRK-QT-TRANSF.
             MOVE 'N' TO WRK-EOF-TRANSF-SW.
             OPEN INPUT TRANSF-ALUNO-LEDGER.
             MOVE WRK-FS-TRANSF TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-TRANSF-SW
             ELSE
                   PERFORM 0960-LER-TRANSFERENCIA
                   PERFORM 0970-GUARDAR-TRANSFERENCIA
                         UNTIL FIM-TRANSFERENCIAS
                   CLOSE TRANSF-ALUNO-LEDGER
             END-IF.

       0960-LER-TRANSFERENCIA.
             READ TRANSF-ALUNO-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-TRANSF-SW
             END-READ.

       0970-GUARDAR-TRANSFERENCIA.
             IF WRK-QT-TRANSF < 500
                   ADD 1 TO WRK-QT-TRANSF
                   MOVE TF-TERMO         TO TTF-TERMO(WRK-QT-TRANSF)
                   MOVE TF-MATRICULA     TO TTF-MATRICULA(WRK-QT-TRANSF)
                   MOVE TF-TURMA-ORIGEM  TO TTF-ORIGEM(WRK-QT-TRANSF)
                   MOVE TF-TURMA-DESTINO TO TTF-DESTINO(WRK-QT-TRANSF)
                   MOVE TF-DATA          TO TTF-DATA(WRK-QT-TRANSF)
             ELSE
                   ADD 1 TO WRK-QT-EXCED-TRANSF
             END-IF.
             PERFORM 0960-LER-TRANSFERENCIA.

       1000-ABRIR.
             OPEN INPUT NOTA-LEDGER-TUR.
             OPEN INPUT ALUNO-MASTER.
                   PERFORM 2100-ABRIR-TURMA
             END-IF.

             IF NLT-SITUACAO NOT = 'TRANSFERIDO'
                   PERFORM 2300-ACUMULAR-ALUNO
             END-IF.
             PERFORM 1100-LER-NOTA.

       2100-ABRIR-TURMA.
                   MOVE WRK-PCT-APROVACAO TO LE-PCT
                   WRITE REL-TURMA-LINHA FROM LINHA-ESTATISTICA
             END-IF.
             IF WRK-QT-TRANSF > 0
                   MOVE 1 TO WRK-IX-TF
                   PERFORM 3200-IMPRIMIR-TRANSFERIDO
                         UNTIL WRK-IX-TF > WRK-QT-TRANSF
             END-IF.

       3010-CALCULAR-MEDIAS.
             MOVE ZEROS TO WRK-SOMA-MEDIAS.
             WRITE REL-TURMA-LINHA FROM LINHA-RANK.
             ADD 1 TO WRK-IX-AL.

      *----------------------------------------------------------------
      * QUEM SAIU DESTA TURMA NO TERMO POR TRANSFERENCIA.
      *----------------------------------------------------------------
       3200-IMPRIMIR-TRANSFERIDO.
             IF TTF-TERMO(WRK-IX-TF)  = WRK-TERMO-ANTERIOR
                   AND TTF-ORIGEM(WRK-IX-TF) = WRK-TURMA-ANTERIOR
                   MOVE TTF-MATRICULA(WRK-IX-TF) TO AL-MATRICULA
                   PERFORM 2200-BUSCAR-ALUNO
                   MOVE TTF-MATRICULA(WRK-IX-TF) TO LTF-MATRICULA
                   IF ALUNO-ENCONTRADO
                         MOVE AL-NOME TO LTF-NOME
                   ELSE
                         MOVE 'ALUNO NAO CADASTRADO' TO LTF-NOME
                   END-IF
                   MOVE TTF-DESTINO(WRK-IX-TF) TO LTF-DESTINO
                   MOVE TTF-DATA(WRK-IX-TF)    TO LTF-DATA
                   WRITE REL-TURMA-LINHA FROM LINHA-TRANSFERIDO
             END-IF.
             ADD 1 TO WRK-IX-TF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'ESTATISTICAS E RANKING POR TURMA' TO RPTH-TITULO.
                           '(60), FORA DO RANKING: '
                           WRK-QT-EXCED-ALUNOS
             END-IF.
             IF WRK-QT-EXCED-TRANSF > 0
                   DISPLAY 'TRANSFERENCIAS ALEM DA TABELA (500), '
                           'FORA DO RELATORIO: ' WRK-QT-EXCED-TRANSF
             END-IF.

       END PROGRAM REL-TURMA.
