      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APURACAO MENSAL DO ISS POR FILIAL A PARTIR DO LEDGER
      *          ISSLDG DAS NOTAS DE SERVICO (ARMAZENAGEM E
      *          MENSALIDADES) EMITIDAS PELO EMITE-NFS: LISTA AS NOTAS
      *          DA COMPETENCIA E, POR FILIAL/MUNICIPIO, A BASE, O ISS
      *          DEVIDO, O ISS RETIDO PELOS TOMADORES E O ISS A
      *          RECOLHER PELA EMPRESA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM); ENTRAM AS NOTAS CUJA
      * DATA DO FATO GERADOR (SR-DATA) CAI NA COMPETENCIA. O ISS RETIDO
      * PELO TOMADOR E RECOLHIDO POR ELE E SO REDUZ O VALOR A RECOLHER
      * DA FILIAL; AS NOTAS COM RETENCAO SAEM MARCADAS NA LISTAGEM.
      * LIMITE: 20 COMBINACOES FILIAL/MUNICIPIO NA COMPETENCIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ISS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISS-LEDGER ASSIGN TO 'ISSLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT REL-ISS-OUT ASSIGN TO 'RELISS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ISS-LEDGER.
       COPY issldg.

       FD  REL-ISS-OUT.
       01  REL-ISS-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 FILIAL-ACHADA       VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-LIDA    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA-R REDEFINES WRK-DATA-LIDA.
          05 WRK-LIDA-ANO-MES PIC 9(06).
          05 WRK-LIDA-DIA     PIC 9(02).

       01 TABELA-FILIAIS.
          05 TFL-DET OCCURS 20 TIMES INDEXED BY IX-TFL.
             10 TFL-FILIAL     PIC 9(02).
             10 TFL-MUNICIPIO  PIC 9(07).
             10 TFL-QT-NOTAS   PIC 9(05).
             10 TFL-BASE       PIC 9(12)V99.
             10 TFL-ISS        PIC 9(10)V99.
             10 TFL-RETIDO     PIC 9(10)V99.
       77 WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.

       77 WRK-QT-LIDAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BASE     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ISS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RETIDO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RECOLHER PIC 9(10)V99 VALUE ZEROS.

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-TITULOS-NOTA.
           05 FILLER          PIC X(07) VALUE '  NOTA '.
           05 FILLER          PIC X(11) VALUE 'DATA       '.
           05 FILLER          PIC X(09) VALUE 'SERVICO  '.
           05 FILLER          PIC X(04) VALUE 'FIL '.
           05 FILLER          PIC X(07) VALUE 'TOMADOR'.
           05 FILLER          PIC X(14) VALUE '         VALOR'.
           05 FILLER          PIC X(11) VALUE '        ISS'.
           05 FILLER          PIC X(11) VALUE '     RETIDO'.
           05 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-NOTA.
           05 LN-NOTA         PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DIA          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LN-MES          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LN-ANO          PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-SERVICO      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-FILIAL       PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-ISS          PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-RETIDO       PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-MARCA        PIC X(04).

       01  LINHA-TITULOS-FILIAL.
           05 FILLER          PIC X(04) VALUE 'FIL '.
           05 FILLER          PIC X(10) VALUE 'MUNICIPIO '.
           05 FILLER          PIC X(06) VALUE 'NOTAS '.
           05 FILLER          PIC X(15) VALUE '           BASE'.
           05 FILLER          PIC X(15) VALUE '     ISS DEVIDO'.
           05 FILLER          PIC X(15) VALUE ' (-) ISS RETIDO'.
           05 FILLER          PIC X(15) VALUE '    A RECOLHER'.

       01  LINHA-FILIAL.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LF-MUNICIPIO    PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LF-QT-NOTAS     PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-BASE         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-ISS          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-RETIDO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-RECOLHER     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-MENSAGEM.
           05 LM-TEXTO        PIC X(80).

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-LIDAS.
             MOVE ZEROS TO WRK-QT-NOTAS.
             MOVE ZEROS TO WRK-QT-RETIDAS.
             MOVE ZEROS TO WRK-QT-FILIAIS.
             MOVE ZEROS TO WRK-TOT-BASE.
             MOVE ZEROS TO WRK-TOT-ISS.
             MOVE ZEROS TO WRK-TOT-RETIDO.
             MOVE ZEROS TO WRK-TOT-RECOLHER.
             MOVE ZEROS TO WRK-PAGINA.

             DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-LEDGER.
             PERFORM 2000-LISTAR-NOTA UNTIL FIM-LEDGER.
             PERFORM 3000-IMPRIMIR-APURACAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT ISS-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'LEDGER ISSLDG INEXISTENTE, NENHUMA NOTA '
                           'DE SERVICO EMITIDA'
             END-IF.
             OPEN OUTPUT REL-ISS-OUT.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 8000-CABECALHO.
             WRITE REL-ISS-LINHA FROM LINHA-TITULOS-NOTA.
             MOVE ALL '-' TO REL-ISS-LINHA.
             WRITE REL-ISS-LINHA.
             ADD 2 TO WRK-LINHAS-PAGINA.

       1100-LER-LEDGER.
             IF NOT FIM-LEDGER
                   READ ISS-LEDGER
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-LISTAR-NOTA.
             ADD 1 TO WRK-QT-LIDAS.
             MOVE SR-DATA TO WRK-DATA-LIDA.
             IF WRK-LIDA-ANO-MES = WRK-COMPETENCIA
                   PERFORM 2100-IMPRIMIR-NOTA
                   PERFORM 2200-ACUMULAR-FILIAL
             END-IF.
             PERFORM 1100-LER-LEDGER.

       2100-IMPRIMIR-NOTA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
                   WRITE REL-ISS-LINHA FROM LINHA-TITULOS-NOTA
                   MOVE ALL '-' TO REL-ISS-LINHA
                   WRITE REL-ISS-LINHA
                   ADD 2 TO WRK-LINHAS-PAGINA
             END-IF.
             MOVE SR-NOTA          TO LN-NOTA.
             MOVE SR-DATA(7:2)     TO LN-DIA.
             MOVE SR-DATA(5:2)     TO LN-MES.
             MOVE SR-DATA(1:4)     TO LN-ANO.
             MOVE SR-SERVICO       TO LN-SERVICO.
             MOVE SR-FILIAL        TO LN-FILIAL.
             MOVE SR-CLIENTE       TO LN-CLIENTE.
             MOVE SR-VALOR         TO LN-VALOR.
             MOVE SR-ISS           TO LN-ISS.
             MOVE SR-ISS-RETIDO    TO LN-RETIDO.
             IF SR-ISS-RETIDO-TOMADOR
                   MOVE 'RET.' TO LN-MARCA
                   ADD 1 TO WRK-QT-RETIDAS
             ELSE
                   MOVE SPACES TO LN-MARCA
             END-IF.
             WRITE REL-ISS-LINHA FROM LINHA-NOTA.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-NOTAS.

       2200-ACUMULAR-FILIAL.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TFL TO 1.
             PERFORM 2210-COMPARAR-FILIAL
                   UNTIL IX-TFL > WRK-QT-FILIAIS OR FILIAL-ACHADA.
             IF NOT FILIAL-ACHADA
                   IF WRK-QT-FILIAIS < 20
                         ADD 1 TO WRK-QT-FILIAIS
                         SET IX-TFL TO WRK-QT-FILIAIS
                         MOVE SR-FILIAL    TO TFL-FILIAL(IX-TFL)
                         MOVE SR-MUNICIPIO TO TFL-MUNICIPIO(IX-TFL)
                         MOVE ZEROS TO TFL-QT-NOTAS(IX-TFL)
                         MOVE ZEROS TO TFL-BASE(IX-TFL)
                         MOVE ZEROS TO TFL-ISS(IX-TFL)
                         MOVE ZEROS TO TFL-RETIDO(IX-TFL)
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         DISPLAY 'TABELA DE FILIAIS CHEIA, NOTA FORA '
                                 'DA APURACAO: ' SR-NOTA
                   END-IF
             END-IF.
             IF FILIAL-ACHADA
                   ADD 1             TO TFL-QT-NOTAS(IX-TFL)
                   ADD SR-VALOR      TO TFL-BASE(IX-TFL)
                   ADD SR-ISS        TO TFL-ISS(IX-TFL)
                   ADD SR-ISS-RETIDO TO TFL-RETIDO(IX-TFL)
             END-IF.

       2210-COMPARAR-FILIAL.
             IF TFL-FILIAL(IX-TFL) = SR-FILIAL
                   AND TFL-MUNICIPIO(IX-TFL) = SR-MUNICIPIO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TFL UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * QUADRO DA APURACAO: UMA LINHA POR FILIAL/MUNICIPIO E O TOTAL.
      * A RECOLHER = ISS DEVIDO - ISS RETIDO PELOS TOMADORES.
      *----------------------------------------------------------------
       3000-IMPRIMIR-APURACAO.
             MOVE ALL '-' TO REL-ISS-LINHA.
             WRITE REL-ISS-LINHA.
             WRITE REL-ISS-LINHA FROM SPACES.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS - 4 - WRK-QT-FILIAIS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE 'APURACAO POR FILIAL' TO LM-TEXTO.
             WRITE REL-ISS-LINHA FROM LINHA-MENSAGEM.
             WRITE REL-ISS-LINHA FROM LINHA-TITULOS-FILIAL.
             MOVE ALL '-' TO REL-ISS-LINHA.
             WRITE REL-ISS-LINHA.
             SET IX-TFL TO 1.
             PERFORM 3100-IMPRIMIR-FILIAL UNTIL IX-TFL > WRK-QT-FILIAIS.

             COMPUTE WRK-TOT-RECOLHER = WRK-TOT-ISS - WRK-TOT-RETIDO.
             MOVE ALL '-' TO REL-ISS-LINHA.
             WRITE REL-ISS-LINHA.
             MOVE ZEROS            TO LF-FILIAL.
             MOVE ZEROS            TO LF-MUNICIPIO.
             MOVE WRK-QT-NOTAS     TO LF-QT-NOTAS.
             MOVE WRK-TOT-BASE     TO LF-BASE.
             MOVE WRK-TOT-ISS      TO LF-ISS.
             MOVE WRK-TOT-RETIDO   TO LF-RETIDO.
             MOVE WRK-TOT-RECOLHER TO LF-RECOLHER.
             MOVE LINHA-FILIAL TO REL-ISS-LINHA.
             MOVE 'TOTAL' TO REL-ISS-LINHA(1:11).
             WRITE REL-ISS-LINHA.

       3100-IMPRIMIR-FILIAL.
             MOVE TFL-FILIAL(IX-TFL)    TO LF-FILIAL.
             MOVE TFL-MUNICIPIO(IX-TFL) TO LF-MUNICIPIO.
             MOVE TFL-QT-NOTAS(IX-TFL)  TO LF-QT-NOTAS.
             MOVE TFL-BASE(IX-TFL)      TO LF-BASE.
             MOVE TFL-ISS(IX-TFL)       TO LF-ISS.
             MOVE TFL-RETIDO(IX-TFL)    TO LF-RETIDO.
             COMPUTE LF-RECOLHER =
                   TFL-ISS(IX-TFL) - TFL-RETIDO(IX-TFL).
             WRITE REL-ISS-LINHA FROM LINHA-FILIAL.
             ADD TFL-BASE(IX-TFL)   TO WRK-TOT-BASE.
             ADD TFL-ISS(IX-TFL)    TO WRK-TOT-ISS.
             ADD TFL-RETIDO(IX-TFL) TO WRK-TOT-RETIDO.
             SET IX-TFL UP BY 1.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'APURACAO MENSAL DO ISS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ISS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ISS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO LM-TEXTO.
             STRING 'COMPETENCIA: ' WRK-COMPETENCIA(5:2) '/'
                   WRK-COMPETENCIA(1:4)
                   DELIMITED BY SIZE INTO LM-TEXTO.
             WRITE REL-ISS-LINHA FROM LINHA-MENSAGEM.

       9000-ENCERRAR.
             WRITE REL-ISS-LINHA FROM RPT-RODAPE-PADRAO.
             IF WRK-FS-LEDGER NOT = '35'
                   CLOSE ISS-LEDGER
             END-IF.
             CLOSE REL-ISS-OUT.
             DISPLAY 'APURACAO DO ISS CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'LINHAS DO LEDGER LIDAS..: ' WRK-QT-LIDAS.
             DISPLAY 'NOTAS DA COMPETENCIA....: ' WRK-QT-NOTAS.
             DISPLAY 'NOTAS COM ISS RETIDO....: ' WRK-QT-RETIDAS.
             DISPLAY 'ISS DEVIDO..............: ' WRK-TOT-ISS.
             DISPLAY 'ISS RETIDO (TOMADORES)..: ' WRK-TOT-RETIDO.
             DISPLAY 'ISS A RECOLHER..........: ' WRK-TOT-RECOLHER.

       END PROGRAM REL-ISS.
