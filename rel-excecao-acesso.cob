      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: EXCECOES DE ACESSO EM VIGOR - LISTA AS EXCECOES
      *          TEMPORARIAS DO EXCACESS AINDA NO PRAZO (EX-VALIDADE
      *          IGUAL OU POSTERIOR A HOJE): DIAS, JANELA DE HORARIO E
      *          FILIAIS QUE VALEM NO LUGAR DAS DO PERFIL, A VALIDADE,
      *          O MOTIVO E QUEM AUTORIZOU, PARA A SEGURANCA REVISAR O
      *          QUE ESTA LIBERADO FORA DA REGRA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODA COMO PASSO DO JOB-NOTURNO E PELO MENU. O RELATORIO SAI NO
      * RELEXCA DATADO E E CATALOGADO NO RELCAT. EXCECOES VENCIDAS NAO
      * SAO LISTADAS, SO CONTADAS NOS TOTAIS; O CARGA-EXCECAO AS
      * EXCLUI QUANDO NAO SERVEM MAIS. DIAS EM BRANCO SAEM COMO TODOS,
      * JANELA 0000-0000 COMO LIVRE E FILIAIS ZERADAS COMO TODAS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-EXCECAO-ACESSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCECAO-ACESSO ASSIGN TO 'EXCACESS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EX-USUARIO
                  FILE STATUS IS WRK-FS-EXCECAO.

           SELECT REL-EXCECAO-OUT ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCECAO-ACESSO.
       COPY excacess.

       FD  REL-EXCECAO-OUT.
       01  REL-EXCECAO-LINHA    PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-EXCECAO    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-EXC-SW    PIC X(01) VALUE 'N'.
         88 FIM-EXCECOES       VALUE 'S'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.
       77 WRK-IX-FIL        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FIL        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LIDAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-VIGOR   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCE-HOJE PIC 9(05) VALUE ZEROS.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(11) VALUE 'USUARIO'.
           05 FILLER          PIC X(08) VALUE 'DIAS'.
           05 FILLER          PIC X(10) VALUE 'JANELA'.
           05 FILLER          PIC X(09) VALUE 'VALIDADE'.
           05 FILLER          PIC X(11) VALUE 'AUTORIZOU'.
           05 FILLER          PIC X(31) VALUE 'MOTIVO'.

       01  LINHA-EXCECAO.
           05 LE-USUARIO      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-DIAS         PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-JANELA.
              10 LE-HORA-INICIO  PIC 9(04).
              10 LE-SEPARADOR    PIC X(01).
              10 LE-HORA-FIM     PIC 9(04).
           05 LE-JANELA-LIVRE REDEFINES LE-JANELA PIC X(09).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-VALIDADE     PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-AUTORIZADOR  PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-MOTIVO       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-FILIAIS.
           05 FILLER          PIC X(11) VALUE SPACES.
           05 LF-ROTULO       PIC X(09) VALUE 'FILIAIS: '.
           05 LF-FILIAIS.
              10 LF-FILIAL-DET OCCURS 10 TIMES.
                 15 LF-FILIAL    PIC X(02).
                 15 FILLER       PIC X(01).
           05 LF-TODAS REDEFINES LF-FILIAIS PIC X(30).
           05 FILLER          PIC X(30) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(30).
           05 LT-QUANTIDADE   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(41) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE SPACES TO WRK-NOME-RELATORIO.
             STRING 'RELEXCA' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             PERFORM 1500-ABRIR.
             OPEN OUTPUT REL-EXCECAO-OUT.
             PERFORM 8000-CABECALHO.

             PERFORM 1600-LER-EXCECAO.
             PERFORM 2000-CONFERIR-EXCECAO UNTIL FIM-EXCECOES.

             PERFORM 3000-TOTAIS.
             WRITE REL-EXCECAO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-EXCECAO-OUT.
             CLOSE EXCECAO-ACESSO.
             PERFORM 9500-CATALOGAR-RELATORIO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1500-ABRIR.
             OPEN INPUT EXCECAO-ACESSO.
             MOVE WRK-FS-EXCECAO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-EXC-SW
                   DISPLAY 'EXCACESS INEXISTENTE, NENHUMA EXCECAO '
                           'CADASTRADA'
             ELSE
                   MOVE LOW-VALUES TO EX-USUARIO
                   START EXCECAO-ACESSO KEY IS >= EX-USUARIO
                         INVALID KEY MOVE 'S' TO WRK-EOF-EXC-SW
                   END-START
             END-IF.

       1600-LER-EXCECAO.
             IF NOT FIM-EXCECOES
                   READ EXCECAO-ACESSO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-EXC-SW
                   END-READ
             END-IF.

       2000-CONFERIR-EXCECAO.
             ADD 1 TO WRK-QT-LIDAS.
             IF EX-VALIDADE < WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-VENCIDAS
             ELSE
                   ADD 1 TO WRK-QT-EM-VIGOR
                   IF EX-VALIDADE = WRK-DATA-HOJE
                         ADD 1 TO WRK-QT-VENCE-HOJE
                   END-IF
                   PERFORM 2100-MONTAR-LINHA
                   PERFORM 2900-IMPRIMIR-LINHA
             END-IF.
             PERFORM 1600-LER-EXCECAO.

       2100-MONTAR-LINHA.
             MOVE EX-USUARIO     TO LE-USUARIO.
             IF EX-DIAS-SEMANA = SPACES
                   MOVE 'TODOS' TO LE-DIAS
             ELSE
                   MOVE EX-DIAS-SEMANA TO LE-DIAS
             END-IF.
             IF EX-HORA-INICIO = ZEROS AND EX-HORA-FIM = ZEROS
                   MOVE 'LIVRE' TO LE-JANELA-LIVRE
             ELSE
                   MOVE EX-HORA-INICIO TO LE-HORA-INICIO
                   MOVE '-'            TO LE-SEPARADOR
                   MOVE EX-HORA-FIM    TO LE-HORA-FIM
             END-IF.
             MOVE EX-VALIDADE    TO LE-VALIDADE.
             MOVE EX-AUTORIZADOR TO LE-AUTORIZADOR.
             MOVE EX-MOTIVO      TO LE-MOTIVO.

             MOVE SPACES TO LF-FILIAIS.
             MOVE ZEROS TO WRK-QT-FIL.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 2300-LISTAR-FILIAL UNTIL WRK-IX-FIL > 10.
             IF WRK-QT-FIL = ZEROS
                   MOVE 'TODAS' TO LF-TODAS
             END-IF.

      *----------------------------------------------------------------
      * AS FILIAIS SAEM JUNTAS NA LINHA, SEM AS POSICOES ZERADAS.
      *----------------------------------------------------------------
       2300-LISTAR-FILIAL.
             IF EX-FILIAL(WRK-IX-FIL) IS NUMERIC
                   AND EX-FILIAL(WRK-IX-FIL) NOT = ZEROS
                   ADD 1 TO WRK-QT-FIL
                   MOVE EX-FILIAL(WRK-IX-FIL) TO LF-FILIAL(WRK-QT-FIL)
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       2900-IMPRIMIR-LINHA.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-EXCECAO-LINHA FROM LINHA-EXCECAO.
             WRITE REL-EXCECAO-LINHA FROM LINHA-FILIAIS.
             ADD 2 TO WRK-LINHAS-PAGINA.

       3000-TOTAIS.
             MOVE SPACES TO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             MOVE 'EXCECOES CADASTRADAS.........' TO LT-ROTULO.
             MOVE WRK-QT-LIDAS TO LT-QUANTIDADE.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TOTAL.
             MOVE 'EXCECOES EM VIGOR............' TO LT-ROTULO.
             MOVE WRK-QT-EM-VIGOR TO LT-QUANTIDADE.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TOTAL.
             MOVE 'VENCEM HOJE..................' TO LT-ROTULO.
             MOVE WRK-QT-VENCE-HOJE TO LT-QUANTIDADE.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TOTAL.
             MOVE 'VENCIDAS (NAO LISTADAS)......' TO LT-ROTULO.
             MOVE WRK-QT-VENCIDAS TO LT-QUANTIDADE.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'EXCECOES DE ACESSO EM VIGOR' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-EXCECAO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-EXCECAO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TITULOS.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             DISPLAY 'EXCECOES DE ACESSO CONCLUIDO'.
             DISPLAY 'EXCECOES CADASTRADAS....: ' WRK-QT-LIDAS.
             DISPLAY 'EXCECOES EM VIGOR.......: ' WRK-QT-EM-VIGOR.
             DISPLAY 'VENCEM HOJE.............: ' WRK-QT-VENCE-HOJE.
             DISPLAY 'VENCIDAS................: ' WRK-QT-VENCIDAS.
             DISPLAY 'LISTA COMPLETA NO ' WRK-NOME-RELATORIO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'REL-EXCECAO-ACESSO' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM REL-EXCECAO-ACESSO.
