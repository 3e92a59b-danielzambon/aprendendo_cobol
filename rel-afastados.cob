      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO MENSAL DE AFASTADOS (RELAFAST) - LISTA OS
      *          AFASTAMENTOS DO AFASTMST (CARGA-AFASTAMENTO) EM CURSO
      *          EM ALGUM DIA DO MES DA RODADA, COM NOME DO
      *          FUNCIONARIO (FUNCMST), TIPO, INICIO, TERMINO
      *          PREVISTO, DATA PREVISTA DE RETORNO (DIA SEGUINTE AO
      *          TERMINO), CID E DIAS DECORRIDOS, COM TOTAIS POR TIPO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O AFASTMST E LIDO NA ORDEM DA CHAVE (MATRICULA + INICIO), SEM
      * SORT. ENTRA O AFASTAMENTO COM INICIO ATE O ULTIMO DIA DO MES E
      * TERMINO ZERADO (SEM PREVISAO) OU A PARTIR DO PRIMEIRO DIA. OS
      * DIAS DECORRIDOS CONTAM DO INICIO ATE A DATA DA RODADA (OU ATE
      * O TERMINO, SE JA PASSOU).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-AFASTADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTO-MASTER ASSIGN TO 'AFASTMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AF-CHAVE
                  FILE STATUS IS WRK-FS-AFAST.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT REL-AFASTAMENTO ASSIGN TO 'RELAFAST'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-MASTER.
       COPY afastam.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  REL-AFASTAMENTO.
       01  REL-AFASTAMENTO-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-AFAST     PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-AFASTAMENTOS    VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO     VALUE 'S'.

       77 WRK-LIMITE-DIAS  PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DOENCA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACIDENTE  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MATERNIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-REMUN PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-PREVISAO PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
          05 WRK-HOJE-ANO     PIC 9(04).
          05 WRK-HOJE-MES     PIC 9(02).
          05 WRK-HOJE-DD      PIC 9(02).
       01 WRK-ANO-MES      PIC 9(06) VALUE ZEROS.
       01 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       01 WRK-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-COMPETENCIA.
           05 FILLER          PIC X(16) VALUE 'AFASTADOS NO MES'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-ANO-MES      PIC 9(06).
           05 FILLER          PIC X(57) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(07) VALUE 'MATRIC '.
           05 FILLER          PIC X(21) VALUE 'NOME'.
           05 FILLER          PIC X(02) VALUE 'T '.
           05 FILLER          PIC X(09) VALUE 'INICIO'.
           05 FILLER          PIC X(09) VALUE 'TERMINO'.
           05 FILLER          PIC X(13) VALUE 'RETORNO'.
           05 FILLER          PIC X(07) VALUE 'CID'.
           05 FILLER          PIC X(12) VALUE 'DIAS'.

       01  LINHA-DETALHE.
           05 LD-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NOME         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-TIPO         PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-INICIO       PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-TERMINO      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RETORNO      PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CID          PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIAS         PIC ZZZ9.
           05 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(30).
           05 LT-QT           PIC ZZZZ9.
           05 FILLER          PIC X(42) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0500-DEFINIR-MES.

             OPEN INPUT AFASTAMENTO-MASTER.
             MOVE WRK-FS-AFAST TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CADASTRO AFASTMST INEXISTENTE, RELATORIO '
                           'DE AFASTADOS NAO EMITIDO'
                   GOBACK
             END-IF.

             MOVE 'N' TO WRK-CADASTRO-SW.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST AUSENTE, AFASTADOS SAEM '
                           'SEM NOME'
             END-IF.

             OPEN OUTPUT REL-AFASTAMENTO.
             PERFORM 8000-CABECALHO.
             MOVE 'N' TO WRK-EOF-SW.
             PERFORM 1100-LER-AFASTAMENTO.
             PERFORM 2000-TRATAR-AFASTAMENTO UNTIL FIM-AFASTAMENTOS.
             PERFORM 4000-TOTAL-GERAL.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * MES DA RODADA: DO DIA 1 AO DIA ANTERIOR AO DIA 1 DO MES
      * SEGUINTE (CALC-DATA-ARIT).
      *----------------------------------------------------------------
       0500-DEFINIR-MES.
             COMPUTE WRK-ANO-MES = WRK-HOJE-ANO * 100 + WRK-HOJE-MES.
             COMPUTE WRK-PRIMEIRO-DIA = WRK-ANO-MES * 100 + 1.
             IF WRK-HOJE-MES = 12
                   COMPUTE DA-DATA-1 = (WRK-HOJE-ANO + 1) * 10000 + 101
             ELSE
                   COMPUTE DA-DATA-1 = WRK-ANO-MES * 100 + 101
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-ULTIMO-DIA.

       1100-LER-AFASTAMENTO.
             READ AFASTAMENTO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-TRATAR-AFASTAMENTO.
             ADD 1 TO WRK-QT-LIDOS.
             IF AF-DT-INICIO <= WRK-ULTIMO-DIA
                   AND (AF-DT-FIM = ZEROS
                        OR AF-DT-FIM >= WRK-PRIMEIRO-DIA)
                   PERFORM 3000-IMPRIMIR-AFASTADO
             END-IF.
             PERFORM 1100-LER-AFASTAMENTO.

       3000-IMPRIMIR-AFASTADO.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             ADD 1 TO WRK-QT-LISTADOS.
             EVALUATE TRUE
                   WHEN AF-DOENCA
                         ADD 1 TO WRK-QT-DOENCA
                   WHEN AF-ACIDENTE
                         ADD 1 TO WRK-QT-ACIDENTE
                   WHEN AF-MATERNIDADE
                         ADD 1 TO WRK-QT-MATERNIDADE
                   WHEN OTHER
                         ADD 1 TO WRK-QT-NAO-REMUN
             END-EVALUATE.

             MOVE AF-MATRICULA TO LD-MATRICULA.
             MOVE SPACES TO LD-NOME.
             IF CADASTRO-ABERTO
                   MOVE AF-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIO-MASTER
                         INVALID KEY
                               MOVE 'NAO CADASTRADO' TO LD-NOME
                         NOT INVALID KEY
                               MOVE FP-NOME TO LD-NOME
                   END-READ
             END-IF.
             MOVE AF-TIPO      TO LD-TIPO.
             MOVE AF-DT-INICIO TO LD-INICIO.
             MOVE AF-CID       TO LD-CID.

             IF AF-DT-FIM = ZEROS
                   ADD 1 TO WRK-QT-SEM-PREVISAO
                   MOVE SPACES TO LD-TERMINO
                   MOVE 'SEM PREVISAO' TO LD-RETORNO
                   MOVE WRK-DATA-HOJE TO WRK-LIMITE-DIAS
             ELSE
                   MOVE AF-DT-FIM TO LD-TERMINO
                   MOVE 'A' TO DA-OPERACAO
                   MOVE AF-DT-FIM TO DA-DATA-1
                   MOVE 1 TO DA-QT-DIAS
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-DATA-RESULT TO LD-RETORNO
                   MOVE AF-DT-FIM TO WRK-LIMITE-DIAS
                   IF WRK-DATA-HOJE < WRK-LIMITE-DIAS
                         MOVE WRK-DATA-HOJE TO WRK-LIMITE-DIAS
                   END-IF
             END-IF.

             MOVE ZEROS TO LD-DIAS.
             IF WRK-LIMITE-DIAS >= AF-DT-INICIO
                   MOVE 'D' TO DA-OPERACAO
                   MOVE AF-DT-INICIO    TO DA-DATA-1
                   MOVE WRK-LIMITE-DIAS TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   COMPUTE LD-DIAS = DA-QT-DIAS + 1
             END-IF.

             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

       4000-TOTAL-GERAL.
             MOVE ALL '-' TO REL-AFASTAMENTO-LINHA.
             WRITE REL-AFASTAMENTO-LINHA.
             MOVE 'DOENCA (D)' TO LT-ROTULO.
             MOVE WRK-QT-DOENCA TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.
             MOVE 'ACIDENTE DE TRABALHO (A)' TO LT-ROTULO.
             MOVE WRK-QT-ACIDENTE TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.
             MOVE 'LICENCA MATERNIDADE (M)' TO LT-ROTULO.
             MOVE WRK-QT-MATERNIDADE TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.
             MOVE 'LICENCA NAO REMUNERADA (N)' TO LT-ROTULO.
             MOVE WRK-QT-NAO-REMUN TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.
             MOVE 'TOTAL DE AFASTADOS NO MES' TO LT-ROTULO.
             MOVE WRK-QT-LISTADOS TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.
             MOVE 'SEM PREVISAO DE RETORNO' TO LT-ROTULO.
             MOVE WRK-QT-SEM-PREVISAO TO LT-QT.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'FUNCIONARIOS AFASTADOS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-AFASTAMENTO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-AFASTAMENTO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-ANO-MES TO LM-ANO-MES.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-COMPETENCIA.
             WRITE REL-AFASTAMENTO-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-AFASTAMENTO-LINHA.
             WRITE REL-AFASTAMENTO-LINHA.

       9000-ENCERRAR.
             WRITE REL-AFASTAMENTO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE AFASTAMENTO-MASTER.
             CLOSE REL-AFASTAMENTO.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             DISPLAY 'RELATORIO DE AFASTADOS EMITIDO'.
             DISPLAY 'AFASTAMENTOS LIDOS......: ' WRK-QT-LIDOS.
             DISPLAY 'AFASTADOS NO MES........: ' WRK-QT-LISTADOS.
             DISPLAY 'SEM PREVISAO DE RETORNO.: ' WRK-QT-SEM-PREVISAO.

       END PROGRAM REL-AFASTADOS.
