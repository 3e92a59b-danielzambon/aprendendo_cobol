      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ALERTAS OPERACIONAIS SEM CIENCIA - LISTA DIARIA DOS
      *          ALERTAS DO MESTRE ALERTAS (GRAVA-ALERTA) QUE AINDA NAO
      *          RECEBERAM CIENCIA NO CIENCIA-ALERTA, COM GRAVIDADE,
      *          ORIGEM, QUEM DEVE AGIR, IDADE EM DIAS E REPETICOES
      *          SUPRIMIDAS, E O TOTAL POR GRAVIDADE - O ALERTA QUE O
      *          GATEWAY ENVIOU E NINGUEM TRATOU NAO SOME EM SILENCIO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODA COMO PASSO DO JOB-NOTURNO. O RELATORIO SAI NO RELALERT
      * DATADO E E CATALOGADO NO RELCAT. ALERTA PENDENTE NAO E FALHA
      * DO PASSO (ELE JA FOI ENVIADO PELO GATEWAY QUANDO NASCEU).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ALERTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-MASTER ASSIGN TO 'ALERTAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-NUMERO
                  ALTERNATE RECORD KEY IS AL-CONDICAO
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-ALERTA.

           SELECT REL-ALERTAS-OUT ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-MASTER.
       COPY alerta.

       FD  REL-ALERTAS-OUT.
       01  REL-ALERTAS-LINHA    PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ALERTA     PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-ALERTAS        VALUE 'S'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-GRAVES     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INFORMAT   PIC 9(07) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-TITULOS.
           05 FILLER          PIC X(09) VALUE 'ALERTA'.
           05 FILLER          PIC X(04) VALUE 'GR'.
           05 FILLER          PIC X(13) VALUE 'DESTINO'.
           05 FILLER          PIC X(19) VALUE 'ORIGEM'.
           05 FILLER          PIC X(11) VALUE 'DATA'.
           05 FILLER          PIC X(07) VALUE 'DIAS'.
           05 FILLER          PIC X(17) VALUE 'REPETICOES'.

       01  LINHA-ALERTA.
           05 LA-NUMERO       PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-SEVERIDADE   PIC X(01).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LA-DESTINO      PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-PROGRAMA     PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-DATA         PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-DIAS         PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LA-REPETICOES   PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-MENSAGEM.
           05 FILLER          PIC X(09) VALUE SPACES.
           05 LM-MENSAGEM     PIC X(60).
           05 FILLER          PIC X(11) VALUE SPACES.

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
             STRING 'RELALERT' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             OPEN OUTPUT REL-ALERTAS-OUT.
             PERFORM 8000-CABECALHO.

             OPEN INPUT ALERTA-MASTER.
             MOVE WRK-FS-ALERTA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE LOW-VALUES TO AL-NUMERO
                   START ALERTA-MASTER KEY IS >= AL-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
                   PERFORM 1000-LER-ALERTA
                   PERFORM 2000-AVALIAR-ALERTA UNTIL FIM-ALERTAS
                   CLOSE ALERTA-MASTER
             ELSE
                   DISPLAY 'ALERTAS AUSENTE, NENHUM ALERTA GRAVADO'
             END-IF.

             PERFORM 3000-TOTAIS.
             WRITE REL-ALERTAS-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-ALERTAS-OUT.
             PERFORM 9500-CATALOGAR-RELATORIO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-LER-ALERTA.
             IF NOT FIM-ALERTAS
                   READ ALERTA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * SO ALERTA SEM CIENCIA ENTRA NA LISTA; A IDADE CONTA DA
      * PRIMEIRA OCORRENCIA (AL-DATA) ATE HOJE.
      *----------------------------------------------------------------
       2000-AVALIAR-ALERTA.
             ADD 1 TO WRK-QT-LIDOS.
             IF NOT AL-CIENCIA-DADA
                   ADD 1 TO WRK-QT-PENDENTES
                   EVALUATE TRUE
                         WHEN AL-GRAVE
                               ADD 1 TO WRK-QT-GRAVES
                         WHEN AL-AVISO
                               ADD 1 TO WRK-QT-AVISOS
                         WHEN OTHER
                               ADD 1 TO WRK-QT-INFORMAT
                   END-EVALUATE
                   MOVE 'D' TO DA-OPERACAO
                   MOVE AL-DATA       TO DA-DATA-1
                   MOVE WRK-DATA-HOJE TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE AL-NUMERO        TO LA-NUMERO
                   MOVE AL-SEVERIDADE    TO LA-SEVERIDADE
                   MOVE AL-DESTINO       TO LA-DESTINO
                   MOVE AL-PROGRAMA      TO LA-PROGRAMA
                   MOVE AL-DATA          TO LA-DATA
                   MOVE DA-QT-DIAS       TO LA-DIAS
                   MOVE AL-QT-REPETICOES TO LA-REPETICOES
                   MOVE AL-MENSAGEM      TO LM-MENSAGEM
                   PERFORM 8100-CONTROLAR-PAGINA
                   WRITE REL-ALERTAS-LINHA FROM LINHA-ALERTA
                   WRITE REL-ALERTAS-LINHA FROM LINHA-MENSAGEM
                   ADD 2 TO WRK-LINHAS-PAGINA
             END-IF.
             PERFORM 1000-LER-ALERTA.

       3000-TOTAIS.
             MOVE SPACES TO REL-ALERTAS-LINHA.
             WRITE REL-ALERTAS-LINHA.
             MOVE 'ALERTAS SEM CIENCIA..........' TO LT-ROTULO.
             MOVE WRK-QT-PENDENTES TO LT-QUANTIDADE.
             WRITE REL-ALERTAS-LINHA FROM LINHA-TOTAL.
             MOVE '  GRAVES (2).................' TO LT-ROTULO.
             MOVE WRK-QT-GRAVES TO LT-QUANTIDADE.
             WRITE REL-ALERTAS-LINHA FROM LINHA-TOTAL.
             MOVE '  AVISOS (1).................' TO LT-ROTULO.
             MOVE WRK-QT-AVISOS TO LT-QUANTIDADE.
             WRITE REL-ALERTAS-LINHA FROM LINHA-TOTAL.
             MOVE '  INFORMATIVOS (0)...........' TO LT-ROTULO.
             MOVE WRK-QT-INFORMAT TO LT-QUANTIDADE.
             WRITE REL-ALERTAS-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'ALERTAS OPERACIONAIS SEM CIENCIA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ALERTAS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ALERTAS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-ALERTAS-LINHA.
             WRITE REL-ALERTAS-LINHA.
             WRITE REL-ALERTAS-LINHA FROM LINHA-TITULOS.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             DISPLAY 'ALERTAS OPERACIONAIS SEM CIENCIA CONCLUIDO'.
             DISPLAY 'ALERTAS LIDOS...........: ' WRK-QT-LIDOS.
             DISPLAY 'SEM CIENCIA.............: ' WRK-QT-PENDENTES.
             DISPLAY 'GRAVES SEM CIENCIA......: ' WRK-QT-GRAVES.
             DISPLAY 'LISTA COMPLETA NO ' WRK-NOME-RELATORIO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'REL-ALERTAS' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM REL-ALERTAS.
