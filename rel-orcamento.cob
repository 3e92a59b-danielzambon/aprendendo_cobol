      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ORCADO X REALIZADO DO MES (RELORCA) - COMPARA O
      *          ORCAMENTO DO ORCAMST COM O REALIZADO DO SALDOMES NAS
      *          CONTAS DE RESULTADO (3XXX RECEITA, 4XXX DESPESA), NO
      *          MES E NO ACUMULADO DO ANO, COM A VARIACAO EM R$ E EM
      *          %, TOTALIZANDO AS ANALITICAS NA SINTETICA DO GRUPO E
      *          NO RESULTADO. AS LINHAS ALEM DA TOLERANCIA SAO
      *          MARCADAS E REPETIDAS NUMA LISTA DE EXCECOES PARA A
      *          DIRETORIA; NO FIM SAI O ORCADO POR FILIAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODAR DEPOIS DO CONTAB-FECHA-MES DA COMPETENCIA (O REALIZADO
      * VEM DO SALDOMES). O REALIZADO E O MOVIMENTO NO SENTIDO NATURAL
      * DA CONTA: CREDITOS MENOS DEBITOS NA RECEITA, DEBITOS MENOS
      * CREDITOS NA DESPESA; CONTA REDUTORA (DESCRICAO INICIADA POR
      * '(-)', COMO PIS/COFINS SOBRE RECEITA) TEM O SENTIDO INVERTIDO
      * E E SUBTRAIDA NA SINTETICA. O LANCTOS NAO TEM FILIAL, ENTAO O
      * REALIZADO E DA EMPRESA: O ORCADO DAS FILIAIS E SOMADO NA
      * COMPARACAO E LISTADO POR FILIAL SO NO QUADRO FINAL.
      * TOLERANCIA EM % NO PARAMETRO ORCCFG (UMA LINHA, 9(03)V99);
      * SEM O PARAMETRO VALEM 10%. '***' MARCA VARIACAO ALEM DA
      * TOLERANCIA E 'S/O' REALIZADO SEM ORCAMENTO. LIMITE DE 100
      * CONTAS E 500 LINHAS CONTA/FILIAL (TAMANHO DAS TABELAS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-ORCAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PLANO.

           SELECT ORCAMENTO-MASTER ASSIGN TO 'ORCAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OM-CHAVE
                  FILE STATUS IS WRK-FS-ORCAMENTO.

           SELECT SALDO-MENSAL ASSIGN TO 'SALDOMES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SALDO.

           SELECT ORCAMENTO-CONFIG ASSIGN TO 'ORCCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT ORCAMENTO-TRAB ASSIGN TO 'ORCTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT ORCAMENTO-ORDENADO ASSIGN TO 'ORCTRBO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADO.

           SELECT SORT-ORCAMENTO ASSIGN TO 'ORCSRT'.

           SELECT REL-ORCAMENTO ASSIGN TO 'RELORCA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
       01  PLANO-CONTAS-REC.
           05 PC-CONTA         PIC 9(04).
           05 PC-DESCRICAO     PIC X(30).
           05 PC-SINTETICA     PIC X(01).

       FD  ORCAMENTO-MASTER.
       COPY orcamento.

       FD  SALDO-MENSAL.
       01  SALDO-MENSAL-REC.
           05 SM-COMPETENCIA   PIC 9(06).
           05 SM-CONTA         PIC 9(04).
           05 SM-SALDO-INICIAL PIC S9(12)V99.
           05 SM-DEBITOS       PIC 9(12)V99.
           05 SM-CREDITOS      PIC 9(12)V99.
           05 SM-SALDO-FINAL   PIC S9(12)V99.

       FD  ORCAMENTO-CONFIG.
       01  ORCAMENTO-CONFIG-REC.
           05 OG-TOLERANCIA    PIC 9(03)V99.

       FD  ORCAMENTO-TRAB.
       01  ORCAMENTO-TRAB-REC.
           05 OW-CONTA         PIC 9(04).
           05 OW-DESCRICAO     PIC X(30).
           05 OW-SINTETICA     PIC X(01).
           05 OW-ORC-MES       PIC S9(12)V99.
           05 OW-REAL-MES      PIC S9(12)V99.
           05 OW-ORC-ANO       PIC S9(12)V99.
           05 OW-REAL-ANO      PIC S9(12)V99.

       SD  SORT-ORCAMENTO.
       01  SORT-ORCAMENTO-REC.
           05 OK-CONTA         PIC 9(04).
           05 OK-DESCRICAO     PIC X(30).
           05 OK-SINTETICA     PIC X(01).
           05 OK-ORC-MES       PIC S9(12)V99.
           05 OK-REAL-MES      PIC S9(12)V99.
           05 OK-ORC-ANO       PIC S9(12)V99.
           05 OK-REAL-ANO      PIC S9(12)V99.

       FD  ORCAMENTO-ORDENADO.
       01  ORCAMENTO-ORDENADO-REC.
           05 OS-CONTA         PIC 9(04).
           05 OS-DESCRICAO     PIC X(30).
           05 OS-SINTETICA     PIC X(01).
             88 OS-E-SINTETICA      VALUE 'S'.
           05 OS-ORC-MES       PIC S9(12)V99.
           05 OS-REAL-MES      PIC S9(12)V99.
           05 OS-ORC-ANO       PIC S9(12)V99.
           05 OS-REAL-ANO      PIC S9(12)V99.

       FD  REL-ORCAMENTO.
       01  REL-ORCA-LINHA      PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PLANO     PIC X(02) VALUE '00'.
       77 WRK-FS-ORCAMENTO PIC X(02) VALUE '00'.
       77 WRK-FS-SALDO     PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PLA-SW   PIC X(01) VALUE 'N'.
         88 FIM-PLANO           VALUE 'S'.
       77 WRK-EOF-ORC-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORCAMENTO       VALUE 'S'.
       77 WRK-EOF-SAL-SW   PIC X(01) VALUE 'N'.
         88 FIM-SALDOS          VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDENADOS       VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 CONTA-ACHADA        VALUE 'S'.
       77 WRK-FIL-ACHOU-SW PIC X(01) VALUE 'N'.
         88 FILIAL-ACHADA       VALUE 'S'.
       77 WRK-EXCECAO-SW   PIC X(01) VALUE 'N'.
         88 LINHA-EM-EXCECAO    VALUE 'S'.
       77 WRK-SO-EXCECOES-SW PIC X(01) VALUE 'N'.
         88 SO-EXCECOES         VALUE 'S'.
       77 WRK-TAB-CHEIA-SW PIC X(01) VALUE 'N'.
         88 TABELA-TRANSBORDOU  VALUE 'S'.

       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-INI   PIC 9(06) VALUE ZEROS.
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-GRUPO        PIC 9(02) VALUE ZEROS.
       77 WRK-TOLERANCIA   PIC 9(03)V99 VALUE 10,00.
       77 WRK-CONTA        PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-GRUPO  PIC 9(04) VALUE ZEROS.
       77 WRK-FILIAL       PIC 9(03) VALUE ZEROS.
       77 WRK-MOVIMENTO    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-SINAL        PIC S9(01) VALUE +1.
       77 WRK-VARIACAO     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC S9(05)V9 VALUE ZEROS.
       77 WRK-PERC-ABS     PIC 9(05)V9 VALUE ZEROS.
       77 WRK-ALERTA       PIC X(03) VALUE SPACES.
       77 WRK-CALC-ORCADO  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CALC-REALIZADO PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LINHA-CONTA  PIC X(04) VALUE SPACES.
       77 WRK-LINHA-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-QT-EXCECOES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ORCADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FORA-PLANO PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 WRK-VALORES-LINHA.
          05 WRK-ORC-MES      PIC S9(12)V99 VALUE ZEROS.
          05 WRK-REAL-MES     PIC S9(12)V99 VALUE ZEROS.
          05 WRK-ORC-ANO      PIC S9(12)V99 VALUE ZEROS.
          05 WRK-REAL-ANO     PIC S9(12)V99 VALUE ZEROS.

       01 WRK-TOTAIS-RECEITA.
          05 WRK-REC-ORC-MES  PIC S9(12)V99 VALUE ZEROS.
          05 WRK-REC-REAL-MES PIC S9(12)V99 VALUE ZEROS.
          05 WRK-REC-ORC-ANO  PIC S9(12)V99 VALUE ZEROS.
          05 WRK-REC-REAL-ANO PIC S9(12)V99 VALUE ZEROS.
       01 WRK-TOTAIS-DESPESA.
          05 WRK-DES-ORC-MES  PIC S9(12)V99 VALUE ZEROS.
          05 WRK-DES-REAL-MES PIC S9(12)V99 VALUE ZEROS.
          05 WRK-DES-ORC-ANO  PIC S9(12)V99 VALUE ZEROS.
          05 WRK-DES-REAL-ANO PIC S9(12)V99 VALUE ZEROS.

       01 TABELA-RESULTADO.
          05 TR-DET OCCURS 100 TIMES INDEXED BY IX-TR IX-GRP.
             10 TR-CONTA       PIC 9(04).
             10 TR-DESCRICAO   PIC X(30).
             10 TR-SINTETICA   PIC X(01).
             10 TR-REDUTORA    PIC X(01).
               88 TR-E-REDUTORA     VALUE 'S'.
             10 TR-ORC-MES     PIC S9(12)V99.
             10 TR-REAL-MES    PIC S9(12)V99.
             10 TR-ORC-ANO     PIC S9(12)V99.
             10 TR-REAL-ANO    PIC S9(12)V99.
       77 WRK-QT-CONTAS    PIC 9(03) VALUE ZEROS.

       01 TABELA-FILIAL.
          05 TF-DET OCCURS 500 TIMES INDEXED BY IX-TF.
             10 TF-FILIAL      PIC 9(02).
             10 TF-CONTA       PIC 9(04).
             10 TF-ORC-MES     PIC 9(12)V99.
             10 TF-ORC-ANO     PIC 9(12)V99.
       77 WRK-QT-FILIAL-CONTA PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-REC-MES  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FIL-REC-ANO  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FIL-DES-MES  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FIL-DES-ANO  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FIL-LINHAS   PIC 9(03) VALUE ZEROS.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(23) VALUE 'CONTA DESCRICAO'.
           05 FILLER          PIC X(03) VALUE 'PER'.
           05 FILLER          PIC X(14) VALUE '        ORCADO'.
           05 FILLER          PIC X(14) VALUE '     REALIZADO'.
           05 FILLER          PIC X(14) VALUE '      VARIACAO'.
           05 FILLER          PIC X(08) VALUE '   VAR.%'.
           05 FILLER          PIC X(04) VALUE ' OBS'.

       01  LINHA-ORCADO.
           05 LO-CONTA        PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-DESCRICAO    PIC X(17).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-PERIODO      PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-ORCADO       PIC --.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-REALIZADO    PIC --.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-VARIACAO     PIC --.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-PERCENTUAL   PIC ----9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LO-ALERTA       PIC X(03).

       01  LINHA-TITULOS-FILIAL.
           05 FILLER          PIC X(12) VALUE 'FILIAL CONTA'.
           05 FILLER          PIC X(31) VALUE ' DESCRICAO'.
           05 FILLER          PIC X(14) VALUE '    ORCADO MES'.
           05 FILLER          PIC X(14) VALUE '   ORCADO ACUM'.
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-FILIAL.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LF-CONTA        PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LF-DESCRICAO    PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-ORC-MES      PIC --.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LF-ORC-ANO      PIC --.---.--9,99.
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-TOLERANCIA.
           05 FILLER          PIC X(35) VALUE
                 'TOLERANCIA DA VARIACAO (+/- %)....:'.
           05 LTL-TOLERANCIA  PIC ZZ9,99.
           05 FILLER          PIC X(39) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-CONTAS.
             MOVE ZEROS TO WRK-QT-FILIAL-CONTA.
             MOVE ZEROS TO WRK-QT-EXCECOES.
             MOVE ZEROS TO WRK-QT-ORCADOS.
             MOVE ZEROS TO WRK-QT-FORA-PLANO.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE ZEROS TO WRK-TOTAIS-RECEITA.
             MOVE ZEROS TO WRK-TOTAIS-DESPESA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DO ORCADO X REALIZADO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             MOVE WRK-COMPETENCIA(5:2) TO WRK-MES.
             IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.
             MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO.
             COMPUTE WRK-COMPET-INI = (WRK-ANO * 100) + 1.

             PERFORM 0300-LER-TOLERANCIA.
             PERFORM 0500-CARREGAR-PLANO.
             IF TABELA-TRANSBORDOU
                   DISPLAY 'PLANOCTA PASSOU DE 100 CONTAS DE '
                           'RESULTADO, RELATORIO ABORTADO (AMPLIAR A '
                           'TABELA)'
                   GOBACK
             END-IF.
             PERFORM 1000-ACUMULAR-ORCADO.
             IF TABELA-TRANSBORDOU
                   DISPLAY 'ORCAMST PASSOU DE 500 LINHAS CONTA/'
                           'FILIAL, RELATORIO ABORTADO (AMPLIAR A '
                           'TABELA)'
                   GOBACK
             END-IF.
             PERFORM 2000-ACUMULAR-REALIZADO.
             PERFORM 3000-TOTALIZAR-GRUPOS.
             PERFORM 4000-ORDENAR-CONTAS.
             PERFORM 5000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0300-LER-TOLERANCIA.
             OPEN INPUT ORCAMENTO-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ ORCAMENTO-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE OG-TOLERANCIA TO WRK-TOLERANCIA
                   END-IF
                   CLOSE ORCAMENTO-CONFIG
             END-IF.

      *----------------------------------------------------------------
      * SO AS CONTAS DE RESULTADO (3XXX/4XXX) ENTRAM NA TABELA.
      *----------------------------------------------------------------
       0500-CARREGAR-PLANO.
             MOVE 'N' TO WRK-EOF-PLA-SW.
             OPEN INPUT PLANO-CONTAS.
             MOVE WRK-FS-PLANO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0510-LER-CONTA
                   PERFORM 0520-GUARDAR-CONTA UNTIL FIM-PLANO
                   CLOSE PLANO-CONTAS
             ELSE
                   DISPLAY 'PLANO DE CONTAS (PLANOCTA) AUSENTE, '
                           'NADA A COMPARAR'
             END-IF.

       0510-LER-CONTA.
             READ PLANO-CONTAS
                   AT END MOVE 'S' TO WRK-EOF-PLA-SW
             END-READ.

       0520-GUARDAR-CONTA.
             IF PC-CONTA NOT < 3000 AND PC-CONTA < 5000
                   IF WRK-QT-CONTAS >= 100
                         MOVE 'S' TO WRK-TAB-CHEIA-SW
                   ELSE
                         ADD 1 TO WRK-QT-CONTAS
                         SET IX-TR TO WRK-QT-CONTAS
                         MOVE PC-CONTA     TO TR-CONTA(IX-TR)
                         MOVE PC-DESCRICAO TO TR-DESCRICAO(IX-TR)
                         MOVE PC-SINTETICA TO TR-SINTETICA(IX-TR)
                         IF PC-DESCRICAO(1:3) = '(-)'
                               MOVE 'S' TO TR-REDUTORA(IX-TR)
                         ELSE
                               MOVE 'N' TO TR-REDUTORA(IX-TR)
                         END-IF
                         MOVE ZEROS TO TR-ORC-MES(IX-TR)
                         MOVE ZEROS TO TR-REAL-MES(IX-TR)
                         MOVE ZEROS TO TR-ORC-ANO(IX-TR)
                         MOVE ZEROS TO TR-REAL-ANO(IX-TR)
                   END-IF
             END-IF.
             PERFORM 0510-LER-CONTA.

      *----------------------------------------------------------------
      * ORCADO DE JANEIRO ATE A COMPETENCIA DO ANO PEDIDO; O ORCAMST
      * VEM EM ORDEM DE CONTA/FILIAL/MES.
      *----------------------------------------------------------------
       1000-ACUMULAR-ORCADO.
             MOVE 'N' TO WRK-EOF-ORC-SW.
             OPEN INPUT ORCAMENTO-MASTER.
             MOVE WRK-FS-ORCAMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1100-LER-ORCADO
                   PERFORM 1200-SOMAR-ORCADO
                         UNTIL FIM-ORCAMENTO OR TABELA-TRANSBORDOU
                   CLOSE ORCAMENTO-MASTER
             ELSE
                   DISPLAY 'ORCAMENTO ORCAMST INEXISTENTE, ORCADO '
                           'SAIRA ZERADO'
             END-IF.

       1100-LER-ORCADO.
             READ ORCAMENTO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-ORC-SW
             END-READ.

       1200-SOMAR-ORCADO.
             IF OM-COMPETENCIA NOT < WRK-COMPET-INI
                AND OM-COMPETENCIA NOT > WRK-COMPETENCIA
                   MOVE OM-CONTA TO WRK-CONTA
                   PERFORM 6000-LOCALIZAR-CONTA
                   IF CONTA-ACHADA
                         ADD 1 TO WRK-QT-ORCADOS
                         ADD OM-VALOR TO TR-ORC-ANO(IX-TR)
                         IF OM-COMPETENCIA = WRK-COMPETENCIA
                               ADD OM-VALOR TO TR-ORC-MES(IX-TR)
                         END-IF
                         PERFORM 1300-SOMAR-FILIAL
                   ELSE
                         ADD 1 TO WRK-QT-FORA-PLANO
                   END-IF
             END-IF.
             PERFORM 1100-LER-ORCADO.

       1300-SOMAR-FILIAL.
             MOVE 'N' TO WRK-FIL-ACHOU-SW.
             IF WRK-QT-FILIAL-CONTA > 0
                   SET IX-TF TO 1
                   PERFORM 1310-COMPARAR-FILIAL
                         UNTIL IX-TF > WRK-QT-FILIAL-CONTA
                               OR FILIAL-ACHADA
             END-IF.
             IF NOT FILIAL-ACHADA
                   IF WRK-QT-FILIAL-CONTA >= 500
                         MOVE 'S' TO WRK-TAB-CHEIA-SW
                   ELSE
                         ADD 1 TO WRK-QT-FILIAL-CONTA
                         SET IX-TF TO WRK-QT-FILIAL-CONTA
                         MOVE OM-FILIAL TO TF-FILIAL(IX-TF)
                         MOVE OM-CONTA  TO TF-CONTA(IX-TF)
                         MOVE ZEROS TO TF-ORC-MES(IX-TF)
                         MOVE ZEROS TO TF-ORC-ANO(IX-TF)
                         MOVE 'S' TO WRK-FIL-ACHOU-SW
                   END-IF
             END-IF.
             IF FILIAL-ACHADA
                   ADD OM-VALOR TO TF-ORC-ANO(IX-TF)
                   IF OM-COMPETENCIA = WRK-COMPETENCIA
                         ADD OM-VALOR TO TF-ORC-MES(IX-TF)
                   END-IF
             END-IF.

       1310-COMPARAR-FILIAL.
             IF TF-FILIAL(IX-TF) = OM-FILIAL
                AND TF-CONTA(IX-TF) = OM-CONTA
                   MOVE 'S' TO WRK-FIL-ACHOU-SW
             ELSE
                   SET IX-TF UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * REALIZADO = MOVIMENTO DO MES NO SALDOMES, NO SENTIDO NATURAL.
      *----------------------------------------------------------------
       2000-ACUMULAR-REALIZADO.
             MOVE 'N' TO WRK-EOF-SAL-SW.
             OPEN INPUT SALDO-MENSAL.
             MOVE WRK-FS-SALDO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 2100-LER-SALDO
                   PERFORM 2200-SOMAR-REALIZADO UNTIL FIM-SALDOS
                   CLOSE SALDO-MENSAL
             ELSE
                   DISPLAY 'SALDO MENSAL SALDOMES INEXISTENTE, '
                           'REALIZADO SAIRA ZERADO (RODAR O '
                           'CONTAB-FECHA-MES)'
             END-IF.

       2100-LER-SALDO.
             READ SALDO-MENSAL
                   AT END MOVE 'S' TO WRK-EOF-SAL-SW
             END-READ.

       2200-SOMAR-REALIZADO.
             IF SM-COMPETENCIA NOT < WRK-COMPET-INI
                AND SM-COMPETENCIA NOT > WRK-COMPETENCIA
                   MOVE SM-CONTA TO WRK-CONTA
                   PERFORM 6000-LOCALIZAR-CONTA
                   IF CONTA-ACHADA
                         IF SM-CONTA < 4000
                               COMPUTE WRK-MOVIMENTO =
                                     SM-CREDITOS - SM-DEBITOS
                         ELSE
                               COMPUTE WRK-MOVIMENTO =
                                     SM-DEBITOS - SM-CREDITOS
                         END-IF
                         IF TR-E-REDUTORA(IX-TR)
                               COMPUTE WRK-MOVIMENTO =
                                     ZEROS - WRK-MOVIMENTO
                         END-IF
                         ADD WRK-MOVIMENTO TO TR-REAL-ANO(IX-TR)
                         IF SM-COMPETENCIA = WRK-COMPETENCIA
                               ADD WRK-MOVIMENTO TO TR-REAL-MES(IX-TR)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 2100-LER-SALDO.

      *----------------------------------------------------------------
      * CADA ANALITICA SOMA (OU SUBTRAI, SE REDUTORA) NA SINTETICA DO
      * GRUPO (MESMOS DOIS PRIMEIROS DIGITOS, TERMINADA EM 00) E NO
      * TOTAL DE RECEITAS OU DE DESPESAS DO RESULTADO.
      *----------------------------------------------------------------
       3000-TOTALIZAR-GRUPOS.
             IF WRK-QT-CONTAS > 0
                   SET IX-TR TO 1
                   PERFORM 3100-SOMAR-NO-GRUPO
                         UNTIL IX-TR > WRK-QT-CONTAS
             END-IF.

       3100-SOMAR-NO-GRUPO.
             IF TR-SINTETICA(IX-TR) NOT = 'S'
                   IF TR-E-REDUTORA(IX-TR)
                         MOVE -1 TO WRK-SINAL
                   ELSE
                         MOVE +1 TO WRK-SINAL
                   END-IF
                   COMPUTE WRK-ORC-MES  = TR-ORC-MES(IX-TR) * WRK-SINAL
                   COMPUTE WRK-REAL-MES =
                         TR-REAL-MES(IX-TR) * WRK-SINAL
                   COMPUTE WRK-ORC-ANO  = TR-ORC-ANO(IX-TR) * WRK-SINAL
                   COMPUTE WRK-REAL-ANO =
                         TR-REAL-ANO(IX-TR) * WRK-SINAL
                   DIVIDE TR-CONTA(IX-TR) BY 100 GIVING WRK-GRUPO
                   COMPUTE WRK-CONTA-GRUPO = WRK-GRUPO * 100
                   SET IX-GRP TO 1
                   PERFORM 3200-PROCURAR-GRUPO
                         UNTIL IX-GRP > WRK-QT-CONTAS
                   IF TR-CONTA(IX-TR) < 4000
                         ADD WRK-ORC-MES  TO WRK-REC-ORC-MES
                         ADD WRK-REAL-MES TO WRK-REC-REAL-MES
                         ADD WRK-ORC-ANO  TO WRK-REC-ORC-ANO
                         ADD WRK-REAL-ANO TO WRK-REC-REAL-ANO
                   ELSE
                         ADD WRK-ORC-MES  TO WRK-DES-ORC-MES
                         ADD WRK-REAL-MES TO WRK-DES-REAL-MES
                         ADD WRK-ORC-ANO  TO WRK-DES-ORC-ANO
                         ADD WRK-REAL-ANO TO WRK-DES-REAL-ANO
                   END-IF
             END-IF.
             SET IX-TR UP BY 1.

       3200-PROCURAR-GRUPO.
             IF TR-CONTA(IX-GRP) = WRK-CONTA-GRUPO
                AND TR-SINTETICA(IX-GRP) = 'S'
                   ADD WRK-ORC-MES  TO TR-ORC-MES(IX-GRP)
                   ADD WRK-REAL-MES TO TR-REAL-MES(IX-GRP)
                   ADD WRK-ORC-ANO  TO TR-ORC-ANO(IX-GRP)
                   ADD WRK-REAL-ANO TO TR-REAL-ANO(IX-GRP)
                   SET IX-GRP TO WRK-QT-CONTAS
             END-IF.
             SET IX-GRP UP BY 1.

      *----------------------------------------------------------------
      * O PLANOCTA NAO ESTA EM ORDEM DE CONTA: AS CONTAS COM VALOR SAO
      * DESCARREGADAS E ORDENADAS (SORT) PARA A IMPRESSAO.
      *----------------------------------------------------------------
       4000-ORDENAR-CONTAS.
             OPEN OUTPUT ORCAMENTO-TRAB.
             IF WRK-QT-CONTAS > 0
                   SET IX-TR TO 1
                   PERFORM 4100-GRAVAR-TRAB
                         UNTIL IX-TR > WRK-QT-CONTAS
             END-IF.
             CLOSE ORCAMENTO-TRAB.
             SORT SORT-ORCAMENTO
                   ON ASCENDING KEY  OK-CONTA
                   USING ORCAMENTO-TRAB
                   GIVING ORCAMENTO-ORDENADO.

       4100-GRAVAR-TRAB.
             IF TR-ORC-ANO(IX-TR) NOT = ZEROS
                OR TR-REAL-ANO(IX-TR) NOT = ZEROS
                   MOVE TR-CONTA(IX-TR)     TO OW-CONTA
                   MOVE TR-DESCRICAO(IX-TR) TO OW-DESCRICAO
                   MOVE TR-SINTETICA(IX-TR) TO OW-SINTETICA
                   MOVE TR-ORC-MES(IX-TR)   TO OW-ORC-MES
                   MOVE TR-REAL-MES(IX-TR)  TO OW-REAL-MES
                   MOVE TR-ORC-ANO(IX-TR)   TO OW-ORC-ANO
                   MOVE TR-REAL-ANO(IX-TR)  TO OW-REAL-ANO
                   WRITE ORCAMENTO-TRAB-REC
             END-IF.
             SET IX-TR UP BY 1.

       5000-IMPRIMIR.
             OPEN OUTPUT REL-ORCAMENTO.
             MOVE 'ORCADO X REALIZADO' TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.

             MOVE 'N' TO WRK-SO-EXCECOES-SW.
             PERFORM 5050-PERCORRER-CONTAS.
             PERFORM 5300-IMPRIMIR-RESULTADO.

             MOVE 'ORCADO X REALIZADO - EXCECOES' TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.
             MOVE WRK-TOLERANCIA TO LTL-TOLERANCIA.
             WRITE REL-ORCA-LINHA FROM LINHA-TOLERANCIA.
             ADD 1 TO WRK-LINHAS-PAGINA.
             MOVE 'S' TO WRK-SO-EXCECOES-SW.
             PERFORM 5050-PERCORRER-CONTAS.
             IF WRK-QT-EXCECOES = ZEROS
                   MOVE 'NENHUMA CONTA FORA DA TOLERANCIA'
                        TO REL-ORCA-LINHA
                   WRITE REL-ORCA-LINHA
             END-IF.

             PERFORM 7000-IMPRIMIR-FILIAIS.
             WRITE REL-ORCA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-ORCAMENTO.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA: TODAS AS CONTAS. SEGUNDA: SO AS ANALITICAS
      * COM ALGUMA LINHA (MES OU ACUMULADO) FORA DA TOLERANCIA.
      *----------------------------------------------------------------
       5050-PERCORRER-CONTAS.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT ORCAMENTO-ORDENADO.
             PERFORM 5060-LER-ORDENADO.
             PERFORM 5100-IMPRIMIR-CONTA UNTIL FIM-ORDENADOS.
             CLOSE ORCAMENTO-ORDENADO.

       5060-LER-ORDENADO.
             READ ORCAMENTO-ORDENADO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       5100-IMPRIMIR-CONTA.
             MOVE OS-ORC-MES  TO WRK-ORC-MES.
             MOVE OS-REAL-MES TO WRK-REAL-MES.
             MOVE OS-ORC-ANO  TO WRK-ORC-ANO.
             MOVE OS-REAL-ANO TO WRK-REAL-ANO.
             MOVE 'N' TO WRK-EXCECAO-SW.
             MOVE OS-CONTA     TO WRK-LINHA-CONTA.
             MOVE OS-DESCRICAO TO WRK-LINHA-DESCRICAO.
             IF NOT OS-E-SINTETICA
                   MOVE WRK-ORC-MES  TO WRK-CALC-ORCADO
                   MOVE WRK-REAL-MES TO WRK-CALC-REALIZADO
                   PERFORM 5500-CALCULAR-VARIACAO
                   MOVE WRK-ORC-ANO  TO WRK-CALC-ORCADO
                   MOVE WRK-REAL-ANO TO WRK-CALC-REALIZADO
                   PERFORM 5500-CALCULAR-VARIACAO
             END-IF.
             IF NOT SO-EXCECOES
                   IF OS-E-SINTETICA
                         IF WRK-LINHAS-PAGINA + 3 > WRK-MAX-LINHAS
                               PERFORM 8000-CABECALHO
                         END-IF
                         MOVE SPACES TO REL-ORCA-LINHA
                         WRITE REL-ORCA-LINHA
                         ADD 1 TO WRK-LINHAS-PAGINA
                   END-IF
                   PERFORM 5200-IMPRIMIR-PAR
             ELSE
                   IF LINHA-EM-EXCECAO
                         ADD 1 TO WRK-QT-EXCECOES
                         PERFORM 5200-IMPRIMIR-PAR
                   END-IF
             END-IF.
             PERFORM 5060-LER-ORDENADO.

       5200-IMPRIMIR-PAR.
             IF WRK-LINHAS-PAGINA + 2 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE WRK-LINHA-CONTA     TO LO-CONTA.
             MOVE WRK-LINHA-DESCRICAO TO LO-DESCRICAO.
             MOVE 'MES'        TO LO-PERIODO.
             MOVE WRK-ORC-MES  TO WRK-CALC-ORCADO.
             MOVE WRK-REAL-MES TO WRK-CALC-REALIZADO.
             PERFORM 5500-CALCULAR-VARIACAO.
             WRITE REL-ORCA-LINHA FROM LINHA-ORCADO.
             MOVE SPACES       TO LO-CONTA.
             MOVE SPACES       TO LO-DESCRICAO.
             MOVE 'ACM'        TO LO-PERIODO.
             MOVE WRK-ORC-ANO  TO WRK-CALC-ORCADO.
             MOVE WRK-REAL-ANO TO WRK-CALC-REALIZADO.
             PERFORM 5500-CALCULAR-VARIACAO.
             WRITE REL-ORCA-LINHA FROM LINHA-ORCADO.
             ADD 2 TO WRK-LINHAS-PAGINA.

       5300-IMPRIMIR-RESULTADO.
             IF WRK-LINHAS-PAGINA + 8 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE ALL '-' TO REL-ORCA-LINHA.
             WRITE REL-ORCA-LINHA.
             ADD 1 TO WRK-LINHAS-PAGINA.
             MOVE SPACES TO WRK-LINHA-CONTA.
             MOVE 'RECEITAS LIQUIDAS' TO WRK-LINHA-DESCRICAO.
             MOVE WRK-TOTAIS-RECEITA TO WRK-VALORES-LINHA.
             PERFORM 5200-IMPRIMIR-PAR.
             MOVE 'DESPESAS' TO WRK-LINHA-DESCRICAO.
             MOVE WRK-TOTAIS-DESPESA TO WRK-VALORES-LINHA.
             PERFORM 5200-IMPRIMIR-PAR.
             MOVE 'RESULTADO' TO WRK-LINHA-DESCRICAO.
             COMPUTE WRK-ORC-MES  = WRK-REC-ORC-MES  - WRK-DES-ORC-MES.
             COMPUTE WRK-REAL-MES = WRK-REC-REAL-MES - WRK-DES-REAL-MES.
             COMPUTE WRK-ORC-ANO  = WRK-REC-ORC-ANO  - WRK-DES-ORC-ANO.
             COMPUTE WRK-REAL-ANO = WRK-REC-REAL-ANO - WRK-DES-REAL-ANO.
             PERFORM 5200-IMPRIMIR-PAR.

      *----------------------------------------------------------------
      * VARIACAO = REALIZADO - ORCADO, EM R$ E EM % DO ORCADO; A LINHA
      * E MARCADA QUANDO O % PASSA DA TOLERANCIA (PARA MAIS OU PARA
      * MENOS) OU QUANDO HA REALIZADO SEM ORCAMENTO.
      *----------------------------------------------------------------
       5500-CALCULAR-VARIACAO.
             MOVE SPACES TO WRK-ALERTA.
             MOVE ZEROS TO WRK-PERCENTUAL.
             COMPUTE WRK-VARIACAO =
                   WRK-CALC-REALIZADO - WRK-CALC-ORCADO.
             IF WRK-CALC-ORCADO = ZEROS
                   IF WRK-CALC-REALIZADO NOT = ZEROS
                         MOVE 'S/O' TO WRK-ALERTA
                   END-IF
             ELSE
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                         WRK-VARIACAO * 100 / WRK-CALC-ORCADO
                         ON SIZE ERROR
                               MOVE 9999,9 TO WRK-PERCENTUAL
                   END-COMPUTE
                   IF WRK-PERCENTUAL < ZEROS
                         COMPUTE WRK-PERC-ABS = ZEROS - WRK-PERCENTUAL
                   ELSE
                         MOVE WRK-PERCENTUAL TO WRK-PERC-ABS
                   END-IF
                   IF WRK-PERC-ABS > WRK-TOLERANCIA
                         MOVE '***' TO WRK-ALERTA
                   END-IF
             END-IF.
             IF WRK-ALERTA NOT = SPACES
                   MOVE 'S' TO WRK-EXCECAO-SW
             END-IF.
             MOVE WRK-CALC-ORCADO    TO LO-ORCADO.
             MOVE WRK-CALC-REALIZADO TO LO-REALIZADO.
             MOVE WRK-VARIACAO   TO LO-VARIACAO.
             MOVE WRK-PERCENTUAL TO LO-PERCENTUAL.
             MOVE WRK-ALERTA     TO LO-ALERTA.

      *----------------------------------------------------------------
      * QUADRO FINAL: ORCADO DE CADA FILIAL POR CONTA, COM O TOTAL DA
      * FILIAL (O REALIZADO NAO E SEPARADO POR FILIAL NO DIARIO).
      *----------------------------------------------------------------
       7000-IMPRIMIR-FILIAIS.
             MOVE 'ORCADO POR FILIAL' TO RPTH-TITULO.
             PERFORM 8100-CABECALHO-FILIAL.
             MOVE 1 TO WRK-FILIAL.
             PERFORM 7100-IMPRIMIR-FILIAL UNTIL WRK-FILIAL > 99.
             IF WRK-QT-FILIAL-CONTA = ZEROS
                   MOVE 'NENHUM ORCADO NO PERIODO' TO REL-ORCA-LINHA
                   WRITE REL-ORCA-LINHA
             END-IF.

       7100-IMPRIMIR-FILIAL.
             MOVE ZEROS TO WRK-FIL-REC-MES.
             MOVE ZEROS TO WRK-FIL-REC-ANO.
             MOVE ZEROS TO WRK-FIL-DES-MES.
             MOVE ZEROS TO WRK-FIL-DES-ANO.
             MOVE ZEROS TO WRK-FIL-LINHAS.
             IF WRK-QT-FILIAL-CONTA > 0
                   SET IX-TF TO 1
                   PERFORM 7200-IMPRIMIR-CONTA-FILIAL
                         UNTIL IX-TF > WRK-QT-FILIAL-CONTA
             END-IF.
             IF WRK-FIL-LINHAS > ZEROS
                   MOVE SPACES          TO LINHA-FILIAL
                   MOVE WRK-FILIAL      TO LF-FILIAL
                   MOVE 'RECEITAS LIQUIDAS DA FILIAL' TO LF-DESCRICAO
                   MOVE WRK-FIL-REC-MES TO LF-ORC-MES
                   MOVE WRK-FIL-REC-ANO TO LF-ORC-ANO
                   WRITE REL-ORCA-LINHA FROM LINHA-FILIAL
                   MOVE SPACES          TO LINHA-FILIAL
                   MOVE WRK-FILIAL      TO LF-FILIAL
                   MOVE 'DESPESAS DA FILIAL' TO LF-DESCRICAO
                   MOVE WRK-FIL-DES-MES TO LF-ORC-MES
                   MOVE WRK-FIL-DES-ANO TO LF-ORC-ANO
                   WRITE REL-ORCA-LINHA FROM LINHA-FILIAL
                   MOVE SPACES TO REL-ORCA-LINHA
                   WRITE REL-ORCA-LINHA
                   ADD 3 TO WRK-LINHAS-PAGINA
             END-IF.
             ADD 1 TO WRK-FILIAL.

       7200-IMPRIMIR-CONTA-FILIAL.
             IF TF-FILIAL(IX-TF) = WRK-FILIAL
                   IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                         PERFORM 8100-CABECALHO-FILIAL
                   END-IF
                   MOVE TF-CONTA(IX-TF) TO WRK-CONTA
                   PERFORM 6000-LOCALIZAR-CONTA
                   MOVE SPACES           TO LINHA-FILIAL
                   MOVE WRK-FILIAL       TO LF-FILIAL
                   MOVE TF-CONTA(IX-TF)  TO LF-CONTA
                   MOVE TR-DESCRICAO(IX-TR) TO LF-DESCRICAO
                   MOVE TF-ORC-MES(IX-TF) TO LF-ORC-MES
                   MOVE TF-ORC-ANO(IX-TF) TO LF-ORC-ANO
                   WRITE REL-ORCA-LINHA FROM LINHA-FILIAL
                   ADD 1 TO WRK-LINHAS-PAGINA
                   ADD 1 TO WRK-FIL-LINHAS
                   EVALUATE TRUE
                         WHEN TF-CONTA(IX-TF) NOT < 4000
                               ADD TF-ORC-MES(IX-TF) TO WRK-FIL-DES-MES
                               ADD TF-ORC-ANO(IX-TF) TO WRK-FIL-DES-ANO
                         WHEN TR-E-REDUTORA(IX-TR)
                               SUBTRACT TF-ORC-MES(IX-TF)
                                   FROM WRK-FIL-REC-MES
                               SUBTRACT TF-ORC-ANO(IX-TF)
                                   FROM WRK-FIL-REC-ANO
                         WHEN OTHER
                               ADD TF-ORC-MES(IX-TF) TO WRK-FIL-REC-MES
                               ADD TF-ORC-ANO(IX-TF) TO WRK-FIL-REC-ANO
                   END-EVALUATE
             END-IF.
             SET IX-TF UP BY 1.

       6000-LOCALIZAR-CONTA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-CONTAS > 0
                   SET IX-TR TO 1
                   PERFORM 6100-COMPARAR-CONTA
                         UNTIL IX-TR > WRK-QT-CONTAS
                               OR CONTA-ACHADA
             END-IF.

       6100-COMPARAR-CONTA.
             IF TR-CONTA(IX-TR) = WRK-CONTA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TR UP BY 1
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ORCA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ORCA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-ORCA-LINHA.
             STRING 'COMPETENCIA: ' WRK-COMPETENCIA(5:2) '/'
                    WRK-COMPETENCIA(1:4)
                    '   (ACM = ACUMULADO DO ANO ATE O MES)'
                    DELIMITED BY SIZE INTO REL-ORCA-LINHA.
             WRITE REL-ORCA-LINHA.
             WRITE REL-ORCA-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-ORCA-LINHA.
             WRITE REL-ORCA-LINHA.

       8100-CABECALHO-FILIAL.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ORCA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ORCA-LINHA FROM RPT-CABECALHO-DATA.
             WRITE REL-ORCA-LINHA FROM LINHA-TITULOS-FILIAL.
             MOVE ALL '-' TO REL-ORCA-LINHA.
             WRITE REL-ORCA-LINHA.

       9000-ENCERRAR.
             DISPLAY 'ORCADO X REALIZADO EMITIDO'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'LINHAS DE ORCADO LIDAS..: ' WRK-QT-ORCADOS.
             DISPLAY 'ORCADO FORA DO PLANOCTA.: ' WRK-QT-FORA-PLANO.
             DISPLAY 'CONTAS FORA DA TOLERANCIA: ' WRK-QT-EXCECOES.

       END PROGRAM REL-ORCAMENTO.
