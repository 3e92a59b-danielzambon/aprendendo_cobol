      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONCILIACAO DO CONTAS-RECEBER COM O RAZAO - NO FIM DO
      *          MES CONFERE QUE OS TITULOS EM ABERTO (TITULOS), O
      *          SALDO DEVEDOR DOS CLIENTES (CL-SALDO DO CLIEMST) E O
      *          SALDO DA CONTA 1101 CLIENTES NO SALDOMES CONTAM A
      *          MESMA HISTORIA: TOTALIZA OS TITULOS EM ABERTO POR
      *          CLIENTE CONTRA O CL-SALDO, O TOTAL EM ABERTO NO
      *          ULTIMO DIA DA COMPETENCIA CONTRA A CONTA 1101, E OS
      *          TITULOS PAGOS OU CANCELADOS NO MES CONTRA OS
      *          CREDITOS NA 1101 DO DIARIO (LANCTOS). CADA DIFERENCA
      *          SAI NO RELCONCR COMO PENDENTE OU JUSTIFICADA (LINHA
      *          NO CONCJUST) E A SITUACAO DA RODADA VAI PARA O
      *          CONCSTAT, QUE O FECHA-COMPETENCIA CONSULTA ANTES DE
      *          FECHAR VENDAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O CL-SALDO NAO TEM HISTORICO, ENTAO A CONFERENCIA POR CLIENTE
      * E DO DIA DA RODADA (TITULOS TIT-ABERTO HOJE). A CONFERENCIA
      * COM A 1101 E NO ULTIMO DIA DA COMPETENCIA: ENTRA O TITULO
      * VENDIDO ATE O FECHAMENTO E AINDA EM ABERTO, OU PAGO/CANCELADO
      * DEPOIS DELE, OU BAIXADO COMO PERDA DEPOIS DELE (DATA DA PERDA
      * NO PDDTIT). TIT-CLIENTE FORA DO CLIEMST QUE E MATRICULA DO
      * ALUNO-MASTER E MENSALIDADE: SO ENTRA NO TOTAL, SEM CL-SALDO A
      * CONFERIR; FORA DOS DOIS E DIFERENCA DO CLIENTE.
      * NO MOVIMENTO DO MES, CADA TITULO PAGO (TIT-DATA-PAGTO NO MES)
      * TEM DE ACHAR UM CREDITO NA 1101 DE ORIGEM RECEB NO MESMO DIA E
      * MESMO VALOR, E CADA VENDA CANCELADA (PARCELAS CANCELADAS NO
      * MESMO DIA SOMADAS) UM CREDITO DE ORIGEM VENDAS (ESTORNO). O
      * CASAMENTO E FEITO POR SORT (DATA, TIPO, VALOR) SEM TABELA; O
      * CREDITO NA 1101 QUE SOBRA TAMBEM SAI COMO DIFERENCA.
      * A JUSTIFICATIVA SO VALE PARA O MESMO VALOR ABSOLUTO DA
      * DIFERENCA (LIMITE DE 500 LINHAS POR COMPETENCIA NO CONCJUST).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FD DO LANCTOS ACOMPANHA O LC-EXECUCAO NOVO
      *                 (RODADA DE LOTE DO CTRL-EXECUCAO).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - TITULO RENEGOCIADO EM ACORDO (TIT-RENEGOCIADO)
      *                 SAI DO ABERTO NA DATA DO ACORDO, COMO O PAGO;
      *                 OS ENCARGOS E O DESCONTO DO ACORDO (ORIGEM
      *                 ACORDO NO LANCTOS) FICAM FORA DO CASAMENTO DO
      *                 MOVIMENTO, COMO A PERDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CONCILIA-CR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT PDD-TITULO ASSIGN TO 'PDDTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PP-CHAVE
                  FILE STATUS IS WRK-FS-PDD.

           SELECT SALDO-MENSAL ASSIGN TO 'SALDOMES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SALDO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT CONC-JUSTIF ASSIGN TO 'CONCJUST'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-JUSTIF.

           SELECT CONC-STATUS ASSIGN TO 'CONCSTAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-STATUS.

           SELECT CONC-TRAB-CLIENTE ASSIGN TO 'CCRTRAB1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB1.

           SELECT CONC-ORDEM-CLIENTE ASSIGN TO 'CCRORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM1.

           SELECT CONC-TRAB-MOVTO ASSIGN TO 'CCRTRAB2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB2.

           SELECT CONC-ORDEM-MOVTO ASSIGN TO 'CCRORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-CONC-CLIENTE ASSIGN TO 'CCRSRT1'.

           SELECT SORT-CONC-MOVTO ASSIGN TO 'CCRSRT2'.

           SELECT REL-CONCILIA ASSIGN TO 'RELCONCR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  PDD-TITULO.
       COPY pddtit.

       FD  SALDO-MENSAL.
       01  SALDO-MENSAL-REC.
           05 SM-COMPETENCIA   PIC 9(06).
           05 SM-CONTA         PIC 9(04).
           05 SM-SALDO-INICIAL PIC S9(12)V99.
           05 SM-DEBITOS       PIC 9(12)V99.
           05 SM-CREDITOS      PIC 9(12)V99.
           05 SM-SALDO-FINAL   PIC S9(12)V99.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  CONC-JUSTIF.
       COPY concjust.

       FD  CONC-STATUS.
       COPY concstat.

       FD  CONC-TRAB-CLIENTE.
       01  CONC-TRAB-CLIENTE-REC.
           05 KT-CLIENTE       PIC 9(06).
           05 KT-VALOR         PIC 9(08)V99.

       SD  SORT-CONC-CLIENTE.
       01  SORT-CONC-CLIENTE-REC.
           05 KS-CLIENTE       PIC 9(06).
           05 KS-VALOR         PIC 9(08)V99.

       FD  CONC-ORDEM-CLIENTE.
       01  CONC-ORDEM-CLIENTE-REC.
           05 KO-CLIENTE       PIC 9(06).
           05 KO-VALOR         PIC 9(08)V99.

       FD  CONC-TRAB-MOVTO.
       01  CONC-TRAB-MOVTO-REC.
           05 KM-DATA          PIC 9(08).
           05 KM-TIPO          PIC X(01).
           05 KM-VALOR         PIC 9(10)V99.
           05 KM-FONTE         PIC X(01).
           05 KM-CHAVE         PIC X(15).
           05 KM-CLIENTE       PIC 9(06).

       SD  SORT-CONC-MOVTO.
       01  SORT-CONC-MOVTO-REC.
           05 KN-DATA          PIC 9(08).
           05 KN-TIPO          PIC X(01).
           05 KN-VALOR         PIC 9(10)V99.
           05 KN-FONTE         PIC X(01).
           05 KN-CHAVE         PIC X(15).
           05 KN-CLIENTE       PIC 9(06).

       FD  CONC-ORDEM-MOVTO.
       01  CONC-ORDEM-MOVTO-REC.
           05 KP-DATA          PIC 9(08).
           05 KP-TIPO          PIC X(01).
             88 KP-RECEBIMENTO     VALUE 'R'.
             88 KP-ESTORNO         VALUE 'E'.
           05 KP-VALOR         PIC 9(10)V99.
           05 KP-FONTE         PIC X(01).
             88 KP-DO-DIARIO       VALUE 'L'.
             88 KP-DO-TITULO       VALUE 'T'.
           05 KP-CHAVE         PIC X(15).
           05 KP-CLIENTE       PIC 9(06).

       FD  REL-CONCILIA.
       01  REL-CONCILIA-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-PDD       PIC X(02) VALUE '00'.
       77 WRK-FS-SALDO     PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-JUSTIF    PIC X(02) VALUE '00'.
       77 WRK-FS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB1     PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM1    PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB2     PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-TIT-SW   PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-CLI-SW   PIC X(01) VALUE 'N'.
         88 FIM-CLIENTES        VALUE 'S'.
       77 WRK-EOF-SAL-SW   PIC X(01) VALUE 'N'.
         88 FIM-SALDOS          VALUE 'S'.
       77 WRK-EOF-LAN-SW   PIC X(01) VALUE 'N'.
         88 FIM-LANCTOS         VALUE 'S'.
       77 WRK-EOF-JUS-SW   PIC X(01) VALUE 'N'.
         88 FIM-JUSTIFICATIVAS  VALUE 'S'.
       77 WRK-EOF-ORD1-SW  PIC X(01) VALUE 'N'.
         88 FIM-ORDEM-CLIENTE   VALUE 'S'.
       77 WRK-EOF-ORD2-SW  PIC X(01) VALUE 'N'.
         88 FIM-ORDEM-MOVTO     VALUE 'S'.
       77 WRK-SEM-ALUNO-SW PIC X(01) VALUE 'N'.
         88 SEM-ALUNOS          VALUE 'S'.
       77 WRK-SEM-PDD-SW   PIC X(01) VALUE 'N'.
         88 SEM-PDD             VALUE 'S'.
       77 WRK-SALDO-SW     PIC X(01) VALUE 'N'.
         88 SALDO-1101-ENCONTRADO VALUE 'S'.
       77 WRK-TAB-CHEIA-SW PIC X(01) VALUE 'N'.
         88 TABELA-TRANSBORDOU  VALUE 'S'.
       77 WRK-JUSTIF-SW    PIC X(01) VALUE 'N'.
         88 DIFERENCA-JUSTIFICADA VALUE 'S'.
       77 WRK-ESTORNO-SW   PIC X(01) VALUE 'N'.
         88 ESTORNO-PENDENTE    VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-MOVTO      VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-BAIXA   PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * VENDA CANCELADA: AS PARCELAS CANCELADAS NO MESMO DIA SAO
      * SOMADAS NUMA UNICA LINHA, COMO O ESTORNO NO VENDA-LEDGER.
      *----------------------------------------------------------------
       01 WRK-EST-CHAVE.
          05 WRK-EST-DATA-VENDA PIC 9(08) VALUE ZEROS.
          05 WRK-EST-SEQ        PIC 9(05) VALUE ZEROS.
          05 WRK-EST-PARCELA    PIC 9(02) VALUE ZEROS.
       77 WRK-EST-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-EST-CLIENTE  PIC 9(06) VALUE ZEROS.
       77 WRK-EST-VALOR    PIC 9(10)V99 VALUE ZEROS.

       77 WRK-CLIENTE-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-CLIENTE PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-CLIENTE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-1101   PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIF-ABS      PIC 9(12)V99 VALUE ZEROS.

       01 WRK-GRUPO-ANT.
          05 WRK-GRUPO-DATA  PIC 9(08) VALUE ZEROS.
          05 WRK-GRUPO-TIPO  PIC X(01) VALUE SPACES.
          05 WRK-GRUPO-VALOR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-LANC-GRUPO PIC 9(05) VALUE ZEROS.

       01 WRK-PEND-TIPO    PIC X(01) VALUE SPACES.
       01 WRK-PEND-CHAVE   PIC X(15) VALUE SPACES.
       01 WRK-PEND-CHAVE-L REDEFINES WRK-PEND-CHAVE.
          05 WRK-PEND-DATA   PIC 9(08).
          05 WRK-PEND-LTIPO  PIC X(01).
          05 FILLER          PIC X(06).
       77 WRK-PEND-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SITUACAO-ED  PIC X(11) VALUE SPACES.

       77 WRK-TOT-ABERTO-MES   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO-HOJE  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CL-SALDO     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-MATRICULAS   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QT-TITULOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CLIENTES      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MATRICULAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIF-CLIENTE   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGOS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTORNOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CREDITOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIF-MOVTO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JUSTIFICADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JUSTIF        PIC 9(03) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA    PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS       PIC 9(02) VALUE 50.
       77 WRK-PAGINA           PIC 9(04) VALUE ZEROS.

       01 TABELA-JUSTIFICATIVAS.
          05 TJ-DET OCCURS 500 TIMES INDEXED BY IX-TJ.
             10 TJ-TIPO        PIC X(01).
             10 TJ-CHAVE       PIC X(15).
             10 TJ-VALOR       PIC 9(10)V99.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-COMPETENCIA.
           05 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           05 LN-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(19) VALUE
                                 '   FECHAMENTO EM: '.
           05 LN-ULTIMO-DIA   PIC 9(08).
           05 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-SECAO        PIC X(80) VALUE SPACES.

       01  LINHA-TITULOS-CLIENTE.
           05 FILLER          PIC X(24) VALUE
                                 'CLIENTE RAZAO SOCIAL'.
           05 FILLER          PIC X(14) VALUE '     CL-SALDO'.
           05 FILLER          PIC X(15) VALUE '       TITULOS'.
           05 FILLER          PIC X(16) VALUE '       DIFERENCA'.
           05 FILLER          PIC X(11) VALUE ' SITUACAO'.

       01  LINHA-CLIENTE.
           05 LD-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RAZAO        PIC X(16).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALDO        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-TITULOS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIFERENCA    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SITUACAO     PIC X(11).

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(49).
           05 LT-VALOR        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-SITUACAO     PIC X(11).

       01  LINHA-CONTAGEM.
           05 LQ-ROTULO       PIC X(49).
           05 FILLER          PIC X(14) VALUE SPACES.
           05 LQ-QTDE         PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-TITULOS-MOVTO.
           05 FILLER          PIC X(17) VALUE 'DATA     TIPO'.
           05 FILLER          PIC X(25) VALUE
                                 'TITULO            CLIENTE'.
           05 FILLER          PIC X(15) VALUE '         VALOR'.
           05 FILLER          PIC X(12) VALUE 'OCORRENCIA'.
           05 FILLER          PIC X(11) VALUE 'SITUACAO'.

       01  LINHA-MOVTO.
           05 LM-DATA         PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-TIPO         PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-TITULO.
              10 LM-DATA-VENDA PIC X(08).
              10 LM-SEP-1      PIC X(01).
              10 LM-SEQ        PIC X(05).
              10 LM-SEP-2      PIC X(01).
              10 LM-PARCELA    PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-CLIENTE      PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-OCORRENCIA   PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-SITUACAO     PIC X(11).
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-TOT-ABERTO-MES.
             MOVE ZEROS TO WRK-TOT-ABERTO-HOJE.
             MOVE ZEROS TO WRK-TOT-CL-SALDO.
             MOVE ZEROS TO WRK-TOT-MATRICULAS.
             MOVE ZEROS TO WRK-QT-TITULOS.
             MOVE ZEROS TO WRK-QT-CLIENTES.
             MOVE ZEROS TO WRK-QT-MATRICULAS.
             MOVE ZEROS TO WRK-QT-DIF-CLIENTE.
             MOVE ZEROS TO WRK-QT-PAGOS.
             MOVE ZEROS TO WRK-QT-ESTORNOS.
             MOVE ZEROS TO WRK-QT-CREDITOS.
             MOVE ZEROS TO WRK-QT-DIF-MOVTO.
             MOVE ZEROS TO WRK-QT-PENDENTES.
             MOVE ZEROS TO WRK-QT-JUSTIFICADAS.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DA CONCILIACAO DO CONTAS-RECEBER '
                     '(AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.
             COMPUTE WRK-PRIMEIRO-DIA = (WRK-COMPETENCIA * 100) + 1.
             PERFORM 0100-ULTIMO-DIA-DO-MES.

             PERFORM 0500-CARREGAR-JUSTIFICATIVAS.
             IF TABELA-TRANSBORDOU
                   DISPLAY 'CONCJUST PASSOU DE 500 JUSTIFICATIVAS NA '
                           'COMPETENCIA, CONCILIACAO ABORTADA '
                           '(AMPLIAR A TABELA)'
                   GOBACK
             END-IF.
             PERFORM 0600-LER-SALDO-1101.
             PERFORM 1000-SELECIONAR-TITULOS.
             PERFORM 1500-SELECIONAR-LANCTOS.
             PERFORM 2000-ORDENAR.

             OPEN OUTPUT REL-CONCILIA.
             PERFORM 8000-CABECALHO.
             PERFORM 3000-CONFERIR-CLIENTES.
             PERFORM 4000-CONFERIR-GERAL.
             PERFORM 5000-CONFERIR-MOVIMENTO.
             PERFORM 6000-GRAVAR-SITUACAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-ULTIMO-DIA-DO-MES.
             MOVE WRK-COMPET-ANO TO WRK-ANO.
             MOVE WRK-COMPET-MES TO WRK-MES.
             IF WRK-MES = 12
                   ADD 1 TO WRK-ANO
                   MOVE 1 TO WRK-MES
             ELSE
                   ADD 1 TO WRK-MES
             END-IF.
             COMPUTE WRK-ULTIMO-DIA =
                   (WRK-ANO * 10000) + (WRK-MES * 100) + 1.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-ULTIMO-DIA TO DA-DATA-1.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-ULTIMO-DIA.

      *----------------------------------------------------------------
      * SO AS JUSTIFICATIVAS DA COMPETENCIA ENTRAM NA TABELA; SEM O
      * CONCJUST TODA DIFERENCA FICA PENDENTE.
      *----------------------------------------------------------------
       0500-CARREGAR-JUSTIFICATIVAS.
             MOVE ZEROS TO WRK-QT-JUSTIF.
             MOVE 'N' TO WRK-TAB-CHEIA-SW.
             MOVE 'N' TO WRK-EOF-JUS-SW.
             OPEN INPUT CONC-JUSTIF.
             MOVE WRK-FS-JUSTIF TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0510-LER-JUSTIFICATIVA
                   PERFORM 0520-GUARDAR-JUSTIFICATIVA
                         UNTIL FIM-JUSTIFICATIVAS
                   CLOSE CONC-JUSTIF
             END-IF.

       0510-LER-JUSTIFICATIVA.
             READ CONC-JUSTIF
                   AT END MOVE 'S' TO WRK-EOF-JUS-SW
             END-READ.

       0520-GUARDAR-JUSTIFICATIVA.
             IF CJ-COMPETENCIA = WRK-COMPETENCIA
                   IF WRK-QT-JUSTIF >= 500
                         MOVE 'S' TO WRK-TAB-CHEIA-SW
                   ELSE
                         ADD 1 TO WRK-QT-JUSTIF
                         SET IX-TJ TO WRK-QT-JUSTIF
                         MOVE CJ-TIPO  TO TJ-TIPO(IX-TJ)
                         MOVE CJ-CHAVE TO TJ-CHAVE(IX-TJ)
                         IF CJ-VALOR IS NUMERIC
                               MOVE CJ-VALOR TO TJ-VALOR(IX-TJ)
                         ELSE
                               MOVE ZEROS TO TJ-VALOR(IX-TJ)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 0510-LER-JUSTIFICATIVA.

      *----------------------------------------------------------------
      * SALDO FINAL DA CONTA 1101 NA COMPETENCIA, GRAVADO PELO
      * CONTAB-FECHA-MES. SEM A LINHA, A CONTA VALE ZERO E A
      * DIFERENCA GERAL FICA PENDENTE.
      *----------------------------------------------------------------
       0600-LER-SALDO-1101.
             MOVE 'N' TO WRK-SALDO-SW.
             MOVE ZEROS TO WRK-SALDO-1101.
             MOVE 'N' TO WRK-EOF-SAL-SW.
             OPEN INPUT SALDO-MENSAL.
             MOVE WRK-FS-SALDO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0610-LER-SALDO
                   PERFORM 0620-PROCURAR-1101 UNTIL FIM-SALDOS
                   CLOSE SALDO-MENSAL
             END-IF.
             IF NOT SALDO-1101-ENCONTRADO
                   DISPLAY 'SALDOMES SEM A CONTA 1101 EM '
                           WRK-COMPETENCIA ', RODAR O '
                           'CONTAB-FECHA-MES ANTES DA CONCILIACAO'
             END-IF.

       0610-LER-SALDO.
             READ SALDO-MENSAL
                   AT END MOVE 'S' TO WRK-EOF-SAL-SW
             END-READ.

       0620-PROCURAR-1101.
             IF SM-COMPETENCIA = WRK-COMPETENCIA
                AND SM-CONTA = 1101
                   MOVE 'S' TO WRK-SALDO-SW
                   MOVE SM-SALDO-FINAL TO WRK-SALDO-1101
             END-IF.
             PERFORM 0610-LER-SALDO.

      *----------------------------------------------------------------
      * UMA PASSADA NO CONTAS-RECEBER: O ABERTO DE HOJE VAI PARA O
      * TRABALHO POR CLIENTE, O ABERTO NO FECHAMENTO E SOMADO, E OS
      * PAGOS E CANCELADOS NO MES VAO PARA O TRABALHO DO MOVIMENTO.
      *----------------------------------------------------------------
       1000-SELECIONAR-TITULOS.
             MOVE 'N' TO WRK-EOF-TIT-SW.
             MOVE 'N' TO WRK-ESTORNO-SW.
             MOVE 'N' TO WRK-SEM-PDD-SW.
             OPEN OUTPUT CONC-TRAB-CLIENTE.
             OPEN OUTPUT CONC-TRAB-MOVTO.
             OPEN INPUT PDD-TITULO.
             MOVE WRK-FS-PDD TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-PDD-SW
             END-IF.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-TIT-SW
                   DISPLAY 'CONTAS-RECEBER AUSENTE, NENHUM TITULO '
                           'A CONCILIAR'
             ELSE
                   PERFORM 1100-LER-TITULO
                   PERFORM 1200-AVALIAR-TITULO UNTIL FIM-TITULOS
                   CLOSE CONTAS-RECEBER
             END-IF.
             IF ESTORNO-PENDENTE
                   PERFORM 1410-GRAVAR-ESTORNO
             END-IF.
             IF NOT SEM-PDD
                   CLOSE PDD-TITULO
             END-IF.
             CLOSE CONC-TRAB-CLIENTE.

       1100-LER-TITULO.
             READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-TIT-SW
             END-READ.

       1200-AVALIAR-TITULO.
             ADD 1 TO WRK-QT-TITULOS.
             IF TIT-DATA-VENDA NOT > WRK-ULTIMO-DIA
                   PERFORM 1210-ABERTO-NO-FECHAMENTO
             END-IF.
             IF TIT-ABERTO
                   MOVE TIT-CLIENTE TO KT-CLIENTE
                   MOVE TIT-VALOR   TO KT-VALOR
                   WRITE CONC-TRAB-CLIENTE-REC
                   ADD TIT-VALOR TO WRK-TOT-ABERTO-HOJE
             END-IF.
             IF TIT-DATA-PAGTO NOT < WRK-PRIMEIRO-DIA
                AND TIT-DATA-PAGTO NOT > WRK-ULTIMO-DIA
                   IF TIT-PAGO
                         PERFORM 1300-GRAVAR-RECEBIMENTO
                   END-IF
                   IF TIT-CANCELADO
                         PERFORM 1400-ACUMULAR-ESTORNO
                   END-IF
             END-IF.
             PERFORM 1100-LER-TITULO.

       1210-ABERTO-NO-FECHAMENTO.
             EVALUATE TRUE
                   WHEN TIT-ABERTO
                         ADD TIT-VALOR TO WRK-TOT-ABERTO-MES
                   WHEN TIT-PAGO OR TIT-CANCELADO OR TIT-RENEGOCIADO
                         IF TIT-DATA-PAGTO > WRK-ULTIMO-DIA
                               ADD TIT-VALOR TO WRK-TOT-ABERTO-MES
                         END-IF
                   WHEN TIT-PERDA OR TIT-RECUPERADO
                         PERFORM 1220-DATA-DA-PERDA
                         IF WRK-DATA-BAIXA > WRK-ULTIMO-DIA
                               ADD TIT-VALOR TO WRK-TOT-ABERTO-MES
                         END-IF
             END-EVALUATE.

      *----------------------------------------------------------------
      * A DATA DA BAIXA POR PERDA ESTA NO PDDTIT; SEM ELA O TITULO E
      * TRATADO COMO BAIXADO ANTES DO FECHAMENTO.
      *----------------------------------------------------------------
       1220-DATA-DA-PERDA.
             MOVE ZEROS TO WRK-DATA-BAIXA.
             IF NOT SEM-PDD
                   MOVE TIT-CHAVE TO PP-CHAVE
                   READ PDD-TITULO
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE PP-DATA-PERDA TO WRK-DATA-BAIXA
                   END-READ
             END-IF.

       1300-GRAVAR-RECEBIMENTO.
             MOVE TIT-DATA-PAGTO TO KM-DATA.
             MOVE 'R'            TO KM-TIPO.
             MOVE TIT-VALOR      TO KM-VALOR.
             MOVE 'T'            TO KM-FONTE.
             MOVE TIT-CHAVE      TO KM-CHAVE.
             MOVE TIT-CLIENTE    TO KM-CLIENTE.
             WRITE CONC-TRAB-MOVTO-REC.
             ADD 1 TO WRK-QT-PAGOS.

       1400-ACUMULAR-ESTORNO.
             IF ESTORNO-PENDENTE
                AND TIT-DATA-VENDA = WRK-EST-DATA-VENDA
                AND TIT-SEQ = WRK-EST-SEQ
                AND TIT-DATA-PAGTO = WRK-EST-DATA
                   ADD TIT-VALOR TO WRK-EST-VALOR
             ELSE
                   IF ESTORNO-PENDENTE
                         PERFORM 1410-GRAVAR-ESTORNO
                   END-IF
                   MOVE 'S' TO WRK-ESTORNO-SW
                   MOVE TIT-CHAVE      TO WRK-EST-CHAVE
                   MOVE TIT-DATA-PAGTO TO WRK-EST-DATA
                   MOVE TIT-CLIENTE    TO WRK-EST-CLIENTE
                   MOVE TIT-VALOR      TO WRK-EST-VALOR
             END-IF.

       1410-GRAVAR-ESTORNO.
             MOVE WRK-EST-DATA    TO KM-DATA.
             MOVE 'E'             TO KM-TIPO.
             MOVE WRK-EST-VALOR   TO KM-VALOR.
             MOVE 'T'             TO KM-FONTE.
             MOVE WRK-EST-CHAVE   TO KM-CHAVE.
             MOVE WRK-EST-CLIENTE TO KM-CLIENTE.
             WRITE CONC-TRAB-MOVTO-REC.
             ADD 1 TO WRK-QT-ESTORNOS.
             MOVE 'N' TO WRK-ESTORNO-SW.

      *----------------------------------------------------------------
      * CREDITOS NA 1101 DO MES: ORIGEM RECEB E A BAIXA DO TITULO
      * PAGO, ORIGEM VENDAS E O ESTORNO DA VENDA. AS DEMAIS ORIGENS
      * (PERDA, ACORDO) NAO TEM TITULO PAGO OU CANCELADO A CASAR.
      *----------------------------------------------------------------
       1500-SELECIONAR-LANCTOS.
             MOVE 'N' TO WRK-EOF-LAN-SW.
             OPEN INPUT DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'DIARIO (LANCTOS) AUSENTE, NENHUM '
                           'LANCAMENTO A CASAR'
             ELSE
                   PERFORM 1510-LER-LANCTO
                   PERFORM 1520-AVALIAR-LANCTO UNTIL FIM-LANCTOS
                   CLOSE DIARIO-LANCTOS
             END-IF.
             CLOSE CONC-TRAB-MOVTO.

       1510-LER-LANCTO.
             READ DIARIO-LANCTOS
                   AT END MOVE 'S' TO WRK-EOF-LAN-SW
             END-READ.

       1520-AVALIAR-LANCTO.
             IF LC-CONTA = 1101 AND LC-NATUREZA = 'C'
                AND LC-DATA NOT < WRK-PRIMEIRO-DIA
                AND LC-DATA NOT > WRK-ULTIMO-DIA
                AND (LC-ORIGEM = 'RECEB' OR LC-ORIGEM = 'VENDAS')
                   MOVE LC-DATA TO KM-DATA
                   IF LC-ORIGEM = 'RECEB'
                         MOVE 'R' TO KM-TIPO
                   ELSE
                         MOVE 'E' TO KM-TIPO
                   END-IF
                   MOVE LC-VALOR TO KM-VALOR
                   MOVE 'L'      TO KM-FONTE
                   MOVE SPACES   TO KM-CHAVE
                   MOVE ZEROS    TO KM-CLIENTE
                   WRITE CONC-TRAB-MOVTO-REC
                   ADD 1 TO WRK-QT-CREDITOS
             END-IF.
             PERFORM 1510-LER-LANCTO.

       2000-ORDENAR.
             SORT SORT-CONC-CLIENTE
                   ON ASCENDING KEY  KS-CLIENTE
                   USING CONC-TRAB-CLIENTE
                   GIVING CONC-ORDEM-CLIENTE.
             SORT SORT-CONC-MOVTO
                   ON ASCENDING KEY  KN-DATA
                                     KN-TIPO
                                     KN-VALOR
                                     KN-FONTE
                   USING CONC-TRAB-MOVTO
                   GIVING CONC-ORDEM-MOVTO.

      *----------------------------------------------------------------
      * BALANCE-LINE DO CLIEMST (ORDEM DE CL-CODIGO) COM OS TITULOS EM
      * ABERTO ORDENADOS POR CLIENTE: CADA CODIGO QUE APARECE EM UM
      * DOS DOIS LADOS E CONFERIDO UMA VEZ.
      *----------------------------------------------------------------
       3000-CONFERIR-CLIENTES.
             MOVE '1. CL-SALDO X TITULOS EM ABERTO POR CLIENTE (HOJE)'
                  TO LINHA-SECAO.
             WRITE REL-CONCILIA-LINHA FROM LINHA-SECAO.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TITULOS-CLIENTE.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE 'N' TO WRK-EOF-CLI-SW.
             MOVE 'N' TO WRK-EOF-ORD1-SW.
             MOVE 'N' TO WRK-SEM-ALUNO-SW.
             OPEN INPUT ALUNO-MASTER.
             MOVE WRK-FS-ALUNO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-ALUNO-SW
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-CLI-SW
                   DISPLAY 'CLIEMST AUSENTE, TODO TITULO EM ABERTO '
                           'SAI COMO DIFERENCA'
             ELSE
                   PERFORM 3100-LER-CLIENTE
             END-IF.
             OPEN INPUT CONC-ORDEM-CLIENTE.
             PERFORM 3110-LER-ORDEM-CLIENTE.
             PERFORM 3200-COMPARAR-CLIENTE
                   UNTIL FIM-CLIENTES AND FIM-ORDEM-CLIENTE.
             CLOSE CONC-ORDEM-CLIENTE.
             IF WRK-FS-CLIENTE NOT = '35'
                   CLOSE CLIENTE-MASTER
             END-IF.
             IF NOT SEM-ALUNOS
                   CLOSE ALUNO-MASTER
             END-IF.
             MOVE SPACES TO REL-CONCILIA-LINHA.
             WRITE REL-CONCILIA-LINHA.
             ADD 1 TO WRK-LINHAS-PAGINA.

       3100-LER-CLIENTE.
             READ CLIENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-CLI-SW
             END-READ.

       3110-LER-ORDEM-CLIENTE.
             READ CONC-ORDEM-CLIENTE
                   AT END MOVE 'S' TO WRK-EOF-ORD1-SW
             END-READ.

       3200-COMPARAR-CLIENTE.
             EVALUATE TRUE
                   WHEN FIM-ORDEM-CLIENTE
                         MOVE CL-CODIGO TO WRK-CLIENTE-ATUAL
                   WHEN FIM-CLIENTES
                         MOVE KO-CLIENTE TO WRK-CLIENTE-ATUAL
                   WHEN KO-CLIENTE < CL-CODIGO
                         MOVE KO-CLIENTE TO WRK-CLIENTE-ATUAL
                   WHEN OTHER
                         MOVE CL-CODIGO TO WRK-CLIENTE-ATUAL
             END-EVALUATE.
             MOVE ZEROS TO WRK-SOMA-CLIENTE.
             PERFORM 3300-SOMAR-TITULO
                   UNTIL FIM-ORDEM-CLIENTE
                      OR KO-CLIENTE NOT = WRK-CLIENTE-ATUAL.
             IF NOT FIM-CLIENTES AND CL-CODIGO = WRK-CLIENTE-ATUAL
                   PERFORM 3400-CLIENTE-CADASTRADO
                   PERFORM 3100-LER-CLIENTE
             ELSE
                   PERFORM 3500-CODIGO-FORA-CADASTRO
             END-IF.

       3300-SOMAR-TITULO.
             ADD KO-VALOR TO WRK-SOMA-CLIENTE.
             PERFORM 3110-LER-ORDEM-CLIENTE.

       3400-CLIENTE-CADASTRADO.
             ADD 1 TO WRK-QT-CLIENTES.
             ADD CL-SALDO TO WRK-TOT-CL-SALDO.
             IF CL-SALDO NOT = WRK-SOMA-CLIENTE
                   MOVE CL-SALDO  TO WRK-SALDO-CLIENTE
                   MOVE CL-RAZAO  TO LD-RAZAO
                   PERFORM 3600-IMPRIMIR-CLIENTE
             END-IF.

      *----------------------------------------------------------------
      * CODIGO SEM CLIEMST: MATRICULA DO ALUNO-MASTER E MENSALIDADE E
      * SO ENTRA NO TOTAL; O RESTO E TITULO DE CLIENTE INEXISTENTE.
      *----------------------------------------------------------------
       3500-CODIGO-FORA-CADASTRO.
             MOVE 'N' TO WRK-JUSTIF-SW.
             IF NOT SEM-ALUNOS
                   MOVE WRK-CLIENTE-ATUAL TO AL-MATRICULA
                   READ ALUNO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-JUSTIF-SW
                   END-READ
             END-IF.
             IF DIFERENCA-JUSTIFICADA
                   ADD 1 TO WRK-QT-MATRICULAS
                   ADD WRK-SOMA-CLIENTE TO WRK-TOT-MATRICULAS
             ELSE
                   MOVE ZEROS TO WRK-SALDO-CLIENTE
                   MOVE 'FORA DO CLIEMST' TO LD-RAZAO
                   PERFORM 3600-IMPRIMIR-CLIENTE
             END-IF.

       3600-IMPRIMIR-CLIENTE.
             ADD 1 TO WRK-QT-DIF-CLIENTE.
             COMPUTE WRK-DIFERENCA =
                   WRK-SALDO-CLIENTE - WRK-SOMA-CLIENTE.
             MOVE 'C' TO WRK-PEND-TIPO.
             MOVE SPACES TO WRK-PEND-CHAVE.
             MOVE WRK-CLIENTE-ATUAL TO WRK-PEND-CHAVE(1:6).
             PERFORM 7000-AVALIAR-PENDENCIA.
             MOVE WRK-CLIENTE-ATUAL TO LD-CLIENTE.
             MOVE WRK-SALDO-CLIENTE TO LD-SALDO.
             MOVE WRK-SOMA-CLIENTE  TO LD-TITULOS.
             MOVE WRK-DIFERENCA     TO LD-DIFERENCA.
             MOVE WRK-SITUACAO-ED   TO LD-SITUACAO.
             PERFORM 7900-QUEBRA-PAGINA.
             WRITE REL-CONCILIA-LINHA FROM LINHA-CLIENTE.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * TOTAL EM ABERTO NO ULTIMO DIA DA COMPETENCIA CONTRA O SALDO
      * FINAL DA 1101; OS DEMAIS TOTAIS SAO INFORMATIVOS.
      *----------------------------------------------------------------
       4000-CONFERIR-GERAL.
             PERFORM 7900-QUEBRA-PAGINA.
             MOVE '2. TITULOS EM ABERTO X CONTA 1101 (SALDOMES)'
                  TO LINHA-SECAO.
             WRITE REL-CONCILIA-LINHA FROM LINHA-SECAO.
             MOVE SPACES TO LT-SITUACAO.
             MOVE 'TITULOS EM ABERTO NO ULTIMO DIA DA COMPETENCIA'
                  TO LT-ROTULO.
             MOVE WRK-TOT-ABERTO-MES TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             IF SALDO-1101-ENCONTRADO
                   MOVE 'SALDO FINAL DA CONTA 1101 NO SALDOMES'
                        TO LT-ROTULO
             ELSE
                   MOVE 'CONTA 1101 AUSENTE DO SALDOMES (SALDO ZERO)'
                        TO LT-ROTULO
             END-IF.
             MOVE WRK-SALDO-1101 TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             COMPUTE WRK-DIFERENCA =
                   WRK-TOT-ABERTO-MES - WRK-SALDO-1101.
             IF WRK-DIFERENCA NOT = ZEROS
                   MOVE 'G' TO WRK-PEND-TIPO
                   MOVE SPACES TO WRK-PEND-CHAVE
                   PERFORM 7000-AVALIAR-PENDENCIA
                   MOVE WRK-SITUACAO-ED TO LT-SITUACAO
             END-IF.
             MOVE 'DIFERENCA TITULOS - CONTA 1101' TO LT-ROTULO.
             MOVE WRK-DIFERENCA TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             MOVE SPACES TO LT-SITUACAO.
             MOVE 'TITULOS EM ABERTO HOJE' TO LT-ROTULO.
             MOVE WRK-TOT-ABERTO-HOJE TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             MOVE 'SOMA DO CL-SALDO DOS CLIENTES' TO LT-ROTULO.
             MOVE WRK-TOT-CL-SALDO TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             MOVE 'EM ABERTO DE MATRICULAS (MENSALIDADE)' TO LT-ROTULO.
             MOVE WRK-TOT-MATRICULAS TO LT-VALOR.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TOTAL.
             MOVE SPACES TO REL-CONCILIA-LINHA.
             WRITE REL-CONCILIA-LINHA.
             ADD 8 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * MOVIMENTO ORDENADO POR DATA, TIPO, VALOR E FONTE (L ANTES DE
      * T): NO GRUPO DE MESMA DATA/TIPO/VALOR CADA TITULO CONSOME UM
      * CREDITO DO DIARIO; TITULO SEM CREDITO E CREDITO QUE SOBRA
      * SAEM COMO DIFERENCA.
      *----------------------------------------------------------------
       5000-CONFERIR-MOVIMENTO.
             PERFORM 7900-QUEBRA-PAGINA.
             MOVE '3. PAGOS/CANCELADOS NO MES X CREDITOS NA 1101'
                  TO LINHA-SECAO.
             WRITE REL-CONCILIA-LINHA FROM LINHA-SECAO.
             WRITE REL-CONCILIA-LINHA FROM LINHA-TITULOS-MOVTO.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE 'N' TO WRK-EOF-ORD2-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE ZEROS TO WRK-QT-LANC-GRUPO.
             OPEN INPUT CONC-ORDEM-MOVTO.
             PERFORM 5100-LER-ORDEM-MOVTO.
             PERFORM 5200-CASAR-MOVIMENTO UNTIL FIM-ORDEM-MOVTO.
             IF NOT PRIMEIRO-MOVTO
                   PERFORM 5300-FECHAR-GRUPO
             END-IF.
             CLOSE CONC-ORDEM-MOVTO.
             IF WRK-QT-DIF-MOVTO = ZEROS
                   MOVE '   NENHUMA DIFERENCA NO MOVIMENTO DO MES'
                        TO REL-CONCILIA-LINHA
                   WRITE REL-CONCILIA-LINHA
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.

       5100-LER-ORDEM-MOVTO.
             READ CONC-ORDEM-MOVTO
                   AT END MOVE 'S' TO WRK-EOF-ORD2-SW
             END-READ.

       5200-CASAR-MOVIMENTO.
             IF NOT PRIMEIRO-MOVTO
                AND (KP-DATA NOT = WRK-GRUPO-DATA
                     OR KP-TIPO NOT = WRK-GRUPO-TIPO
                     OR KP-VALOR NOT = WRK-GRUPO-VALOR)
                   PERFORM 5300-FECHAR-GRUPO
             END-IF.
             IF PRIMEIRO-MOVTO
                OR KP-DATA NOT = WRK-GRUPO-DATA
                OR KP-TIPO NOT = WRK-GRUPO-TIPO
                OR KP-VALOR NOT = WRK-GRUPO-VALOR
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE KP-DATA  TO WRK-GRUPO-DATA
                   MOVE KP-TIPO  TO WRK-GRUPO-TIPO
                   MOVE KP-VALOR TO WRK-GRUPO-VALOR
                   MOVE ZEROS TO WRK-QT-LANC-GRUPO
             END-IF.
             IF KP-DO-DIARIO
                   ADD 1 TO WRK-QT-LANC-GRUPO
             ELSE
                   IF WRK-QT-LANC-GRUPO > ZEROS
                         SUBTRACT 1 FROM WRK-QT-LANC-GRUPO
                   ELSE
                         PERFORM 5400-TITULO-SEM-LANCTO
                   END-IF
             END-IF.
             PERFORM 5100-LER-ORDEM-MOVTO.

       5300-FECHAR-GRUPO.
             PERFORM 5310-LANCTO-SEM-TITULO
                   UNTIL WRK-QT-LANC-GRUPO = ZEROS.

       5310-LANCTO-SEM-TITULO.
             SUBTRACT 1 FROM WRK-QT-LANC-GRUPO.
             MOVE 'L' TO WRK-PEND-TIPO.
             MOVE SPACES TO WRK-PEND-CHAVE.
             MOVE WRK-GRUPO-DATA TO WRK-PEND-DATA.
             MOVE WRK-GRUPO-TIPO TO WRK-PEND-LTIPO.
             MOVE WRK-GRUPO-VALOR TO WRK-DIFERENCA.
             PERFORM 7000-AVALIAR-PENDENCIA.
             MOVE WRK-GRUPO-DATA TO LM-DATA.
             IF WRK-GRUPO-TIPO = 'R'
                   MOVE 'RECEB' TO LM-TIPO
             ELSE
                   MOVE 'ESTORNO' TO LM-TIPO
             END-IF.
             MOVE SPACES TO LM-TITULO.
             MOVE SPACES TO LM-CLIENTE.
             MOVE WRK-GRUPO-VALOR TO LM-VALOR.
             MOVE 'SEM TITULO' TO LM-OCORRENCIA.
             PERFORM 5500-IMPRIMIR-MOVTO.

       5400-TITULO-SEM-LANCTO.
             MOVE 'T' TO WRK-PEND-TIPO.
             MOVE KP-CHAVE TO WRK-PEND-CHAVE.
             MOVE KP-VALOR TO WRK-DIFERENCA.
             PERFORM 7000-AVALIAR-PENDENCIA.
             MOVE KP-DATA TO LM-DATA.
             IF KP-RECEBIMENTO
                   MOVE 'RECEB' TO LM-TIPO
             ELSE
                   MOVE 'ESTORNO' TO LM-TIPO
             END-IF.
             MOVE KP-CHAVE(1:8)  TO LM-DATA-VENDA.
             MOVE '-'            TO LM-SEP-1.
             MOVE KP-CHAVE(9:5)  TO LM-SEQ.
             MOVE '-'            TO LM-SEP-2.
             MOVE KP-CHAVE(14:2) TO LM-PARCELA.
             MOVE KP-CLIENTE TO LM-CLIENTE.
             MOVE KP-VALOR TO LM-VALOR.
             MOVE 'SEM LANCTO' TO LM-OCORRENCIA.
             PERFORM 5500-IMPRIMIR-MOVTO.

       5500-IMPRIMIR-MOVTO.
             ADD 1 TO WRK-QT-DIF-MOVTO.
             MOVE WRK-SITUACAO-ED TO LM-SITUACAO.
             PERFORM 7900-QUEBRA-PAGINA.
             WRITE REL-CONCILIA-LINHA FROM LINHA-MOVTO.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * CONCILIADA SO SEM NENHUMA DIFERENCA PENDENTE; A ULTIMA LINHA
      * DA COMPETENCIA NO CONCSTAT E A QUE O FECHA-COMPETENCIA LE.
      *----------------------------------------------------------------
       6000-GRAVAR-SITUACAO.
             OPEN EXTEND CONC-STATUS.
             MOVE WRK-FS-STATUS TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE CONC-STATUS
                   OPEN OUTPUT CONC-STATUS
             END-IF.
             MOVE WRK-COMPETENCIA TO CN-COMPETENCIA.
             IF WRK-QT-PENDENTES = ZEROS
                   MOVE 'C' TO CN-SITUACAO
             ELSE
                   MOVE 'D' TO CN-SITUACAO
             END-IF.
             ACCEPT CN-DATA FROM DATE YYYYMMDD.
             ACCEPT CN-HORA FROM TIME.
             MOVE WRK-QT-PENDENTES    TO CN-QT-PENDENTES.
             MOVE WRK-QT-JUSTIFICADAS TO CN-QT-JUSTIFICADAS.
             WRITE CONC-STATUS-REC.
             CLOSE CONC-STATUS.

      *----------------------------------------------------------------
      * A DIFERENCA (TIPO + CHAVE + VALOR ABSOLUTO) E JUSTIFICADA
      * QUANDO HA LINHA IGUAL NO CONCJUST DA COMPETENCIA.
      *----------------------------------------------------------------
       7000-AVALIAR-PENDENCIA.
             IF WRK-DIFERENCA < ZEROS
                   COMPUTE WRK-DIF-ABS = ZEROS - WRK-DIFERENCA
             ELSE
                   MOVE WRK-DIFERENCA TO WRK-DIF-ABS
             END-IF.
             MOVE WRK-DIF-ABS TO WRK-PEND-VALOR.
             MOVE 'N' TO WRK-JUSTIF-SW.
             SET IX-TJ TO 1.
             PERFORM 7100-COMPARAR-JUSTIFICATIVA
                   UNTIL IX-TJ > WRK-QT-JUSTIF
                      OR DIFERENCA-JUSTIFICADA.
             IF DIFERENCA-JUSTIFICADA
                   ADD 1 TO WRK-QT-JUSTIFICADAS
                   MOVE 'JUSTIFICADA' TO WRK-SITUACAO-ED
             ELSE
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE 'PENDENTE' TO WRK-SITUACAO-ED
             END-IF.

       7100-COMPARAR-JUSTIFICATIVA.
             IF TJ-TIPO(IX-TJ) = WRK-PEND-TIPO
                AND TJ-CHAVE(IX-TJ) = WRK-PEND-CHAVE
                AND TJ-VALOR(IX-TJ) = WRK-PEND-VALOR
                   MOVE 'S' TO WRK-JUSTIF-SW
             END-IF.
             SET IX-TJ UP BY 1.

       7900-QUEBRA-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'CONCILIACAO CONTAS-RECEBER X RAZAO'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-CONCILIA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-CONCILIA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-COMPETENCIA TO LN-COMPETENCIA.
             MOVE WRK-ULTIMO-DIA  TO LN-ULTIMO-DIA.
             WRITE REL-CONCILIA-LINHA FROM LINHA-COMPETENCIA.
             MOVE ALL '-' TO REL-CONCILIA-LINHA.
             WRITE REL-CONCILIA-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             MOVE SPACES TO REL-CONCILIA-LINHA.
             WRITE REL-CONCILIA-LINHA.
             MOVE 'DIFERENCAS PENDENTES' TO LQ-ROTULO.
             MOVE WRK-QT-PENDENTES TO LQ-QTDE.
             WRITE REL-CONCILIA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'DIFERENCAS JUSTIFICADAS (CONCJUST)' TO LQ-ROTULO.
             MOVE WRK-QT-JUSTIFICADAS TO LQ-QTDE.
             WRITE REL-CONCILIA-LINHA FROM LINHA-CONTAGEM.
             IF WRK-QT-PENDENTES = ZEROS
                   MOVE 'COMPETENCIA CONCILIADA, VENDAS PODE FECHAR'
                        TO REL-CONCILIA-LINHA
             ELSE
                   MOVE 'COMPETENCIA DIVERGENTE, VENDAS NAO FECHA'
                        TO REL-CONCILIA-LINHA
             END-IF.
             WRITE REL-CONCILIA-LINHA.
             WRITE REL-CONCILIA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-CONCILIA.
             DISPLAY 'CONCILIACAO DO CONTAS-RECEBER CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'TITULOS LIDOS...........: ' WRK-QT-TITULOS.
             DISPLAY 'CLIENTES CONFERIDOS.....: ' WRK-QT-CLIENTES.
             DISPLAY 'CODIGOS COM DIFERENCA...: ' WRK-QT-DIF-CLIENTE.
             DISPLAY 'MATRICULAS EM ABERTO....: ' WRK-QT-MATRICULAS.
             DISPLAY 'TITULOS PAGOS NO MES....: ' WRK-QT-PAGOS.
             DISPLAY 'VENDAS CANCELADAS NO MES: ' WRK-QT-ESTORNOS.
             DISPLAY 'CREDITOS NA 1101 NO MES.: ' WRK-QT-CREDITOS.
             DISPLAY 'DIFERENCAS NO MOVIMENTO.: ' WRK-QT-DIF-MOVTO.
             DISPLAY 'DIFERENCAS PENDENTES....: ' WRK-QT-PENDENTES.
             DISPLAY 'DIFERENCAS JUSTIFICADAS.: '
                     WRK-QT-JUSTIFICADAS.

       END PROGRAM REL-CONCILIA-CR.
