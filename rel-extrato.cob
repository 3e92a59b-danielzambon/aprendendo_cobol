      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: EXTRATO MENSAL DE CONTA DO CLIENTE - PARA CADA
      *          CLIENTE DO CLIEMST COM MOVIMENTO NO CONTAS-RECEBER,
      *          GERA UM ARQUIVO PROPRIO (EXTR + CLIENTE + COMPETENCIA,
      *          ASSIGN DINAMICO COMO NO REL-BURST) COM O CABECALHO
      *          RPTHDR, O ENDERECO DE ENTREGA PARA POSTAGEM, O SALDO
      *          ANTERIOR, OS TITULOS E PARCELAS EMITIDOS, OS
      *          PAGAMENTOS RECEBIDOS COM A MULTA/JUROS DE MORA
      *          (TIT-JUROS-RECEBIDO), OS CANCELAMENTOS, O SALDO NO
      *          FIM DO MES E OS TITULOS EM ABERTO COM VENCIMENTO.
      *          CADA ARQUIVO VAI PARA O CATALOGO RELCAT E PARA O LOG
      *          DE DISTRIBUICAO DISTLOG, DE ONDE A COBRANCA ENVIA O
      *          EXTRATO POR E-MAIL EM VEZ DE MONTAR NA MAO A PARTIR
      *          DO REL-AGING.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * COMPETENCIA ZERADA (RODADA DO JOB-NOTURNO) E O MES ANTERIOR.
      * O TITULO SAI DO SALDO NA DATA DO PAGAMENTO OU DO CANCELAMENTO
      * (TIT-DATA-PAGTO) OU, BAIXADO COMO PERDA, NA DATA DA PERDA DO
      * PDDTIT; SALDO ANTERIOR + EMISSOES - PAGAMENTOS -
      * CANCELAMENTOS - PERDAS - RENEGOCIADOS EM ACORDO = SALDO NO
      * FIM DO MES = SOMA DOS TITULOS EM ABERTO LISTADOS. A MORA
      * RECEBIDA E INFORMATIVA, NAO MEXE NO SALDO. TIT-CLIENTE FORA
      * DO CLIEMST (MATRICULA DE MENSALIDADE) NAO GERA EXTRATO. OS
      * TITULOS SAO DESCARREGADOS E ORDENADOS POR CLIENTE E DATA
      * (SORT PARA O TRABALHO EXTORD), SEM TABELA EM MEMORIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - TITULO RENEGOCIADO EM ACORDO SAI DO SALDO NA
      *                 DATA DO ACORDO (HISTORICO ACORDO); AS PARCELAS
      *                 NOVAS DO ACORDO ENTRAM COMO EMISSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-EXTRATO.
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

           SELECT PDD-TITULO ASSIGN TO 'PDDTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PP-CHAVE
                  FILE STATUS IS WRK-FS-PDD.

           SELECT EXTRATO-TRAB ASSIGN TO 'EXTTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT EXTRATO-ORDEM ASSIGN TO 'EXTORD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT SORT-EXTRATO ASSIGN TO 'EXTSRT'.

           SELECT EXTRATO-CLIENTE ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-EXTRATO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

           SELECT DISTRIBUICAO-LOG ASSIGN TO 'DISTLOG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DISTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  PDD-TITULO.
       COPY pddtit.

      *----------------------------------------------------------------
      * GRUPO 1 = TITULO EM ABERTO NO INICIO DO MES (SALDO ANTERIOR),
      * 2 = MOVIMENTO DO MES, 3 = TITULO EM ABERTO NO FIM DO MES.
      *----------------------------------------------------------------
       FD  EXTRATO-TRAB.
       01  EXTRATO-TRAB-REC.
           05 EX-CLIENTE       PIC 9(06).
           05 EX-GRUPO         PIC X(01).
           05 EX-DATA          PIC 9(08).
           05 EX-CHAVE         PIC X(15).
           05 EX-TIPO          PIC X(01).
           05 EX-VALOR         PIC 9(08)V99.
           05 EX-JUROS         PIC 9(08)V99.

       SD  SORT-EXTRATO.
       01  SORT-EXTRATO-REC.
           05 EY-CLIENTE       PIC 9(06).
           05 EY-GRUPO         PIC X(01).
           05 EY-DATA          PIC 9(08).
           05 EY-CHAVE         PIC X(15).
           05 EY-TIPO          PIC X(01).
           05 EY-VALOR         PIC 9(08)V99.
           05 EY-JUROS         PIC 9(08)V99.

       FD  EXTRATO-ORDEM.
       01  EXTRATO-ORDEM-REC.
           05 EZ-CLIENTE       PIC 9(06).
           05 EZ-GRUPO         PIC X(01).
             88 EZ-SALDO-ANTERIOR  VALUE '1'.
             88 EZ-MOVIMENTO       VALUE '2'.
             88 EZ-EM-ABERTO       VALUE '3'.
           05 EZ-DATA          PIC 9(08).
           05 EZ-CHAVE         PIC X(15).
           05 EZ-TIPO          PIC X(01).
             88 EZ-EMISSAO         VALUE 'E'.
             88 EZ-PAGAMENTO       VALUE 'P'.
             88 EZ-CANCELAMENTO    VALUE 'C'.
             88 EZ-PERDA           VALUE 'X'.
             88 EZ-RENEGOCIACAO    VALUE 'N'.
           05 EZ-VALOR         PIC 9(08)V99.
           05 EZ-JUROS         PIC 9(08)V99.

       FD  EXTRATO-CLIENTE.
       01  EXTRATO-LINHA       PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       FD  DISTRIBUICAO-LOG.
       01  DISTRIBUICAO-LOG-REC.
           05 DL-PROGRAMA      PIC X(18).
           05 DL-DESTINATARIO  PIC X(10).
           05 DL-ARQUIVO       PIC X(20).
           05 DL-DATA          PIC 9(08).
           05 DL-QT-LINHAS     PIC 9(05).

       WORKING-STORAGE SECTION.

       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-PDD       PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM     PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO  PIC X(02) VALUE '00'.
       77 WRK-FS-DISTLOG   PIC X(02) VALUE '00'.
       77 WRK-EOF-TIT-SW   PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDEM           VALUE 'S'.
       77 WRK-SEM-PDD-SW   PIC X(01) VALUE 'N'.
         88 SEM-PDD             VALUE 'S'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-CLIENTE    VALUE 'S'.
       77 WRK-EXTRATO-SW   PIC X(01) VALUE 'N'.
         88 EXTRATO-ABERTO      VALUE 'S'.
       77 WRK-FASE         PIC X(01) VALUE '1'.
         88 FASE-SALDO-ANTERIOR VALUE '1'.
         88 FASE-MOVIMENTO      VALUE '2'.
         88 FASE-EM-ABERTO      VALUE '3'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
          05 WRK-HOJE-ANO  PIC 9(04).
          05 WRK-HOJE-MES  PIC 9(02).
          05 WRK-HOJE-DIA  PIC 9(02).
       77 WRK-DATA-SAIDA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-EXTRATO PIC X(20) VALUE SPACES.
       77 WRK-DESTINATARIO PIC X(10) VALUE SPACES.
       77 WRK-CLIENTE-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.

       77 WRK-SALDO-ANTERIOR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-EMISSOES   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PAGAMENTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CANCELADOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PERDAS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RENEGOCIADOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA  PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS     PIC 9(02) VALUE 50.
       77 WRK-PAGINA         PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TITULOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXTRATOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-CADASTRO PIC 9(05) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-CLIENTE.
           05 FILLER          PIC X(09) VALUE 'CLIENTE: '.
           05 LC-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LC-RAZAO        PIC X(30).
           05 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-ENDERECO.
           05 FILLER          PIC X(09) VALUE SPACES.
           05 LE-ENDERECO     PIC X(30).
           05 FILLER          PIC X(41) VALUE SPACES.

       01  LINHA-CIDADE.
           05 FILLER          PIC X(09) VALUE SPACES.
           05 LE-CEP          PIC 99999B999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-CIDADE       PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-UF           PIC X(02).
           05 FILLER          PIC X(38) VALUE SPACES.

       01  LINHA-PERIODO.
           05 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           05 LP-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(02) VALUE ' ('.
           05 LP-INICIO       PIC 9(08).
           05 FILLER          PIC X(03) VALUE ' A '.
           05 LP-FIM          PIC 9(08).
           05 FILLER          PIC X(01) VALUE ')'.
           05 FILLER          PIC X(39) VALUE SPACES.

       01  LINHA-TITULOS-MOVTO.
           05 FILLER          PIC X(19) VALUE 'DATA     HISTORICO'.
           05 FILLER          PIC X(18) VALUE 'TITULO'.
           05 FILLER          PIC X(14) VALUE '       DEBITO'.
           05 FILLER          PIC X(14) VALUE '      CREDITO'.
           05 FILLER          PIC X(15) VALUE '  MORA RECEB.'.

       01  LINHA-MOVTO.
           05 LM-DATA         PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-HISTORICO    PIC X(09).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-TITULO.
              10 LM-DATA-VENDA PIC X(08).
              10 FILLER        PIC X(01) VALUE '-'.
              10 LM-SEQ        PIC X(05).
              10 FILLER        PIC X(01) VALUE '-'.
              10 LM-PARCELA    PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-DEBITO       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-CREDITO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-JUROS        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-TITULOS-ABERTO.
           05 FILLER          PIC X(18) VALUE 'TITULO'.
           05 FILLER          PIC X(20) VALUE 'VENCIMENTO'.
           05 FILLER          PIC X(13) VALUE '        VALOR'.
           05 FILLER          PIC X(29) VALUE '  DIAS EM ATRASO'.

       01  LINHA-ABERTO.
           05 LA-TITULO.
              10 LA-DATA-VENDA PIC X(08).
              10 FILLER        PIC X(01) VALUE '-'.
              10 LA-SEQ        PIC X(05).
              10 FILLER        PIC X(01) VALUE '-'.
              10 LA-PARCELA    PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-VENCIMENTO   PIC 9(08).
           05 FILLER          PIC X(12) VALUE SPACES.
           05 LA-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(05) VALUE SPACES.
           05 LA-ATRASO       PIC ZZZZ9.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(22) VALUE SPACES.
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-TITULOS.
             MOVE ZEROS TO WRK-QT-EXTRATOS.
             MOVE ZEROS TO WRK-QT-FORA-CADASTRO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM, ZERO=MES '
                     'ANTERIOR): '
             ACCEPT WRK-COMPETENCIA.
             PERFORM 0100-DEFINIR-PERIODO.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.
             PERFORM 0200-ULTIMO-DIA-DO-MES.

             PERFORM 1000-SELECIONAR-TITULOS.
             PERFORM 2000-ORDENAR.
             PERFORM 3000-GERAR-EXTRATOS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * SEM COMPETENCIA, VALE O MES ANTERIOR AO DA RODADA.
      *----------------------------------------------------------------
       0100-DEFINIR-PERIODO.
             IF WRK-COMPETENCIA = ZEROS
                   IF WRK-HOJE-MES = 1
                         COMPUTE WRK-COMPET-ANO = WRK-HOJE-ANO - 1
                         MOVE 12 TO WRK-COMPET-MES
                   ELSE
                         MOVE WRK-HOJE-ANO TO WRK-COMPET-ANO
                         COMPUTE WRK-COMPET-MES = WRK-HOJE-MES - 1
                   END-IF
             END-IF.

       0200-ULTIMO-DIA-DO-MES.
             COMPUTE WRK-PRIMEIRO-DIA = (WRK-COMPETENCIA * 100) + 1.
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
      * CADA TITULO GERA ATE QUATRO LINHAS NO TRABALHO: SALDO
      * ANTERIOR, EMISSAO NO MES, SAIDA NO MES E ABERTO NO FIM.
      *----------------------------------------------------------------
       1000-SELECIONAR-TITULOS.
             MOVE 'N' TO WRK-EOF-TIT-SW.
             MOVE 'N' TO WRK-SEM-PDD-SW.
             OPEN OUTPUT EXTRATO-TRAB.
             OPEN INPUT PDD-TITULO.
             MOVE WRK-FS-PDD TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-PDD-SW
             END-IF.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-TIT-SW
                   DISPLAY 'CONTAS-RECEBER AUSENTE, NENHUM EXTRATO '
                           'A GERAR'
             ELSE
                   PERFORM 1100-LER-TITULO
                   PERFORM 1200-AVALIAR-TITULO UNTIL FIM-TITULOS
                   CLOSE CONTAS-RECEBER
             END-IF.
             IF NOT SEM-PDD
                   CLOSE PDD-TITULO
             END-IF.
             CLOSE EXTRATO-TRAB.

       1100-LER-TITULO.
             READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-TIT-SW
             END-READ.

       1200-AVALIAR-TITULO.
             ADD 1 TO WRK-QT-TITULOS.
             PERFORM 1300-DATA-DE-SAIDA.
             MOVE TIT-CLIENTE TO EX-CLIENTE.
             MOVE TIT-CHAVE   TO EX-CHAVE.
             MOVE TIT-VALOR   TO EX-VALOR.
             MOVE ZEROS       TO EX-JUROS.

             IF TIT-DATA-VENDA < WRK-PRIMEIRO-DIA
                AND WRK-DATA-SAIDA NOT < WRK-PRIMEIRO-DIA
                   MOVE '1' TO EX-GRUPO
                   MOVE TIT-DATA-VENDA TO EX-DATA
                   MOVE SPACES TO EX-TIPO
                   WRITE EXTRATO-TRAB-REC
             END-IF.

             IF TIT-DATA-VENDA NOT < WRK-PRIMEIRO-DIA
                AND TIT-DATA-VENDA NOT > WRK-ULTIMO-DIA
                   MOVE '2' TO EX-GRUPO
                   MOVE TIT-DATA-VENDA TO EX-DATA
                   MOVE 'E' TO EX-TIPO
                   WRITE EXTRATO-TRAB-REC
             END-IF.

             IF WRK-DATA-SAIDA NOT < WRK-PRIMEIRO-DIA
                AND WRK-DATA-SAIDA NOT > WRK-ULTIMO-DIA
                AND TIT-DATA-VENDA NOT > WRK-ULTIMO-DIA
                   MOVE '2' TO EX-GRUPO
                   MOVE WRK-DATA-SAIDA TO EX-DATA
                   EVALUATE TRUE
                         WHEN TIT-PAGO
                               MOVE 'P' TO EX-TIPO
                               MOVE TIT-JUROS-RECEBIDO TO EX-JUROS
                         WHEN TIT-CANCELADO
                               MOVE 'C' TO EX-TIPO
                         WHEN TIT-RENEGOCIADO
                               MOVE 'N' TO EX-TIPO
                         WHEN OTHER
                               MOVE 'X' TO EX-TIPO
                   END-EVALUATE
                   WRITE EXTRATO-TRAB-REC
                   MOVE ZEROS TO EX-JUROS
             END-IF.

             IF TIT-DATA-VENDA NOT > WRK-ULTIMO-DIA
                AND WRK-DATA-SAIDA > WRK-ULTIMO-DIA
                   MOVE '3' TO EX-GRUPO
                   MOVE TIT-VENCIMENTO TO EX-DATA
                   MOVE SPACES TO EX-TIPO
                   WRITE EXTRATO-TRAB-REC
             END-IF.
             PERFORM 1100-LER-TITULO.

      *----------------------------------------------------------------
      * DATA EM QUE O TITULO SAI DO SALDO DO CLIENTE; EM ABERTO FICA
      * COM DATA MAXIMA. PERDA SEM PDDTIT SAI NA DATA DA VENDA.
      *----------------------------------------------------------------
       1300-DATA-DE-SAIDA.
             EVALUATE TRUE
                   WHEN TIT-ABERTO
                         MOVE 99999999 TO WRK-DATA-SAIDA
                   WHEN TIT-PAGO OR TIT-CANCELADO OR TIT-RENEGOCIADO
                         MOVE TIT-DATA-PAGTO TO WRK-DATA-SAIDA
                   WHEN OTHER
                         MOVE TIT-DATA-VENDA TO WRK-DATA-SAIDA
                         IF NOT SEM-PDD
                               MOVE TIT-CHAVE TO PP-CHAVE
                               READ PDD-TITULO
                                     INVALID KEY
                                           CONTINUE
                                     NOT INVALID KEY
                                           MOVE PP-DATA-PERDA
                                                TO WRK-DATA-SAIDA
                               END-READ
                         END-IF
             END-EVALUATE.

       2000-ORDENAR.
             SORT SORT-EXTRATO
                   ON ASCENDING KEY  EY-CLIENTE
                                     EY-GRUPO
                                     EY-DATA
                                     EY-CHAVE
                   USING EXTRATO-TRAB
                   GIVING EXTRATO-ORDEM.

      *----------------------------------------------------------------
      * QUEBRA POR CLIENTE: UM ARQUIVO POR CLIENTE CADASTRADO.
      *----------------------------------------------------------------
       3000-GERAR-EXTRATOS.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
                   DISPLAY 'CLIEMST AUSENTE, NENHUM EXTRATO A GERAR'
             ELSE
                   MOVE 'N' TO WRK-EOF-ORD-SW
                   MOVE 'S' TO WRK-PRIMEIRO-SW
                   OPEN INPUT EXTRATO-ORDEM
                   PERFORM 3100-LER-ORDEM
                   PERFORM 3200-PROCESSAR-LINHA UNTIL FIM-ORDEM
                   IF EXTRATO-ABERTO
                         PERFORM 5000-FECHAR-EXTRATO
                   END-IF
                   CLOSE EXTRATO-ORDEM
                   CLOSE CLIENTE-MASTER
             END-IF.

       3100-LER-ORDEM.
             READ EXTRATO-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3200-PROCESSAR-LINHA.
             IF PRIMEIRO-CLIENTE OR EZ-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF EXTRATO-ABERTO
                         PERFORM 5000-FECHAR-EXTRATO
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE EZ-CLIENTE TO WRK-CLIENTE-ANT
                   PERFORM 4000-ABRIR-EXTRATO
             END-IF.
             IF EXTRATO-ABERTO
                   EVALUATE TRUE
                         WHEN EZ-SALDO-ANTERIOR
                               ADD EZ-VALOR TO WRK-SALDO-ANTERIOR
                         WHEN EZ-MOVIMENTO
                               PERFORM 4100-IMPRIMIR-MOVIMENTO
                         WHEN OTHER
                               PERFORM 4200-IMPRIMIR-ABERTO
                   END-EVALUATE
             END-IF.
             PERFORM 3100-LER-ORDEM.

      *----------------------------------------------------------------
      * CLIENTE FORA DO CLIEMST (MATRICULA) NAO ABRE EXTRATO: AS
      * LINHAS DELE SAO SO PULADAS ATE A PROXIMA QUEBRA.
      *----------------------------------------------------------------
       4000-ABRIR-EXTRATO.
             MOVE EZ-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-EXTRATO-SW
                         ADD 1 TO WRK-QT-FORA-CADASTRO
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-EXTRATO-SW
             END-READ.
             IF EXTRATO-ABERTO
                   MOVE ZEROS TO WRK-SALDO-ANTERIOR
                   MOVE ZEROS TO WRK-TOT-EMISSOES
                   MOVE ZEROS TO WRK-TOT-PAGAMENTOS
                   MOVE ZEROS TO WRK-TOT-CANCELADOS
                   MOVE ZEROS TO WRK-TOT-PERDAS
                   MOVE ZEROS TO WRK-TOT-RENEGOCIADOS
                   MOVE ZEROS TO WRK-TOT-JUROS
                   MOVE ZEROS TO WRK-QT-LINHAS
                   MOVE ZEROS TO WRK-PAGINA
                   MOVE '1' TO WRK-FASE
                   MOVE SPACES TO WRK-NOME-EXTRATO
                   STRING 'EXTR' EZ-CLIENTE WRK-COMPETENCIA
                         DELIMITED BY SIZE INTO WRK-NOME-EXTRATO
                   OPEN OUTPUT EXTRATO-CLIENTE
                   PERFORM 8000-CABECALHO
                   MOVE CL-CODIGO   TO LC-CODIGO
                   MOVE CL-RAZAO    TO LC-RAZAO
                   WRITE EXTRATO-LINHA FROM LINHA-CLIENTE
                   MOVE CL-ENDERECO TO LE-ENDERECO
                   WRITE EXTRATO-LINHA FROM LINHA-ENDERECO
                   MOVE CL-CEP      TO LE-CEP
                   MOVE CL-CIDADE   TO LE-CIDADE
                   MOVE CL-UF       TO LE-UF
                   WRITE EXTRATO-LINHA FROM LINHA-CIDADE
                   MOVE SPACES TO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
                   ADD 4 TO WRK-LINHAS-PAGINA
             END-IF.

      *----------------------------------------------------------------
      * O SALDO ANTERIOR SAI ANTES DA PRIMEIRA LINHA DE MOVIMENTO (OU
      * DO QUADRO DE ABERTOS, OU DO RESUMO, SE NAO HOUVER MOVIMENTO).
      *----------------------------------------------------------------
       4050-IMPRIMIR-SALDO-ANTERIOR.
             MOVE 'SALDO ANTERIOR' TO LT-ROTULO.
             MOVE WRK-SALDO-ANTERIOR TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE SPACES TO EXTRATO-LINHA.
             WRITE EXTRATO-LINHA.
             WRITE EXTRATO-LINHA FROM LINHA-TITULOS-MOVTO.
             ADD 3 TO WRK-LINHAS-PAGINA.
             ADD 3 TO WRK-QT-LINHAS.
             MOVE '2' TO WRK-FASE.

       4100-IMPRIMIR-MOVIMENTO.
             IF FASE-SALDO-ANTERIOR
                   PERFORM 4050-IMPRIMIR-SALDO-ANTERIOR
             END-IF.
             PERFORM 7900-QUEBRA-PAGINA.
             MOVE EZ-DATA TO LM-DATA.
             MOVE EZ-CHAVE(1:8)  TO LM-DATA-VENDA.
             MOVE EZ-CHAVE(9:5)  TO LM-SEQ.
             MOVE EZ-CHAVE(14:2) TO LM-PARCELA.
             MOVE ZEROS TO LM-DEBITO.
             MOVE ZEROS TO LM-CREDITO.
             MOVE ZEROS TO LM-JUROS.
             EVALUATE TRUE
                   WHEN EZ-EMISSAO
                         MOVE 'EMISSAO' TO LM-HISTORICO
                         MOVE EZ-VALOR TO LM-DEBITO
                         ADD EZ-VALOR TO WRK-TOT-EMISSOES
                   WHEN EZ-PAGAMENTO
                         MOVE 'PAGAMENTO' TO LM-HISTORICO
                         MOVE EZ-VALOR TO LM-CREDITO
                         MOVE EZ-JUROS TO LM-JUROS
                         ADD EZ-VALOR TO WRK-TOT-PAGAMENTOS
                         ADD EZ-JUROS TO WRK-TOT-JUROS
                   WHEN EZ-CANCELAMENTO
                         MOVE 'CANCELADO' TO LM-HISTORICO
                         MOVE EZ-VALOR TO LM-CREDITO
                         ADD EZ-VALOR TO WRK-TOT-CANCELADOS
                   WHEN EZ-RENEGOCIACAO
                         MOVE 'ACORDO' TO LM-HISTORICO
                         MOVE EZ-VALOR TO LM-CREDITO
                         ADD EZ-VALOR TO WRK-TOT-RENEGOCIADOS
                   WHEN OTHER
                         MOVE 'PERDA' TO LM-HISTORICO
                         MOVE EZ-VALOR TO LM-CREDITO
                         ADD EZ-VALOR TO WRK-TOT-PERDAS
             END-EVALUATE.
             WRITE EXTRATO-LINHA FROM LINHA-MOVTO.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-LINHAS.

      *----------------------------------------------------------------
      * QUADRO DOS TITULOS EM ABERTO NO FIM DO MES, POR VENCIMENTO;
      * O ATRASO E CONTADO ATE O ULTIMO DIA DA COMPETENCIA.
      *----------------------------------------------------------------
       4200-IMPRIMIR-ABERTO.
             IF FASE-SALDO-ANTERIOR
                   PERFORM 4050-IMPRIMIR-SALDO-ANTERIOR
             END-IF.
             IF FASE-MOVIMENTO
                   PERFORM 4300-IMPRIMIR-RESUMO
                   MOVE SPACES TO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
                   MOVE 'TITULOS EM ABERTO NO FIM DO MES'
                        TO EXTRATO-LINHA
                   WRITE EXTRATO-LINHA
                   WRITE EXTRATO-LINHA FROM LINHA-TITULOS-ABERTO
                   ADD 3 TO WRK-LINHAS-PAGINA
                   ADD 3 TO WRK-QT-LINHAS
                   MOVE '3' TO WRK-FASE
             END-IF.
             PERFORM 7900-QUEBRA-PAGINA.
             MOVE EZ-CHAVE(1:8)  TO LA-DATA-VENDA.
             MOVE EZ-CHAVE(9:5)  TO LA-SEQ.
             MOVE EZ-CHAVE(14:2) TO LA-PARCELA.
             MOVE EZ-DATA  TO LA-VENCIMENTO.
             MOVE EZ-VALOR TO LA-VALOR.
             MOVE 'D' TO DA-OPERACAO.
             MOVE EZ-DATA TO DA-DATA-1.
             MOVE WRK-ULTIMO-DIA TO DA-DATA-2.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             IF DA-QT-DIAS > ZEROS
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
             ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
             END-IF.
             MOVE WRK-DIAS-ATRASO TO LA-ATRASO.
             WRITE EXTRATO-LINHA FROM LINHA-ABERTO.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-LINHAS.

       4300-IMPRIMIR-RESUMO.
             COMPUTE WRK-SALDO-FINAL = WRK-SALDO-ANTERIOR
                   + WRK-TOT-EMISSOES - WRK-TOT-PAGAMENTOS
                   - WRK-TOT-CANCELADOS - WRK-TOT-PERDAS
                   - WRK-TOT-RENEGOCIADOS.
             MOVE SPACES TO EXTRATO-LINHA.
             WRITE EXTRATO-LINHA.
             MOVE '(+) TITULOS E PARCELAS EMITIDOS' TO LT-ROTULO.
             MOVE WRK-TOT-EMISSOES TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE '(-) PAGAMENTOS RECEBIDOS' TO LT-ROTULO.
             MOVE WRK-TOT-PAGAMENTOS TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE '(-) CANCELAMENTOS' TO LT-ROTULO.
             MOVE WRK-TOT-CANCELADOS TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE '(-) BAIXAS POR PERDA' TO LT-ROTULO.
             MOVE WRK-TOT-PERDAS TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE '(-) TITULOS RENEGOCIADOS EM ACORDO' TO LT-ROTULO.
             MOVE WRK-TOT-RENEGOCIADOS TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE 'SALDO NO FIM DO MES' TO LT-ROTULO.
             MOVE WRK-SALDO-FINAL TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             MOVE 'MULTA/JUROS DE MORA RECEBIDOS NO MES' TO LT-ROTULO.
             MOVE WRK-TOT-JUROS TO LT-VALOR.
             WRITE EXTRATO-LINHA FROM LINHA-TOTAL.
             ADD 8 TO WRK-LINHAS-PAGINA.
             ADD 8 TO WRK-QT-LINHAS.

       5000-FECHAR-EXTRATO.
             IF FASE-SALDO-ANTERIOR
                   PERFORM 4050-IMPRIMIR-SALDO-ANTERIOR
             END-IF.
             IF FASE-MOVIMENTO
                   PERFORM 4300-IMPRIMIR-RESUMO
             END-IF.
             MOVE SPACES TO EXTRATO-LINHA.
             WRITE EXTRATO-LINHA.
             WRITE EXTRATO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE EXTRATO-CLIENTE.
             MOVE 'N' TO WRK-EXTRATO-SW.
             ADD 1 TO WRK-QT-EXTRATOS.
             PERFORM 8500-REGISTRAR-CATALOGO.
             PERFORM 8600-REGISTRAR-DISTRIBUICAO.

       7900-QUEBRA-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'EXTRATO DE CONTA DO CLIENTE' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE EXTRATO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE EXTRATO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-COMPETENCIA  TO LP-COMPETENCIA.
             MOVE WRK-PRIMEIRO-DIA TO LP-INICIO.
             MOVE WRK-ULTIMO-DIA   TO LP-FIM.
             WRITE EXTRATO-LINHA FROM LINHA-PERIODO.
             MOVE ALL '-' TO EXTRATO-LINHA.
             WRITE EXTRATO-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       8500-REGISTRAR-CATALOGO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'REL-EXTRATO' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-EXTRATO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

      *----------------------------------------------------------------
      * O DESTINATARIO E O CODIGO DO CLIENTE; O ENVIO POR E-MAIL SAI
      * DO DISTLOG COMO AS FATIAS DO REL-BURST.
      *----------------------------------------------------------------
       8600-REGISTRAR-DISTRIBUICAO.
             OPEN EXTEND DISTRIBUICAO-LOG.
             MOVE WRK-FS-DISTLOG TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DISTRIBUICAO-LOG
                   OPEN OUTPUT DISTRIBUICAO-LOG
             END-IF.
             MOVE 'REL-EXTRATO' TO DL-PROGRAMA.
             MOVE SPACES TO WRK-DESTINATARIO.
             STRING 'CLI ' WRK-CLIENTE-ANT
                   DELIMITED BY SIZE INTO WRK-DESTINATARIO.
             MOVE WRK-DESTINATARIO TO DL-DESTINATARIO.
             MOVE WRK-NOME-EXTRATO TO DL-ARQUIVO.
             MOVE WRK-DATA-HOJE    TO DL-DATA.
             MOVE WRK-QT-LINHAS    TO DL-QT-LINHAS.
             WRITE DISTRIBUICAO-LOG-REC.
             CLOSE DISTRIBUICAO-LOG.

       9000-ENCERRAR.
             DISPLAY 'EXTRATOS DE CLIENTE CONCLUIDOS'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'TITULOS LIDOS...........: ' WRK-QT-TITULOS.
             DISPLAY 'EXTRATOS GERADOS........: ' WRK-QT-EXTRATOS.
             DISPLAY 'CODIGOS FORA DO CLIEMST.: '
                     WRK-QT-FORA-CADASTRO.

       END PROGRAM REL-EXTRATO.
