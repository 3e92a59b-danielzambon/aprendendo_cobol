      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CURVA ABC E RENTABILIDADE POR PRODUTO - AS FATURAS DO
      *          PERIODO (FATURA-MASTER) SAO SOMADAS POR PRODUTO E
      *          CLASSIFICADAS PELA RECEITA LIQUIDA (MERCADORIA MENOS
      *          ICMS), DA MAIOR PARA A MENOR, COM A PARTICIPACAO
      *          ACUMULADA E A CLASSE A/B/C (80/15/5). PARA CADA
      *          PRODUTO SAEM TAMBEM O FRETE EM PERCENTUAL DA
      *          MERCADORIA, A MARGEM SOBRE O CUSTO MEDIO GRAVADO NA
      *          FATURA (FAT-CUSTO-MERC) E A COBERTURA DO SALDO ATUAL
      *          DO ESTOQUE-MASTER (TODAS AS FILIAIS) EM DIAS DE VENDA
      *          DO PERIODO. ITEM CLASSE A COM COBERTURA ABAIXO DO
      *          MINIMO INFORMADO SAI MARCADO PARA COMPRAS E PARA A
      *          CONTAGEM DO INVENTARIO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PERIODO ZERADO (RODADA DO JOB-NOTURNO) E O MES ANTERIOR
      * INTEIRO; DATA FINAL ZERADA COM INICIAL INFORMADA E O DIA DE
      * HOJE. CADA FATURA E UMA UNIDADE (O FATURA-PEDIDO BAIXA UMA
      * UNIDADE POR PEDIDO). PRODUTO COM FATURA SEM CUSTO MEDIO SAI
      * COM A MARGEM EM BRANCO ('S/CMV'): A MARGEM SO E IMPRESSA
      * QUANDO TODO O CMV DO PERIODO E CONHECIDO.
      * AS FATURAS SAO DESCARREGADAS E ORDENADAS POR PRODUTO (SORT
      * PARA O TRABALHO ABCORD1), SOMADAS NUMA LINHA POR PRODUTO
      * (ABCPROD) E ORDENADAS DE NOVO PELA RECEITA (ABCORD2), SEM
      * TABELA EM MEMORIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CURVA-ABC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER ASSIGN TO 'FATURAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-NUMERO
                  FILE STATUS IS WRK-FS-FATURA.

           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-CHAVE
                  FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ABC-TRAB ASSIGN TO 'ABCTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT ABC-ORDEM-PRODUTO ASSIGN TO 'ABCORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM1.

           SELECT ABC-PRODUTO ASSIGN TO 'ABCPROD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ABC-ORDEM-RECEITA ASSIGN TO 'ABCORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-ABC-FATURA ASSIGN TO 'ABCSRT1'.

           SELECT SORT-ABC-RECEITA ASSIGN TO 'ABCSRT2'.

           SELECT REL-CURVA ASSIGN TO 'RELCABC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER.
       COPY fatura.

       FD  ESTOQUE-MASTER.
       COPY estoqmst.

       FD  ABC-TRAB.
       01  ABC-TRAB-REC.
           05 AT-CODIGO        PIC 9(06).
           05 AT-PRODUTO       PIC X(30).
           05 AT-VALOR-MERC    PIC 9(06)V99.
           05 AT-ICMS          PIC 9(08)V99.
           05 AT-FRETE         PIC 9(06)V99.
           05 AT-CUSTO-MERC    PIC 9(08)V99.

       SD  SORT-ABC-FATURA.
       01  SORT-ABC-FATURA-REC.
           05 SRF-CODIGO       PIC 9(06).
           05 SRF-PRODUTO      PIC X(30).
           05 SRF-VALOR-MERC   PIC 9(06)V99.
           05 SRF-ICMS         PIC 9(08)V99.
           05 SRF-FRETE        PIC 9(06)V99.
           05 SRF-CUSTO-MERC   PIC 9(08)V99.

       FD  ABC-ORDEM-PRODUTO.
       01  ABC-ORDEM-PRODUTO-REC.
           05 AO-CODIGO        PIC 9(06).
           05 AO-PRODUTO       PIC X(30).
           05 AO-VALOR-MERC    PIC 9(06)V99.
           05 AO-ICMS          PIC 9(08)V99.
           05 AO-FRETE         PIC 9(06)V99.
           05 AO-CUSTO-MERC    PIC 9(08)V99.

       FD  ABC-PRODUTO.
       01  ABC-PRODUTO-REC.
           05 AP-CODIGO        PIC 9(06).
           05 AP-PRODUTO       PIC X(30).
           05 AP-QTDE          PIC 9(07).
           05 AP-VALOR-MERC    PIC 9(11)V99.
           05 AP-FRETE         PIC 9(11)V99.
           05 AP-CUSTO-MERC    PIC 9(11)V99.
           05 AP-RECEITA-LIQ   PIC S9(11)V99.
           05 AP-QT-SEM-CUSTO  PIC 9(07).

       SD  SORT-ABC-RECEITA.
       01  SORT-ABC-RECEITA-REC.
           05 SRR-CODIGO       PIC 9(06).
           05 SRR-PRODUTO      PIC X(30).
           05 SRR-QTDE         PIC 9(07).
           05 SRR-VALOR-MERC   PIC 9(11)V99.
           05 SRR-FRETE        PIC 9(11)V99.
           05 SRR-CUSTO-MERC   PIC 9(11)V99.
           05 SRR-RECEITA-LIQ  PIC S9(11)V99.
           05 SRR-QT-SEM-CUSTO PIC 9(07).

       FD  ABC-ORDEM-RECEITA.
       01  ABC-ORDEM-RECEITA-REC.
           05 AR-CODIGO        PIC 9(06).
           05 AR-PRODUTO       PIC X(30).
           05 AR-QTDE          PIC 9(07).
           05 AR-VALOR-MERC    PIC 9(11)V99.
           05 AR-FRETE         PIC 9(11)V99.
           05 AR-CUSTO-MERC    PIC 9(11)V99.
           05 AR-RECEITA-LIQ   PIC S9(11)V99.
           05 AR-QT-SEM-CUSTO  PIC 9(07).

       FD  REL-CURVA.
       01  REL-CURVA-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-FATURA    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM1    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-FAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-FATURAS         VALUE 'S'.
       77 WRK-EOF-ORD1-SW  PIC X(01) VALUE 'N'.
         88 FIM-ORDEM-PRODUTO   VALUE 'S'.
       77 WRK-EOF-ORD2-SW  PIC X(01) VALUE 'N'.
         88 FIM-ORDEM-RECEITA   VALUE 'S'.
       77 WRK-EOF-EST-SW   PIC X(01) VALUE 'N'.
         88 FIM-SALDOS-PRODUTO  VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRA-FATURA     VALUE 'S'.
       77 WRK-ESTOQUE-SW   PIC X(01) VALUE 'N'.
         88 ESTOQUE-ABERTO      VALUE 'S'.
       77 WRK-CLASSE       PIC X(01) VALUE SPACES.
         88 CLASSE-A            VALUE 'A'.
         88 CLASSE-B            VALUE 'B'.
         88 CLASSE-C            VALUE 'C'.

       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL   PIC 9(08) VALUE ZEROS.
       77 WRK-COBERTURA-MIN PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PERIODO PIC 9(05) VALUE ZEROS.
       77 WRK-CODIGO-ANT   PIC 9(06) VALUE ZEROS.
       77 WRK-RANK         PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-PRODUTO PIC S9(09) VALUE ZEROS.
       77 WRK-COBERTURA    PIC 9(07) VALUE ZEROS.
       77 WRK-PCT-ACUM-ANT PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PCT-ACUM     PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PCT-FRETE    PIC 9(05)V9 VALUE ZEROS.
       77 WRK-PCT-MARGEM   PIC S9(05)V9 VALUE ZEROS.
       77 WRK-MARGEM       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RECEITA-ACUM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MERC     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PRODUTOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLASSE-A  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLASSE-B  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLASSE-C  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COB-BAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CMV   PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
          05 WRK-HOJE-ANO  PIC 9(04).
          05 WRK-HOJE-MES  PIC 9(02).
          05 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-MES-ANT PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MES-ANT-R REDEFINES WRK-DATA-MES-ANT.
          05 WRK-ANT-ANO   PIC 9(04).
          05 WRK-ANT-MES   PIC 9(02).
          05 WRK-ANT-DIA   PIC 9(02).
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-DETALHE.
           05 LD-CLASSE       PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RANK         PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(14).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-QTDE         PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RECEITA      PIC --.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PCT-ACUM     PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PCT-FRETE    PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MARGEM       PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-COBERTURA    PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-ALERTA       PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
       01  WRK-MARGEM-ED      PIC ---9,9.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC ----.---.---.--9,99.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 LC-QTDE         PIC ZZZZ9.
           05 FILLER          PIC X(35) VALUE SPACES.
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-FAT-SW.
             MOVE 'N' TO WRK-EOF-ORD1-SW.
             MOVE 'N' TO WRK-EOF-ORD2-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE ZEROS TO WRK-RANK.
             MOVE ZEROS TO WRK-RECEITA-ACUM.
             MOVE ZEROS TO WRK-TOT-RECEITA.
             MOVE ZEROS TO WRK-TOT-MERC.
             MOVE ZEROS TO WRK-TOT-FRETE.
             MOVE ZEROS TO WRK-TOT-CUSTO.
             MOVE ZEROS TO WRK-TOT-MARGEM.
             MOVE ZEROS TO WRK-QT-FATURAS.
             MOVE ZEROS TO WRK-QT-PRODUTOS.
             MOVE ZEROS TO WRK-QT-CLASSE-A.
             MOVE ZEROS TO WRK-QT-CLASSE-B.
             MOVE ZEROS TO WRK-QT-CLASSE-C.
             MOVE ZEROS TO WRK-QT-COB-BAIXA.
             MOVE ZEROS TO WRK-QT-SEM-CMV.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0100-DEFINIR-PERIODO.
             PERFORM 1000-SELECIONAR-FATURAS.
             PERFORM 2000-ORDENAR-POR-PRODUTO.
             PERFORM 3000-SOMAR-PRODUTOS.
             PERFORM 4000-ORDENAR-POR-RECEITA.
             OPEN OUTPUT REL-CURVA.
             PERFORM 8000-CABECALHO.
             PERFORM 5000-IMPRIMIR-CURVA.
             PERFORM 6000-IMPRIMIR-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * SEM DATAS, O PERIODO E O MES ANTERIOR INTEIRO (DIA 01 ATE O
      * DIA ANTERIOR AO DIA 01 DO MES CORRENTE).
      *----------------------------------------------------------------
       0100-DEFINIR-PERIODO.
             DISPLAY 'DATA INICIAL (AAAAMMDD, ZERO=MES ANTERIOR): '
             ACCEPT WRK-DATA-INICIAL.
             DISPLAY 'DATA FINAL (AAAAMMDD, ZERO=HOJE): '
             ACCEPT WRK-DATA-FINAL.
             DISPLAY 'COBERTURA MINIMA CLASSE A EM DIAS (ZERO=30): '
             ACCEPT WRK-COBERTURA-MIN.
             IF WRK-COBERTURA-MIN = ZEROS
                   MOVE 30 TO WRK-COBERTURA-MIN
             END-IF.

             IF WRK-DATA-INICIAL = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-MES-ANT
                   MOVE 01 TO WRK-ANT-DIA
                   MOVE 'A' TO DA-OPERACAO
                   MOVE WRK-DATA-MES-ANT TO DA-DATA-1
                   MOVE -1 TO DA-QT-DIAS
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-DATA-RESULT TO WRK-DATA-FINAL
                   MOVE DA-DATA-RESULT TO WRK-DATA-MES-ANT
                   MOVE 01 TO WRK-ANT-DIA
                   MOVE WRK-DATA-MES-ANT TO WRK-DATA-INICIAL
             END-IF.
             IF WRK-DATA-FINAL = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-FINAL
             END-IF.

             MOVE 'D' TO DA-OPERACAO.
             MOVE WRK-DATA-INICIAL TO DA-DATA-1.
             MOVE WRK-DATA-FINAL TO DA-DATA-2.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             IF DA-QT-DIAS < ZEROS
                   MOVE 1 TO WRK-DIAS-PERIODO
             ELSE
                   COMPUTE WRK-DIAS-PERIODO = DA-QT-DIAS + 1
             END-IF.

       1000-SELECIONAR-FATURAS.
             OPEN OUTPUT ABC-TRAB.
             OPEN INPUT FATURA-MASTER.
             MOVE WRK-FS-FATURA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-FAT-SW
                   DISPLAY 'FATURA-MASTER AUSENTE, NADA A CLASSIFICAR'
             ELSE
                   PERFORM 1100-LER-FATURA
                   PERFORM 1200-AVALIAR-FATURA UNTIL FIM-FATURAS
                   CLOSE FATURA-MASTER
             END-IF.
             CLOSE ABC-TRAB.

       1100-LER-FATURA.
             READ FATURA-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-FAT-SW
             END-READ.

       1200-AVALIAR-FATURA.
             IF FAT-DATA >= WRK-DATA-INICIAL
                AND FAT-DATA <= WRK-DATA-FINAL
                   MOVE FAT-CODIGO     TO AT-CODIGO
                   MOVE FAT-PRODUTO    TO AT-PRODUTO
                   MOVE FAT-VALOR-MERC TO AT-VALOR-MERC
                   MOVE FAT-ICMS       TO AT-ICMS
                   MOVE FAT-FRETE      TO AT-FRETE
                   MOVE FAT-CUSTO-MERC TO AT-CUSTO-MERC
                   WRITE ABC-TRAB-REC
                   ADD 1 TO WRK-QT-FATURAS
             END-IF.
             PERFORM 1100-LER-FATURA.

       2000-ORDENAR-POR-PRODUTO.
             SORT SORT-ABC-FATURA
                   ON ASCENDING KEY  SRF-CODIGO
                   USING ABC-TRAB
                   GIVING ABC-ORDEM-PRODUTO.

      *----------------------------------------------------------------
      * QUEBRA POR PRODUTO: UMA LINHA NO ABCPROD COM AS SOMAS DO
      * PERIODO. A RECEITA TOTAL SAI DAQUI PARA O PERCENTUAL.
      *----------------------------------------------------------------
       3000-SOMAR-PRODUTOS.
             OPEN INPUT ABC-ORDEM-PRODUTO.
             OPEN OUTPUT ABC-PRODUTO.
             PERFORM 3100-LER-ORDEM-PRODUTO.
             PERFORM 3200-ACUMULAR-FATURA UNTIL FIM-ORDEM-PRODUTO.
             IF NOT PRIMEIRA-FATURA
                   PERFORM 3300-GRAVAR-PRODUTO
             END-IF.
             CLOSE ABC-ORDEM-PRODUTO.
             CLOSE ABC-PRODUTO.

       3100-LER-ORDEM-PRODUTO.
             READ ABC-ORDEM-PRODUTO
                   AT END MOVE 'S' TO WRK-EOF-ORD1-SW
             END-READ.

       3200-ACUMULAR-FATURA.
             IF NOT PRIMEIRA-FATURA
                   AND AO-CODIGO NOT = WRK-CODIGO-ANT
                   PERFORM 3300-GRAVAR-PRODUTO
             END-IF.
             IF PRIMEIRA-FATURA
                   OR AO-CODIGO NOT = WRK-CODIGO-ANT
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE AO-CODIGO TO WRK-CODIGO-ANT
                   MOVE AO-CODIGO TO AP-CODIGO
                   MOVE AO-PRODUTO TO AP-PRODUTO
                   MOVE ZEROS TO AP-QTDE
                   MOVE ZEROS TO AP-VALOR-MERC
                   MOVE ZEROS TO AP-FRETE
                   MOVE ZEROS TO AP-CUSTO-MERC
                   MOVE ZEROS TO AP-RECEITA-LIQ
                   MOVE ZEROS TO AP-QT-SEM-CUSTO
             END-IF.
             ADD 1 TO AP-QTDE.
             ADD AO-VALOR-MERC TO AP-VALOR-MERC.
             ADD AO-FRETE TO AP-FRETE.
             ADD AO-CUSTO-MERC TO AP-CUSTO-MERC.
             COMPUTE AP-RECEITA-LIQ =
                   AP-RECEITA-LIQ + AO-VALOR-MERC - AO-ICMS.
             IF AO-CUSTO-MERC = ZEROS
                   ADD 1 TO AP-QT-SEM-CUSTO
             END-IF.
             PERFORM 3100-LER-ORDEM-PRODUTO.

       3300-GRAVAR-PRODUTO.
             WRITE ABC-PRODUTO-REC.
             ADD 1 TO WRK-QT-PRODUTOS.
             ADD AP-RECEITA-LIQ TO WRK-TOT-RECEITA.

       4000-ORDENAR-POR-RECEITA.
             SORT SORT-ABC-RECEITA
                   ON DESCENDING KEY SRR-RECEITA-LIQ
                   ON ASCENDING KEY  SRR-CODIGO
                   USING ABC-PRODUTO
                   GIVING ABC-ORDEM-RECEITA.

      *----------------------------------------------------------------
      * A CLASSE SAI DA PARTICIPACAO ACUMULADA ANTES DO ITEM: ATE 80%
      * E CLASSE A (O ITEM QUE CRUZA OS 80% AINDA E A), ATE 95% E B,
      * O RESTO E C.
      *----------------------------------------------------------------
       5000-IMPRIMIR-CURVA.
             OPEN INPUT ESTOQUE-MASTER.
             MOVE WRK-FS-ESTOQUE TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-ESTOQUE-SW
             ELSE
                   MOVE 'N' TO WRK-ESTOQUE-SW
             END-IF.
             OPEN INPUT ABC-ORDEM-RECEITA.
             PERFORM 5100-LER-ORDEM-RECEITA.
             PERFORM 5200-IMPRIMIR-PRODUTO UNTIL FIM-ORDEM-RECEITA.
             CLOSE ABC-ORDEM-RECEITA.
             IF ESTOQUE-ABERTO
                   CLOSE ESTOQUE-MASTER
             END-IF.

       5100-LER-ORDEM-RECEITA.
             READ ABC-ORDEM-RECEITA
                   AT END MOVE 'S' TO WRK-EOF-ORD2-SW
             END-READ.

       5200-IMPRIMIR-PRODUTO.
             ADD 1 TO WRK-RANK.
             MOVE WRK-PCT-ACUM TO WRK-PCT-ACUM-ANT.
             ADD AR-RECEITA-LIQ TO WRK-RECEITA-ACUM.
             IF WRK-TOT-RECEITA > ZEROS
                   COMPUTE WRK-PCT-ACUM ROUNDED =
                         WRK-RECEITA-ACUM * 100 / WRK-TOT-RECEITA
             ELSE
                   MOVE ZEROS TO WRK-PCT-ACUM
             END-IF.
             EVALUATE TRUE
                   WHEN WRK-PCT-ACUM-ANT < 80
                         MOVE 'A' TO WRK-CLASSE
                         ADD 1 TO WRK-QT-CLASSE-A
                   WHEN WRK-PCT-ACUM-ANT < 95
                         MOVE 'B' TO WRK-CLASSE
                         ADD 1 TO WRK-QT-CLASSE-B
                   WHEN OTHER
                         MOVE 'C' TO WRK-CLASSE
                         ADD 1 TO WRK-QT-CLASSE-C
             END-EVALUATE.

             IF AR-VALOR-MERC > ZEROS
                   COMPUTE WRK-PCT-FRETE ROUNDED =
                         AR-FRETE * 100 / AR-VALOR-MERC
             ELSE
                   MOVE ZEROS TO WRK-PCT-FRETE
             END-IF.

             COMPUTE WRK-MARGEM = AR-RECEITA-LIQ - AR-CUSTO-MERC.
             IF AR-QT-SEM-CUSTO > ZEROS
                   MOVE ' S/CMV' TO LD-MARGEM
                   ADD 1 TO WRK-QT-SEM-CMV
             ELSE
                   IF AR-RECEITA-LIQ > ZEROS
                         COMPUTE WRK-PCT-MARGEM ROUNDED =
                               WRK-MARGEM * 100 / AR-RECEITA-LIQ
                               ON SIZE ERROR
                                     MOVE -999,9 TO WRK-PCT-MARGEM
                         END-COMPUTE
                   ELSE
                         MOVE ZEROS TO WRK-PCT-MARGEM
                   END-IF
                   MOVE WRK-PCT-MARGEM TO WRK-MARGEM-ED
                   MOVE WRK-MARGEM-ED TO LD-MARGEM
                   ADD WRK-MARGEM TO WRK-TOT-MARGEM
             END-IF.

             PERFORM 5300-SOMAR-SALDO-PRODUTO.
             IF WRK-SALDO-PRODUTO > ZEROS AND AR-QTDE > ZEROS
                   COMPUTE WRK-COBERTURA =
                         WRK-SALDO-PRODUTO * WRK-DIAS-PERIODO
                         / AR-QTDE
                         ON SIZE ERROR MOVE 9999 TO WRK-COBERTURA
                   END-COMPUTE
             ELSE
                   MOVE ZEROS TO WRK-COBERTURA
             END-IF.
             IF WRK-COBERTURA > 9999
                   MOVE 9999 TO WRK-COBERTURA
             END-IF.

             MOVE SPACES TO LD-ALERTA.
             IF CLASSE-A AND WRK-COBERTURA < WRK-COBERTURA-MIN
                   MOVE '*COB' TO LD-ALERTA
                   ADD 1 TO WRK-QT-COB-BAIXA
             END-IF.

             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE WRK-CLASSE     TO LD-CLASSE.
             MOVE WRK-RANK       TO LD-RANK.
             MOVE AR-CODIGO      TO LD-CODIGO.
             MOVE AR-PRODUTO     TO LD-PRODUTO.
             MOVE AR-QTDE        TO LD-QTDE.
             MOVE AR-RECEITA-LIQ TO LD-RECEITA.
             MOVE WRK-PCT-ACUM   TO LD-PCT-ACUM.
             MOVE WRK-PCT-FRETE  TO LD-PCT-FRETE.
             MOVE WRK-COBERTURA  TO LD-COBERTURA.
             WRITE REL-CURVA-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

             ADD AR-VALOR-MERC TO WRK-TOT-MERC.
             ADD AR-FRETE TO WRK-TOT-FRETE.
             ADD AR-CUSTO-MERC TO WRK-TOT-CUSTO.
             PERFORM 5100-LER-ORDEM-RECEITA.

      *----------------------------------------------------------------
      * SALDO DO PRODUTO EM TODAS AS FILIAIS: A CHAVE DO
      * ESTOQUE-MASTER COMECA PELO PRODUTO, ENTAO AS FILIAIS DELE SAO
      * LIDAS EM SEQUENCIA A PARTIR DA FILIAL 00. SALDO NEGATIVO NAO
      * CONTA COMO COBERTURA.
      *----------------------------------------------------------------
       5300-SOMAR-SALDO-PRODUTO.
             MOVE ZEROS TO WRK-SALDO-PRODUTO.
             MOVE 'N' TO WRK-EOF-EST-SW.
             IF NOT ESTOQUE-ABERTO
                   MOVE 'S' TO WRK-EOF-EST-SW
             ELSE
                   MOVE AR-CODIGO TO ES-CODIGO
                   MOVE ZEROS TO ES-FILIAL
                   START ESTOQUE-MASTER KEY IS >= ES-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-EST-SW
                   END-START
             END-IF.
             PERFORM 5310-LER-SALDO.
             PERFORM 5320-SOMAR-SALDO UNTIL FIM-SALDOS-PRODUTO.

       5310-LER-SALDO.
             IF NOT FIM-SALDOS-PRODUTO
                   READ ESTOQUE-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-EST-SW
                   END-READ
             END-IF.
             IF NOT FIM-SALDOS-PRODUTO
                   AND ES-CODIGO NOT = AR-CODIGO
                   MOVE 'S' TO WRK-EOF-EST-SW
             END-IF.

       5320-SOMAR-SALDO.
             IF ES-SALDO > ZEROS
                   ADD ES-SALDO TO WRK-SALDO-PRODUTO
             END-IF.
             PERFORM 5310-LER-SALDO.

       6000-IMPRIMIR-TOTAIS.
             WRITE REL-CURVA-LINHA FROM SPACES.
             MOVE 'MERCADORIA FATURADA.....................'
                  TO LT-ROTULO.
             MOVE WRK-TOT-MERC TO LT-VALOR.
             WRITE REL-CURVA-LINHA FROM LINHA-TOTAL.
             MOVE 'RECEITA LIQUIDA (MERCADORIA - ICMS).....'
                  TO LT-ROTULO.
             MOVE WRK-TOT-RECEITA TO LT-VALOR.
             WRITE REL-CURVA-LINHA FROM LINHA-TOTAL.
             MOVE 'FRETE FATURADO..........................'
                  TO LT-ROTULO.
             MOVE WRK-TOT-FRETE TO LT-VALOR.
             WRITE REL-CURVA-LINHA FROM LINHA-TOTAL.
             MOVE 'CMV A CUSTO MEDIO.......................'
                  TO LT-ROTULO.
             MOVE WRK-TOT-CUSTO TO LT-VALOR.
             WRITE REL-CURVA-LINHA FROM LINHA-TOTAL.
             MOVE 'MARGEM (PRODUTOS COM CMV COMPLETO)......'
                  TO LT-ROTULO.
             MOVE WRK-TOT-MARGEM TO LT-VALOR.
             WRITE REL-CURVA-LINHA FROM LINHA-TOTAL.
             WRITE REL-CURVA-LINHA FROM SPACES.
             MOVE 'PRODUTOS CLASSE A.......................'
                  TO LC-ROTULO.
             MOVE WRK-QT-CLASSE-A TO LC-QTDE.
             WRITE REL-CURVA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PRODUTOS CLASSE B.......................'
                  TO LC-ROTULO.
             MOVE WRK-QT-CLASSE-B TO LC-QTDE.
             WRITE REL-CURVA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PRODUTOS CLASSE C.......................'
                  TO LC-ROTULO.
             MOVE WRK-QT-CLASSE-C TO LC-QTDE.
             WRITE REL-CURVA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'CLASSE A COM COBERTURA BAIXA (*COB).....'
                  TO LC-ROTULO.
             MOVE WRK-QT-COB-BAIXA TO LC-QTDE.
             WRITE REL-CURVA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PRODUTOS COM FATURA SEM CMV (S/CMV).....'
                  TO LC-ROTULO.
             MOVE WRK-QT-SEM-CMV TO LC-QTDE.
             WRITE REL-CURVA-LINHA FROM LINHA-CONTAGEM.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'CURVA ABC E RENTABILIDADE POR PRODUTO'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-CURVA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-CURVA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-CURVA-LINHA.
             STRING 'PERIODO: ' WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
                    ' (' WRK-DIAS-PERIODO ' DIAS)  COBERTURA MINIMA: '
                    WRK-COBERTURA-MIN ' DIAS'
                    DELIMITED BY SIZE INTO REL-CURVA-LINHA.
             WRITE REL-CURVA-LINHA.
             MOVE 'C RANK CODIGO PRODUTO         QTDE  RECEITA LIQ. %AC
      -    'UM FRT% MARG% COBER' TO REL-CURVA-LINHA.
             WRITE REL-CURVA-LINHA.
             MOVE ALL '-' TO REL-CURVA-LINHA.
             WRITE REL-CURVA-LINHA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-CURVA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-CURVA.
             DISPLAY 'CURVA ABC CONCLUIDA'.
             DISPLAY 'PERIODO.................: ' WRK-DATA-INICIAL
                     ' A ' WRK-DATA-FINAL.
             DISPLAY 'FATURAS DO PERIODO......: ' WRK-QT-FATURAS.
             DISPLAY 'PRODUTOS CLASSIFICADOS..: ' WRK-QT-PRODUTOS.
             DISPLAY 'CLASSE A / B / C........: ' WRK-QT-CLASSE-A
                     ' / ' WRK-QT-CLASSE-B ' / ' WRK-QT-CLASSE-C.
             DISPLAY 'CLASSE A COBERTURA BAIXA: ' WRK-QT-COB-BAIXA.

       END PROGRAM REL-CURVA-ABC.
