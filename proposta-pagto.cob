      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: PROPOSTA SEMANAL DE PAGAMENTOS - LISTA OS TITULOS EM
      *          ABERTO DO CONTAS-PAGAR (CPAGAR) VENCIDOS OU A VENCER
      *          DENTRO DO HORIZONTE INFORMADO, EM ORDEM DE VENCIMENTO
      *          COM SUBTOTAL POR DIA E TOTAL GERAL, PARA O
      *          SUPERVISOR ESCOLHER NO APROVA-PAGTO O QUE VAI NA
      *          PROXIMA REMESSA AO BANCO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS TITULOS ESCOLHIDOS SAO GRAVADOS NO ARQUIVO DE TRABALHO
      * PROPTRAB E ORDENADOS POR VENCIMENTO, ORIGEM E CREDOR (SORT
      * PARA O PROPORD). TITULO SEM AGENCIA/CONTA SAI MARCADO, POIS
      * O PAGTO-REMESSA NAO CONSEGUE REMETE-LO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSTA-PAGTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

           SELECT PROPOSTA-TRAB ASSIGN TO 'PROPTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT PROPOSTA-ORDENADA ASSIGN TO 'PROPORD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADA.

           SELECT SORT-PROPOSTA ASSIGN TO 'PROPSRT'.

           SELECT REL-PROPOSTA ASSIGN TO 'RELPROPG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
       COPY cpagar.

       FD  PROPOSTA-TRAB.
       01  PROPOSTA-TRAB-REC.
           05 PT-VENCIMENTO    PIC 9(08).
           05 PT-ORIGEM        PIC X(01).
           05 PT-CREDOR        PIC X(06).
           05 PT-DOCUMENTO     PIC 9(09).
           05 PT-PARCELA       PIC 9(02).
           05 PT-VALOR         PIC 9(08)V99.
           05 PT-SEM-CONTA     PIC X(01).

       SD  SORT-PROPOSTA.
       01  SORT-PROPOSTA-REC.
           05 SRT-VENCIMENTO   PIC 9(08).
           05 SRT-ORIGEM       PIC X(01).
           05 SRT-CREDOR       PIC X(06).
           05 SRT-DOCUMENTO    PIC 9(09).
           05 SRT-PARCELA      PIC 9(02).
           05 SRT-VALOR        PIC 9(08)V99.
           05 SRT-SEM-CONTA    PIC X(01).

       FD  PROPOSTA-ORDENADA.
       01  PROPOSTA-ORDENADA-REC.
           05 PO-VENCIMENTO    PIC 9(08).
           05 PO-ORIGEM        PIC X(01).
           05 PO-CREDOR        PIC X(06).
           05 PO-DOCUMENTO     PIC 9(09).
           05 PO-PARCELA       PIC 9(02).
           05 PO-VALOR         PIC 9(08)V99.
           05 PO-SEM-CONTA     PIC X(01).
             88 PO-FALTA-CONTA      VALUE 'S'.

       FD  REL-PROPOSTA.
       01  REL-PROPOSTA-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADA  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PAG-SW   PIC X(01) VALUE 'N'.
         88 FIM-PAGAR           VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDENADA        VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-TITULO     VALUE 'S'.

       77 WRK-HORIZONTE    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77 WRK-VENCTO-ANT   PIC 9(08) VALUE ZEROS.
       77 WRK-SUBTOTAL     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-TITULOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 LD-VENCIMENTO   PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-ORIGEM       PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CREDOR       PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DOCUMENTO    PIC 9(09).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PARCELA      PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-OBSERVACAO   PIC X(20).
           05 FILLER          PIC X(15) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(30).
           05 LT-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(34) VALUE SPACES.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-PAG-SW.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE ZEROS TO WRK-SUBTOTAL.
             MOVE ZEROS TO WRK-TOTAL-GERAL.
             MOVE ZEROS TO WRK-TOT-VENCIDO.
             MOVE ZEROS TO WRK-QT-TITULOS.
             MOVE ZEROS TO WRK-QT-SEM-CONTA.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'HORIZONTE DA PROPOSTA EM DIAS (ZERO=7): '
             ACCEPT WRK-HORIZONTE.
             IF WRK-HORIZONTE = ZEROS
                   MOVE 7 TO WRK-HORIZONTE
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-HOJE TO DA-DATA-1.
             MOVE WRK-HORIZONTE TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-DATA-LIMITE.

             PERFORM 1000-SELECIONAR-TITULOS.
             PERFORM 2000-ORDENAR-TITULOS.
             PERFORM 3000-IMPRIMIR-PROPOSTA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * ENTRAM OS TITULOS EM ABERTO COM VENCIMENTO ATE A DATA LIMITE,
      * INCLUSIVE OS JA VENCIDOS E NAO PAGOS.
      *----------------------------------------------------------------
       1000-SELECIONAR-TITULOS.
             OPEN OUTPUT PROPOSTA-TRAB.
             OPEN INPUT CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-PAG-SW
                   DISPLAY 'CPAGAR AUSENTE, NADA A PROPOR'
             ELSE
                   PERFORM 1100-LER-PAGAR
                   PERFORM 1200-AVALIAR-TITULO UNTIL FIM-PAGAR
                   CLOSE CONTAS-PAGAR
             END-IF.
             CLOSE PROPOSTA-TRAB.

       1100-LER-PAGAR.
             READ CONTAS-PAGAR NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-PAG-SW
             END-READ.

       1200-AVALIAR-TITULO.
             IF PG-ABERTO AND PG-VENCIMENTO <= WRK-DATA-LIMITE
                   MOVE PG-VENCIMENTO TO PT-VENCIMENTO
                   MOVE PG-ORIGEM     TO PT-ORIGEM
                   MOVE PG-CREDOR     TO PT-CREDOR
                   MOVE PG-DOCUMENTO  TO PT-DOCUMENTO
                   MOVE PG-PARCELA    TO PT-PARCELA
                   MOVE PG-VALOR      TO PT-VALOR
                   IF PG-CONTA = ZEROS
                         MOVE 'S' TO PT-SEM-CONTA
                   ELSE
                         MOVE 'N' TO PT-SEM-CONTA
                   END-IF
                   WRITE PROPOSTA-TRAB-REC
             END-IF.
             PERFORM 1100-LER-PAGAR.

       2000-ORDENAR-TITULOS.
             SORT SORT-PROPOSTA
                   ON ASCENDING KEY  SRT-VENCIMENTO
                                     SRT-ORIGEM
                                     SRT-CREDOR
                                     SRT-DOCUMENTO
                                     SRT-PARCELA
                   USING PROPOSTA-TRAB
                   GIVING PROPOSTA-ORDENADA.

       3000-IMPRIMIR-PROPOSTA.
             OPEN OUTPUT REL-PROPOSTA.
             PERFORM 8000-CABECALHO.
             OPEN INPUT PROPOSTA-ORDENADA.
             PERFORM 3100-LER-ORDENADA.
             PERFORM 3200-IMPRIMIR-TITULO UNTIL FIM-ORDENADA.
             CLOSE PROPOSTA-ORDENADA.
             IF NOT PRIMEIRO-TITULO
                   PERFORM 3300-SUBTOTAL-DIA
             END-IF.
             PERFORM 3400-TOTAIS.

       3100-LER-ORDENADA.
             READ PROPOSTA-ORDENADA
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3200-IMPRIMIR-TITULO.
             IF NOT PRIMEIRO-TITULO
                   AND PO-VENCIMENTO NOT = WRK-VENCTO-ANT
                   PERFORM 3300-SUBTOTAL-DIA
             END-IF.
             MOVE 'N' TO WRK-PRIMEIRO-SW.
             MOVE PO-VENCIMENTO TO WRK-VENCTO-ANT.

             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE PO-VENCIMENTO TO LD-VENCIMENTO.
             MOVE PO-ORIGEM     TO LD-ORIGEM.
             MOVE PO-CREDOR     TO LD-CREDOR.
             MOVE PO-DOCUMENTO  TO LD-DOCUMENTO.
             MOVE PO-PARCELA    TO LD-PARCELA.
             MOVE PO-VALOR      TO LD-VALOR.
             MOVE SPACES        TO LD-OBSERVACAO.
             IF PO-VENCIMENTO < WRK-DATA-HOJE
                   MOVE 'VENCIDO' TO LD-OBSERVACAO
                   ADD PO-VALOR TO WRK-TOT-VENCIDO
             END-IF.
             IF PO-FALTA-CONTA
                   MOVE 'SEM DOMICILIO BANC.' TO LD-OBSERVACAO
                   ADD 1 TO WRK-QT-SEM-CONTA
             END-IF.
             WRITE REL-PROPOSTA-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD PO-VALOR TO WRK-SUBTOTAL.
             ADD PO-VALOR TO WRK-TOTAL-GERAL.
             ADD 1 TO WRK-QT-TITULOS.
             PERFORM 3100-LER-ORDENADA.

       3300-SUBTOTAL-DIA.
             MOVE 'SUBTOTAL DO VENCIMENTO........' TO LT-ROTULO.
             MOVE WRK-SUBTOTAL TO LT-VALOR.
             WRITE REL-PROPOSTA-LINHA FROM LINHA-TOTAL.
             WRITE REL-PROPOSTA-LINHA FROM SPACES.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE ZEROS TO WRK-SUBTOTAL.

       3400-TOTAIS.
             WRITE REL-PROPOSTA-LINHA FROM SPACES.
             MOVE 'TOTAL JA VENCIDO..............' TO LT-ROTULO.
             MOVE WRK-TOT-VENCIDO TO LT-VALOR.
             WRITE REL-PROPOSTA-LINHA FROM LINHA-TOTAL.
             MOVE 'TOTAL GERAL DA PROPOSTA.......' TO LT-ROTULO.
             MOVE WRK-TOTAL-GERAL TO LT-VALOR.
             WRITE REL-PROPOSTA-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'PROPOSTA DE PAGAMENTOS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PROPOSTA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-PROPOSTA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'VENCTO   O CREDOR DOCUMENTO PC         VALOR OBSERVAC
      -    'AO' TO REL-PROPOSTA-LINHA.
             WRITE REL-PROPOSTA-LINHA.
             MOVE ALL '-' TO REL-PROPOSTA-LINHA.
             WRITE REL-PROPOSTA-LINHA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-PROPOSTA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-PROPOSTA.
             DISPLAY 'PROPOSTA DE PAGAMENTOS CONCLUIDA'.
             DISPLAY 'VENCIMENTOS ATE.........: ' WRK-DATA-LIMITE.
             DISPLAY 'TITULOS PROPOSTOS.......: ' WRK-QT-TITULOS.
             DISPLAY 'VALOR TOTAL PROPOSTO....: ' WRK-TOTAL-GERAL.
             DISPLAY 'SEM DOMICILIO BANCARIO..: ' WRK-QT-SEM-CONTA.

       END PROGRAM PROPOSTA-PAGTO.
