      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: GERACAO DO ARQUIVO DE REMESSA DE PAGAMENTOS AO BANCO -
      *          UMA ORDEM DE PAGAMENTO POR TITULO DO CONTAS-PAGAR
      *          SELECIONADO NO APROVA-PAGTO, COM AGENCIA E CONTA DO
      *          CREDOR, NO MESMO MOLDE DA REMESSA SALARIAL DO
      *          FOLHA-REMESSA. O TITULO REMETIDO PASSA PARA 'R' E
      *          AGUARDA O RETORNO DO BANCO (PAGTO-RETORNO).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * TITULO SELECIONADO SEM AGENCIA/CONTA SAI AVISADO NO CONSOLE E
      * FORA DA REMESSA, CONTINUANDO SELECIONADO ATE O DOMICILIO SER
      * ACERTADO. A DATA DE PAGAMENTO PEDIDA AO BANCO E O VENCIMENTO,
      * OU A DATA DA GERACAO QUANDO O TITULO JA VENCEU.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTO-REMESSA.
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

           SELECT PAGTO-REMESSA-ARQ ASSIGN TO 'PAGREM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REMESSA.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
       COPY cpagar.

       FD  PAGTO-REMESSA-ARQ.
       01  PAGTO-REMESSA-REC.
           05 PR-CHAVE.
              10 PR-ORIGEM     PIC X(01).
              10 PR-CREDOR     PIC X(06).
              10 PR-DOCUMENTO  PIC 9(09).
              10 PR-PARCELA    PIC 9(02).
           05 PR-AGENCIA       PIC 9(04).
           05 PR-CONTA         PIC 9(08).
           05 PR-VALOR         PIC 9(08)V99.
           05 PR-DATA-PAGTO    PIC 9(08).
           05 PR-DATA-GERACAO  PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-PAGAR           VALUE 'S'.

       77 WRK-QT-ORDENS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-ORDENS.
             MOVE ZEROS TO WRK-QT-SEM-CONTA.
             MOVE ZEROS TO WRK-TOTAL-REMESSA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-PAGAR.
             PERFORM 2000-GERAR-ORDEM UNTIL FIM-PAGAR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN I-O CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CPAGAR AUSENTE, NADA A REMETER'
             END-IF.
             OPEN OUTPUT PAGTO-REMESSA-ARQ.

       1100-LER-PAGAR.
             IF NOT FIM-PAGAR
                   READ CONTAS-PAGAR NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-GERAR-ORDEM.
             IF PG-SELECIONADO
                   IF PG-CONTA > ZEROS
                         PERFORM 2100-GRAVAR-ORDEM
                   ELSE
                         ADD 1 TO WRK-QT-SEM-CONTA
                         DISPLAY 'SEM DOMICILIO BANCARIO, FORA DA '
                                 'REMESSA: ' PG-CHAVE
                   END-IF
             END-IF.
             PERFORM 1100-LER-PAGAR.

       2100-GRAVAR-ORDEM.
             MOVE PG-ORIGEM     TO PR-ORIGEM.
             MOVE PG-CREDOR     TO PR-CREDOR.
             MOVE PG-DOCUMENTO  TO PR-DOCUMENTO.
             MOVE PG-PARCELA    TO PR-PARCELA.
             MOVE PG-AGENCIA    TO PR-AGENCIA.
             MOVE PG-CONTA      TO PR-CONTA.
             MOVE PG-VALOR      TO PR-VALOR.
             IF PG-VENCIMENTO < WRK-DATA-HOJE
                   MOVE WRK-DATA-HOJE TO PR-DATA-PAGTO
             ELSE
                   MOVE PG-VENCIMENTO TO PR-DATA-PAGTO
             END-IF.
             MOVE WRK-DATA-HOJE TO PR-DATA-GERACAO.
             WRITE PAGTO-REMESSA-REC.
             ADD 1 TO WRK-QT-ORDENS.
             ADD PG-VALOR TO WRK-TOTAL-REMESSA.

             MOVE PAGAR-REC     TO JP-ANTES.
             MOVE 'R'           TO PG-STATUS.
             MOVE WRK-DATA-HOJE TO PG-DATA-STATUS.
             REWRITE PAGAR-REC.
             MOVE 'A' TO JP-OPERACAO.
             MOVE PAGAR-REC TO JP-DEPOIS.
             PERFORM 8800-GRAVAR-JORNAL.

       8800-GRAVAR-JORNAL.
             MOVE 'CPAGAR' TO JP-ARQUIVO.
             MOVE 'PAGTO-REMESSA' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             IF WRK-FS-PAGAR NOT = '35'
                   CLOSE CONTAS-PAGAR
             END-IF.
             CLOSE PAGTO-REMESSA-ARQ.
             DISPLAY 'GERACAO DE REMESSA DE PAGAMENTOS CONCLUIDA'.
             DISPLAY 'ORDENS DE PAGAMENTO.....: ' WRK-QT-ORDENS.
             DISPLAY 'VALOR TOTAL DA REMESSA..: ' WRK-TOTAL-REMESSA.
             DISPLAY 'SEM DOMICILIO BANCARIO..: ' WRK-QT-SEM-CONTA.

       END PROGRAM PAGTO-REMESSA.
