      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DE RETORNO DO BANCO SOBRE A
      *          REMESSA DE PAGAMENTOS (PAGTO-REMESSA): BAIXA COMO
      *          PAGO ('P', COM A DATA DO DEBITO) CADA TITULO DO
      *          CONTAS-PAGAR QUE O BANCO PAGOU, DEVOLVE PARA ABERTO
      *          ('A') O QUE O BANCO RECUSOU E IMPRIME NO CONSOLE A
      *          LISTA DE EXCECOES. A CONTABILIZACAO DA BAIXA (D
      *          FORNECEDORES C BANCOS) SAI NO CONTAB-DIARIO DO DIA
      *          DO PAGAMENTO, NO LANCTOS QUE O CONCILIA-BANCO CONFERE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O RETORNO (PAGRET) TRAZ A CHAVE DO TITULO (ORIGEM, CREDOR,
      * DOCUMENTO E PARCELA, COMO FOI NA REMESSA), STATUS ('P'/'R'),
      * DATA DO DEBITO E MOTIVO. SO TITULO REMETIDO ('R') ACEITA
      * RETORNO; OS DEMAIS SAEM NA LISTA DE EXCECOES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - O RETORNO PASSA A RODAR COM A RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO, QUE CARIMBA O JORNAL
      *                 DO CPAGAR: O ESTORNA-EXECUCAO DEVOLVE OS TITULOS
      *                 A REMETIDO ('R') PELO NUMERO DA RODADA, ANTES DO
      *                 CONTAB-DIARIO LANCAR A BAIXA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTO-RETORNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-RETORNO-ARQ ASSIGN TO 'PAGRET'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RETORNO.

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-RETORNO-ARQ.
       01  PAGTO-RETORNO-REC.
           05 RT-CHAVE.
              10 RT-ORIGEM     PIC X(01).
              10 RT-CREDOR     PIC X(06).
              10 RT-DOCUMENTO  PIC 9(09).
              10 RT-PARCELA    PIC 9(02).
           05 RT-STATUS        PIC X(01).
             88 RT-PAGAMENTO-EFETUADO  VALUE 'P'.
             88 RT-PAGAMENTO-RECUSADO  VALUE 'R'.
           05 RT-DATA-PAGTO    PIC 9(08).
           05 RT-MOTIVO        PIC X(20).

       FD  CONTAS-PAGAR.
       COPY cpagar.

       WORKING-STORAGE SECTION.

       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-RETORNO         VALUE 'S'.

       77 WRK-QT-RETORNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PAGO   PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-RETORNOS.
             MOVE ZEROS TO WRK-QT-PAGOS.
             MOVE ZEROS TO WRK-QT-DEVOLVIDOS.
             MOVE ZEROS TO WRK-QT-SEM-TITULO.
             MOVE ZEROS TO WRK-TOTAL-PAGO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             DISPLAY ' '.
             DISPLAY '**** EXCECOES DO RETORNO DE PAGAMENTOS ****'.
             PERFORM 1100-LER-RETORNO.
             PERFORM 2000-APLICAR-RETORNO UNTIL FIM-RETORNO.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT PAGTO-RETORNO-ARQ.
             MOVE WRK-FS-RETORNO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'NENHUM RETORNO DO BANCO A PROCESSAR'
             END-IF.
             OPEN I-O CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CPAGAR INEXISTENTE, NADA A APLICAR'
             END-IF.

       1100-LER-RETORNO.
             IF NOT FIM-RETORNO
                   READ PAGTO-RETORNO-ARQ
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * CADA LINHA DO RETORNO LOCALIZA O TITULO DIRETO PELA CHAVE E
      * REGRAVA SO ELE, COM A IMAGEM ANTES/DEPOIS NO JORNAL.
      *----------------------------------------------------------------
       2000-APLICAR-RETORNO.
             ADD 1 TO WRK-QT-RETORNOS.
             MOVE RT-CHAVE TO PG-CHAVE.
             READ CONTAS-PAGAR
                   INVALID KEY
                         ADD 1 TO WRK-QT-SEM-TITULO
                         DISPLAY 'RETORNO SEM TITULO NO CPAGAR: '
                                 RT-CHAVE
                   NOT INVALID KEY
                         PERFORM 2100-BAIXAR-TITULO
             END-READ.
             PERFORM 1100-LER-RETORNO.

       2100-BAIXAR-TITULO.
             IF NOT PG-REMETIDO
                   ADD 1 TO WRK-QT-SEM-TITULO
                   DISPLAY 'RETORNO PARA TITULO NAO REMETIDO '
                           '(STATUS ' PG-STATUS '): ' RT-CHAVE
             ELSE
                   MOVE PAGAR-REC TO JP-ANTES
                   MOVE WRK-DATA-HOJE TO PG-DATA-STATUS
                   IF RT-PAGAMENTO-EFETUADO
                         MOVE 'P' TO PG-STATUS
                         IF RT-DATA-PAGTO = ZEROS
                               MOVE WRK-DATA-HOJE TO PG-DATA-PAGTO
                         ELSE
                               MOVE RT-DATA-PAGTO TO PG-DATA-PAGTO
                         END-IF
                         ADD 1 TO WRK-QT-PAGOS
                         ADD PG-VALOR TO WRK-TOTAL-PAGO
                   ELSE
                         MOVE 'A' TO PG-STATUS
                         MOVE SPACES TO PG-APROVADOR
                         ADD 1 TO WRK-QT-DEVOLVIDOS
                         DISPLAY 'PAGAMENTO RECUSADO, TITULO VOLTA '
                                 'PARA ABERTO: ' RT-CHAVE
                                 ' MOTIVO: ' RT-MOTIVO
                   END-IF
                   REWRITE PAGAR-REC
                   MOVE 'A' TO JP-OPERACAO
                   MOVE PAGAR-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'PAGTO-RETORNO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       8800-GRAVAR-JORNAL.
             MOVE 'CPAGAR' TO JP-ARQUIVO.
             MOVE 'PAGTO-RETORNO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             IF WRK-FS-RETORNO NOT = '35'
                   CLOSE PAGTO-RETORNO-ARQ
             END-IF.
             IF WRK-FS-PAGAR NOT = '35'
                   CLOSE CONTAS-PAGAR
             END-IF.
             DISPLAY ' '.
             DISPLAY 'PROCESSAMENTO DE RETORNO CONCLUIDO'.
             DISPLAY 'LINHAS DE RETORNO.......: ' WRK-QT-RETORNOS.
             DISPLAY 'TITULOS PAGOS...........: ' WRK-QT-PAGOS.
             DISPLAY 'VALOR PAGO..............: ' WRK-TOTAL-PAGO.
             DISPLAY 'PAGAMENTOS RECUSADOS....: ' WRK-QT-DEVOLVIDOS.
             DISPLAY 'RETORNOS SEM TITULO.....: ' WRK-QT-SEM-TITULO.

       END PROGRAM PAGTO-RETORNO.
