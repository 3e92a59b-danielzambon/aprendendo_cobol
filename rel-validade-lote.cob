      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO NOTURNO DE VALIDADE DOS LOTES - PERCORRE O
      *          SALDO POR LOTE (ESTOQLOT) E LISTA, POR FAIXA, OS
      *          LOTES AINDA COM SALDO JA VENCIDOS E OS QUE VENCEM
      *          NOS PROXIMOS 30, 60 E 90 DIAS, COM PRODUTO, FILIAL,
      *          FABRICACAO, VALIDADE, SALDO E DIAS ATE O VENCIMENTO
      *          (NEGATIVO PARA O JA VENCIDO), PARA O COMERCIAL
      *          ESCOAR O QUE ESTA PERTO DE VENCER E O ESTOQUE
      *          DESCARTAR O VENCIDO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LOTE SEM VALIDADE (99999999) E LOTE ZERADO NAO SAEM. CADA
      * FAIXA E UMA PASSADA PELO ESTOQLOT, QUE JA ESTA EM ORDEM DE
      * PRODUTO, FILIAL E VALIDADE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-VALIDADE-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-LOTE ASSIGN TO 'ESTOQLOT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EL-CHAVE
                  FILE STATUS IS WRK-FS-LOTE.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT REL-VALIDADE ASSIGN TO 'RELVALOT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-LOTE.
       COPY estoqlot.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  REL-VALIDADE.
       01  REL-VALIDADE-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-LOTE      PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LOTES           VALUE 'S'.
       77 WRK-LOTE-SW      PIC X(01) VALUE 'N'.
         88 LOTES-ABERTOS       VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-FAIXA-INI    PIC S9(07) VALUE ZEROS.
       77 WRK-FAIXA-FIM    PIC S9(07) VALUE ZEROS.
       77 WRK-QT-FAIXA     PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-FAIXA  PIC 9(09) VALUE ZEROS.
       77 WRK-QT-VENCIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-VENCER  PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-SECAO.
           05 LS-TITULO       PIC X(60).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-FILIAL       PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-LOTE         PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-FABRIC       PIC 9(08) BLANK WHEN ZERO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALIDADE     PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALDO        PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIAS         PIC ----9.
           05 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-SUBTOTAL.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'LOTES: '.
           05 LT-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(10) VALUE '   SALDO: '.
           05 LT-SALDO        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(35) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-VENCIDOS.
             MOVE ZEROS TO WRK-QT-A-VENCER.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 1000-ABRIR.
             PERFORM 8000-CABECALHO.

             MOVE 'LOTES VENCIDOS COM SALDO' TO LS-TITULO.
             MOVE -9999999 TO WRK-FAIXA-INI.
             MOVE -1 TO WRK-FAIXA-FIM.
             PERFORM 2000-LISTAR-FAIXA.
             MOVE WRK-QT-FAIXA TO WRK-QT-VENCIDOS.

             MOVE 'VENCEM EM ATE 30 DIAS' TO LS-TITULO.
             MOVE ZEROS TO WRK-FAIXA-INI.
             MOVE 30 TO WRK-FAIXA-FIM.
             PERFORM 2000-LISTAR-FAIXA.
             ADD WRK-QT-FAIXA TO WRK-QT-A-VENCER.

             MOVE 'VENCEM DE 31 A 60 DIAS' TO LS-TITULO.
             MOVE 31 TO WRK-FAIXA-INI.
             MOVE 60 TO WRK-FAIXA-FIM.
             PERFORM 2000-LISTAR-FAIXA.
             ADD WRK-QT-FAIXA TO WRK-QT-A-VENCER.

             MOVE 'VENCEM DE 61 A 90 DIAS' TO LS-TITULO.
             MOVE 61 TO WRK-FAIXA-INI.
             MOVE 90 TO WRK-FAIXA-FIM.
             PERFORM 2000-LISTAR-FAIXA.
             ADD WRK-QT-FAIXA TO WRK-QT-A-VENCER.

             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT ESTOQUE-LOTE.
             MOVE WRK-FS-LOTE TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-LOTE-SW
             ELSE
                   MOVE 'N' TO WRK-LOTE-SW
                   DISPLAY 'ESTOQLOT INEXISTENTE, NENHUM LOTE '
                           'CONTROLADO'
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN OUTPUT REL-VALIDADE.

       1100-LER-LOTE.
             IF NOT FIM-LOTES
                   READ ESTOQUE-LOTE NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       1300-BUSCAR-PRODUTO.
             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE EL-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.

      *----------------------------------------------------------------
      * UMA PASSADA PELO ESTOQLOT POR FAIXA: LOTE COM SALDO E COM
      * VALIDADE CUJOS DIAS ATE O VENCIMENTO (HOJE ATE A VALIDADE)
      * CAEM ENTRE WRK-FAIXA-INI E WRK-FAIXA-FIM.
      *----------------------------------------------------------------
       2000-LISTAR-FAIXA.
             MOVE ZEROS TO WRK-QT-FAIXA.
             MOVE ZEROS TO WRK-SALDO-FAIXA.
             PERFORM 8100-TITULO-SECAO.
             MOVE 'N' TO WRK-EOF-SW.
             IF NOT LOTES-ABERTOS
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   MOVE ZEROS TO EL-CODIGO
                   MOVE ZEROS TO EL-FILIAL
                   MOVE ZEROS TO EL-DATA-VALIDADE
                   MOVE LOW-VALUES TO EL-LOTE
                   START ESTOQUE-LOTE KEY IS >= EL-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.
             PERFORM 1100-LER-LOTE.
             PERFORM 2100-AVALIAR-LOTE UNTIL FIM-LOTES.
             MOVE WRK-QT-FAIXA TO LT-QTDE.
             MOVE WRK-SALDO-FAIXA TO LT-SALDO.
             PERFORM 8200-CONTROLAR-PAGINA.
             WRITE REL-VALIDADE-LINHA FROM LINHA-SUBTOTAL.
             ADD 1 TO WRK-LINHAS-PAGINA.

       2100-AVALIAR-LOTE.
             IF EL-SALDO > ZEROS
                AND NOT EL-SEM-VALIDADE
                   MOVE 'D' TO DA-OPERACAO
                   MOVE WRK-DATA-HOJE TO DA-DATA-1
                   MOVE EL-DATA-VALIDADE TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   IF DA-QT-DIAS >= WRK-FAIXA-INI
                      AND DA-QT-DIAS <= WRK-FAIXA-FIM
                         PERFORM 2200-IMPRIMIR-LOTE
                   END-IF
             END-IF.
             PERFORM 1100-LER-LOTE.

       2200-IMPRIMIR-LOTE.
             ADD 1 TO WRK-QT-FAIXA.
             ADD EL-SALDO TO WRK-SALDO-FAIXA.
             PERFORM 1300-BUSCAR-PRODUTO.
             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE EL-CODIGO TO LD-CODIGO.
             IF PRODUTO-ENCONTRADO
                   MOVE PM-PRODUTO TO LD-PRODUTO
             ELSE
                   MOVE 'PRODUTO SEM CADASTRO' TO LD-PRODUTO
             END-IF.
             MOVE EL-FILIAL        TO LD-FILIAL.
             MOVE EL-LOTE          TO LD-LOTE.
             MOVE EL-DATA-FABRIC   TO LD-FABRIC.
             MOVE EL-DATA-VALIDADE TO LD-VALIDADE.
             MOVE EL-SALDO         TO LD-SALDO.
             MOVE DA-QT-DIAS       TO LD-DIAS.
             WRITE REL-VALIDADE-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'VALIDADE DOS LOTES EM ESTOQUE' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-VALIDADE-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-VALIDADE-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'CODIGO PRODUTO                FI LOTE         FABRIC.
      -    '  VALIDADE   SALDO  DIAS' TO REL-VALIDADE-LINHA.
             WRITE REL-VALIDADE-LINHA.
             MOVE ALL '-' TO REL-VALIDADE-LINHA.
             WRITE REL-VALIDADE-LINHA.

       8100-TITULO-SECAO.
             PERFORM 8200-CONTROLAR-PAGINA.
             WRITE REL-VALIDADE-LINHA FROM SPACES.
             WRITE REL-VALIDADE-LINHA FROM LINHA-SECAO.
             ADD 2 TO WRK-LINHAS-PAGINA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-VALIDADE-LINHA FROM RPT-RODAPE-PADRAO.
             IF LOTES-ABERTOS
                   CLOSE ESTOQUE-LOTE
             END-IF.
             IF WRK-FS-PRODUTO NOT = '35'
                   CLOSE PRODUTO-MASTER
             END-IF.
             CLOSE REL-VALIDADE.
             DISPLAY 'RELATORIO DE VALIDADE DOS LOTES CONCLUIDO'.
             DISPLAY 'LOTES VENCIDOS COM SALDO: ' WRK-QT-VENCIDOS.
             DISPLAY 'LOTES A VENCER EM 90 D..: ' WRK-QT-A-VENCER.

       END PROGRAM REL-VALIDADE-LOTE.
