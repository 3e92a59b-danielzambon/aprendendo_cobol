      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO DIARIO DA FILA DE BACKORDER - LISTA OS
      *          PEDIDOS LIBERADOS HOJE (ENTRADA DE ESTOQUE ALOCADA
      *          PELO ALOCA-BACKORDER, JA COM A UNIDADE RESERVADA E
      *          PRONTOS PARA FATURAR) E OS QUE CONTINUAM AGUARDANDO
      *          ESTOQUE, COM OS DIAS DE ESPERA DESDE A DATA DO
      *          PEDIDO, PARA A EXPEDICAO SEPARAR O QUE CHEGOU E O
      *          COMPRADOR COBRAR O QUE ESTA PARADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A FILA (BACKORD) E LIDA NA ORDEM DA CHAVE: PRODUTO, FILIAL E
      * DATA DO PEDIDO, QUE E A ORDEM EM QUE A ALOCACAO LIBERA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-BACKORDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILA ASSIGN TO 'BACKORD'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-CHAVE
                  FILE STATUS IS WRK-FS-BACKORD.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT REL-BACKORDER ASSIGN TO 'RELBACKO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILA.
       COPY backord.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  REL-BACKORDER.
       01  REL-BACKORDER-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-BACKORD   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-FILA            VALUE 'S'.
       77 WRK-FILA-SW      PIC X(01) VALUE 'N'.
         88 FILA-ABERTA         VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-QT-LIBERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AGUARDANDO PIC 9(05) VALUE ZEROS.
       77 WRK-MAIOR-ESPERA PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS         PIC 9(04) VALUE ZEROS.
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
           05 LD-NUMERO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DATA-PEDIDO  PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DATA-FILA    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DATA-LIB     PIC 9(08) BLANK WHEN ZERO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIAS         PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LC-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-LIBERADOS.
             MOVE ZEROS TO WRK-QT-AGUARDANDO.
             MOVE ZEROS TO WRK-MAIOR-ESPERA.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 1000-ABRIR.
             PERFORM 8000-CABECALHO.

             MOVE 'LIBERADOS HOJE - UNIDADE RESERVADA, PRONTOS PARA FATU
      -    'RAR' TO LS-TITULO.
             PERFORM 8100-TITULO-SECAO.
             PERFORM 1200-POSICIONAR-FILA.
             PERFORM 1100-LER-FILA.
             PERFORM 2000-LISTAR-LIBERADO UNTIL FIM-FILA.

             MOVE 'AGUARDANDO ESTOQUE - DIAS DE ESPERA DESDE O PEDIDO'
                  TO LS-TITULO.
             PERFORM 8100-TITULO-SECAO.
             PERFORM 1200-POSICIONAR-FILA.
             PERFORM 1100-LER-FILA.
             PERFORM 3000-LISTAR-AGUARDANDO UNTIL FIM-FILA.

             PERFORM 7000-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT BACKORDER-FILA.
             MOVE WRK-FS-BACKORD TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-FILA-SW
             ELSE
                   MOVE 'N' TO WRK-FILA-SW
                   DISPLAY 'FILA DE BACKORDER INEXISTENTE, NENHUM '
                           'PEDIDO AGUARDANDO ESTOQUE'
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN OUTPUT REL-BACKORDER.

       1100-LER-FILA.
             IF NOT FIM-FILA
                   READ BACKORDER-FILA NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       1200-POSICIONAR-FILA.
             MOVE 'N' TO WRK-EOF-SW.
             IF NOT FILA-ABERTA
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   MOVE ZEROS TO BO-CHAVE
                   START BACKORDER-FILA KEY IS >= BO-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.

       1300-BUSCAR-PRODUTO.
             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE BO-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.

       2000-LISTAR-LIBERADO.
             IF BO-LIBERADO
                   AND BO-DATA-LIBERACAO = WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-LIBERADOS
                   MOVE BO-DATA-LIBERACAO TO DA-DATA-2
                   PERFORM 4000-IMPRIMIR-DETALHE
             END-IF.
             PERFORM 1100-LER-FILA.

       3000-LISTAR-AGUARDANDO.
             IF BO-AGUARDANDO
                   ADD 1 TO WRK-QT-AGUARDANDO
                   MOVE WRK-DATA-HOJE TO DA-DATA-2
                   PERFORM 4000-IMPRIMIR-DETALHE
                   IF WRK-DIAS > WRK-MAIOR-ESPERA
                         MOVE WRK-DIAS TO WRK-MAIOR-ESPERA
                   END-IF
             END-IF.
             PERFORM 1100-LER-FILA.

      *----------------------------------------------------------------
      * DIAS DE ESPERA: DA DATA DO PEDIDO ATE A LIBERACAO (LIBERADO)
      * OU ATE HOJE (AGUARDANDO); O CHAMADOR JA PREENCHEU DA-DATA-2.
      *----------------------------------------------------------------
       4000-IMPRIMIR-DETALHE.
             MOVE 'D' TO DA-OPERACAO.
             MOVE BO-DATA-PEDIDO TO DA-DATA-1.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             IF DA-QT-DIAS > ZEROS
                   MOVE DA-QT-DIAS TO WRK-DIAS
             ELSE
                   MOVE ZEROS TO WRK-DIAS
             END-IF.
             PERFORM 1300-BUSCAR-PRODUTO.
             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE BO-CODIGO TO LD-CODIGO.
             IF PRODUTO-ENCONTRADO
                   MOVE PM-PRODUTO TO LD-PRODUTO
             ELSE
                   MOVE 'PRODUTO SEM CADASTRO' TO LD-PRODUTO
             END-IF.
             MOVE BO-FILIAL         TO LD-FILIAL.
             MOVE BO-NUMERO         TO LD-NUMERO.
             MOVE BO-CLIENTE        TO LD-CLIENTE.
             MOVE BO-DATA-PEDIDO    TO LD-DATA-PEDIDO.
             MOVE BO-DATA-FILA      TO LD-DATA-FILA.
             MOVE BO-DATA-LIBERACAO TO LD-DATA-LIB.
             MOVE WRK-DIAS          TO LD-DIAS.
             WRITE REL-BACKORDER-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

       7000-TOTAIS.
             WRITE REL-BACKORDER-LINHA FROM SPACES.
             MOVE 'PEDIDOS LIBERADOS HOJE..................'
                  TO LC-ROTULO.
             MOVE WRK-QT-LIBERADOS TO LC-QTDE.
             WRITE REL-BACKORDER-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PEDIDOS AGUARDANDO ESTOQUE..............'
                  TO LC-ROTULO.
             MOVE WRK-QT-AGUARDANDO TO LC-QTDE.
             WRITE REL-BACKORDER-LINHA FROM LINHA-CONTAGEM.
             MOVE 'MAIOR ESPERA EM DIAS....................'
                  TO LC-ROTULO.
             MOVE WRK-MAIOR-ESPERA TO LC-QTDE.
             WRITE REL-BACKORDER-LINHA FROM LINHA-CONTAGEM.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'BACKORDER - LIBERADOS E PENDENTES'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-BACKORDER-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-BACKORDER-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'CODIGO PRODUTO                FI PEDIDO CLIENT DT.PED
      -    'ID DT.FILA  DT.LIBER DIAS' TO REL-BACKORDER-LINHA.
             WRITE REL-BACKORDER-LINHA.
             MOVE ALL '-' TO REL-BACKORDER-LINHA.
             WRITE REL-BACKORDER-LINHA.

       8100-TITULO-SECAO.
             PERFORM 8200-CONTROLAR-PAGINA.
             WRITE REL-BACKORDER-LINHA FROM SPACES.
             WRITE REL-BACKORDER-LINHA FROM LINHA-SECAO.
             ADD 2 TO WRK-LINHAS-PAGINA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-BACKORDER-LINHA FROM RPT-RODAPE-PADRAO.
             IF FILA-ABERTA
                   CLOSE BACKORDER-FILA
             END-IF.
             IF WRK-FS-PRODUTO NOT = '35'
                   CLOSE PRODUTO-MASTER
             END-IF.
             CLOSE REL-BACKORDER.
             DISPLAY 'RELATORIO DE BACKORDER CONCLUIDO'.
             DISPLAY 'PEDIDOS LIBERADOS HOJE..: ' WRK-QT-LIBERADOS.
             DISPLAY 'PEDIDOS AGUARDANDO......: ' WRK-QT-AGUARDANDO.
             DISPLAY 'MAIOR ESPERA (DIAS).....: ' WRK-MAIOR-ESPERA.

       END PROGRAM REL-BACKORDER.
