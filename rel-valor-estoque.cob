      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: VALORIZACAO MENSAL DO ESTOQUE - QUANTIDADE x CUSTO
      *          MEDIO PONDERADO DE CADA SALDO DO ESTOQUE-MASTER, EM
      *          ORDEM DE FILIAL E PRODUTO COM SUBTOTAL POR FILIAL,
      *          MAIS O QUE ESTA EM TRANSITO ENTRE FILIAIS NO
      *          TRANSFER-MASTER (PELO CUSTO CONGELADO NO DOCUMENTO).
      *          O TOTAL E CONFRONTADO COM O SALDO FINAL DA CONTA 1104
      *          ESTOQUE DE MERCADORIAS NO SALDOMES DA COMPETENCIA
      *          INFORMADA (CONTAB-FECHA-MES), COM A DIFERENCA A
      *          CONCILIAR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODAR NO FECHAMENTO DO MES, DEPOIS DO CONTAB-FECHA-MES E ANTES
      * DO PRIMEIRO MOVIMENTO DO MES SEGUINTE: O ESTOQUE-MASTER SO TEM
      * A FOTOGRAFIA DO MOMENTO. DIFERENCA CONTRA A CONTABILIDADE VEM
      * DO QUE MEXE NA QUANTIDADE SEM PASSAR PELO DIARIO (AJUSTE DE
      * INVENTARIO, ENTRADA MANUAL SEM CUSTO NO ESTOQTRA) OU DE
      * FATURA EMITIDA SEM CUSTO MEDIO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LAYOUT DO TRANSFER ACOMPANHA O LOTE DO DOCUMENTO
      *                 (TR-LOTE, TR-DATA-FABRIC, TR-DATA-VALIDADE, TR-
      *                 QTDE-LOTE).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-VALOR-ESTOQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-CHAVE
                  FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT TRANSFER-MASTER ASSIGN TO 'TRANSFER'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TR-NUMERO
                  FILE STATUS IS WRK-FS-TRANSFER.

           SELECT SALDO-MENSAL ASSIGN TO 'SALDOMES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SALDO.

           SELECT VALOR-TRAB ASSIGN TO 'VLESTTRB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT VALOR-ORDENADO ASSIGN TO 'VLESTORD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADO.

           SELECT SORT-VALOR ASSIGN TO 'VLESTSRT'.

           SELECT REL-VALOR ASSIGN TO 'RELVLEST'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MASTER.
       COPY estoqmst.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  TRANSFER-MASTER.
       01  TRANSFER-MASTER-REC.
           05 TR-NUMERO        PIC 9(06).
           05 TR-FILIAL-ORIG   PIC 9(02).
           05 TR-FILIAL-DEST   PIC 9(02).
           05 TR-CODIGO        PIC 9(06).
           05 TR-QTDE          PIC 9(05).
           05 TR-STATUS        PIC 9(01).
             88 TR-EM-TRANSITO      VALUE 1.
             88 TR-RECEBIDA         VALUE 2.
           05 TR-DATA-SAIDA    PIC 9(08).
           05 TR-DATA-CHEGADA  PIC 9(08).
           05 TR-FRETE         PIC 9(06)V99.
           05 TR-UF-DESTINO    PIC X(02).
           05 TR-BOX-DESTINO   PIC 9(04).
           05 TR-CUSTO-UNIT    PIC 9(07)V9(04).
           05 TR-LOTE          PIC X(12).
           05 TR-DATA-FABRIC   PIC 9(08).
           05 TR-DATA-VALIDADE PIC 9(08).
           05 TR-QTDE-LOTE     PIC 9(05).

       FD  SALDO-MENSAL.
       01  SALDO-MENSAL-REC.
           05 SM-COMPETENCIA   PIC 9(06).
           05 SM-CONTA         PIC 9(04).
           05 SM-SALDO-INICIAL PIC S9(12)V99.
           05 SM-DEBITOS       PIC 9(12)V99.
           05 SM-CREDITOS      PIC 9(12)V99.
           05 SM-SALDO-FINAL   PIC S9(12)V99.

       FD  VALOR-TRAB.
       01  VALOR-TRAB-REC.
           05 VT-FILIAL        PIC 9(02).
           05 VT-CODIGO        PIC 9(06).
           05 VT-SALDO         PIC S9(07).
           05 VT-CUSTO-MEDIO   PIC 9(07)V9(04).
           05 VT-VALOR         PIC S9(11)V99.

       SD  SORT-VALOR.
       01  SORT-VALOR-REC.
           05 SRT-FILIAL       PIC 9(02).
           05 SRT-CODIGO       PIC 9(06).
           05 SRT-SALDO        PIC S9(07).
           05 SRT-CUSTO-MEDIO  PIC 9(07)V9(04).
           05 SRT-VALOR        PIC S9(11)V99.

       FD  VALOR-ORDENADO.
       01  VALOR-ORDENADO-REC.
           05 VO-FILIAL        PIC 9(02).
           05 VO-CODIGO        PIC 9(06).
           05 VO-SALDO         PIC S9(07).
           05 VO-CUSTO-MEDIO   PIC 9(07)V9(04).
           05 VO-VALOR         PIC S9(11)V99.

       FD  REL-VALOR.
       01  REL-VALOR-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSFER  PIC X(02) VALUE '00'.
       77 WRK-FS-SALDO     PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-EST-SW   PIC X(01) VALUE 'N'.
         88 FIM-ESTOQUE         VALUE 'S'.
       77 WRK-EOF-TRF-SW   PIC X(01) VALUE 'N'.
         88 FIM-TRANSFER        VALUE 'S'.
       77 WRK-EOF-SAL-SW   PIC X(01) VALUE 'N'.
         88 FIM-SALDOS          VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDENADO        VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-SALDO      VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ABERTO      VALUE 'S'.
       77 WRK-CONTABIL-SW  PIC X(01) VALUE 'N'.
         88 SALDO-CONTABIL-ACHADO VALUE 'S'.

       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-ESTOQUE PIC 9(04) VALUE 1104.
       77 WRK-FILIAL-ANT   PIC 9(02) VALUE ZEROS.
       77 WRK-SUBTOTAL     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FILIAIS  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TRANSITO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CONTABIL PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-TRF    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-SALDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TRANSITO  PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 LD-FILIAL       PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALDO        PIC -------9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CUSTO-MEDIO  PIC ZZZ.ZZ9,9999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALOR        PIC ---.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-OBSERVACAO   PIC X(12).

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC ----.---.---.--9,99.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-FILIAL.
           05 FILLER          PIC X(16) VALUE 'TOTAL DA FILIAL '.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(22) VALUE ALL '.'.
           05 LF-VALOR        PIC ----.---.---.--9,99.
           05 FILLER          PIC X(21) VALUE SPACES.
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-EST-SW.
             MOVE 'N' TO WRK-EOF-TRF-SW.
             MOVE 'N' TO WRK-EOF-SAL-SW.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE 'N' TO WRK-CONTABIL-SW.
             MOVE ZEROS TO WRK-SUBTOTAL.
             MOVE ZEROS TO WRK-TOT-FILIAIS.
             MOVE ZEROS TO WRK-TOT-TRANSITO.
             MOVE ZEROS TO WRK-QT-SALDOS.
             MOVE ZEROS TO WRK-QT-SEM-CUSTO.
             MOVE ZEROS TO WRK-QT-TRANSITO.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DO FECHAMENTO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             PERFORM 1000-SELECIONAR-SALDOS.
             PERFORM 2000-ORDENAR-SALDOS.
             OPEN OUTPUT REL-VALOR.
             PERFORM 8000-CABECALHO.
             PERFORM 3000-IMPRIMIR-FILIAIS.
             PERFORM 4000-SOMAR-TRANSITO.
             PERFORM 5000-BUSCAR-SALDO-CONTABIL.
             PERFORM 6000-IMPRIMIR-CONCILIACAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * TODO SALDO DIFERENTE DE ZERO ENTRA, INCLUSIVE O NEGATIVO
      * (SAIDA ALEM DO SALDO AINDA NAO ACERTADA NO INVENTARIO), QUE
      * REDUZ O VALOR DA FILIAL.
      *----------------------------------------------------------------
       1000-SELECIONAR-SALDOS.
             OPEN OUTPUT VALOR-TRAB.
             OPEN INPUT ESTOQUE-MASTER.
             MOVE WRK-FS-ESTOQUE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-EST-SW
                   DISPLAY 'ESTOQUE-MASTER AUSENTE, NADA A VALORIZAR'
             ELSE
                   PERFORM 1100-LER-ESTOQUE
                   PERFORM 1200-AVALIAR-SALDO UNTIL FIM-ESTOQUE
                   CLOSE ESTOQUE-MASTER
             END-IF.
             CLOSE VALOR-TRAB.

       1100-LER-ESTOQUE.
             READ ESTOQUE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-EST-SW
             END-READ.

       1200-AVALIAR-SALDO.
             IF ES-SALDO NOT = ZEROS
                   MOVE ES-FILIAL      TO VT-FILIAL
                   MOVE ES-CODIGO      TO VT-CODIGO
                   MOVE ES-SALDO       TO VT-SALDO
                   MOVE ES-CUSTO-MEDIO TO VT-CUSTO-MEDIO
                   COMPUTE VT-VALOR ROUNDED =
                         ES-SALDO * ES-CUSTO-MEDIO
                   WRITE VALOR-TRAB-REC
             END-IF.
             PERFORM 1100-LER-ESTOQUE.

       2000-ORDENAR-SALDOS.
             SORT SORT-VALOR
                   ON ASCENDING KEY  SRT-FILIAL
                                     SRT-CODIGO
                   USING VALOR-TRAB
                   GIVING VALOR-ORDENADO.

       3000-IMPRIMIR-FILIAIS.
             OPEN INPUT PRODUTO-MASTER.
             MOVE WRK-FS-PRODUTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-PRODUTO-SW
             ELSE
                   MOVE 'N' TO WRK-PRODUTO-SW
             END-IF.
             OPEN INPUT VALOR-ORDENADO.
             PERFORM 3100-LER-ORDENADO.
             PERFORM 3200-IMPRIMIR-SALDO UNTIL FIM-ORDENADO.
             CLOSE VALOR-ORDENADO.
             IF NOT PRIMEIRO-SALDO
                   PERFORM 3300-SUBTOTAL-FILIAL
             END-IF.
             IF PRODUTO-ABERTO
                   CLOSE PRODUTO-MASTER
             END-IF.

       3100-LER-ORDENADO.
             READ VALOR-ORDENADO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3200-IMPRIMIR-SALDO.
             IF NOT PRIMEIRO-SALDO
                   AND VO-FILIAL NOT = WRK-FILIAL-ANT
                   PERFORM 3300-SUBTOTAL-FILIAL
             END-IF.
             MOVE 'N' TO WRK-PRIMEIRO-SW.
             MOVE VO-FILIAL TO WRK-FILIAL-ANT.

             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE SPACES TO PM-PRODUTO.
             IF PRODUTO-ABERTO
                   MOVE VO-CODIGO TO PM-CODIGO
                   READ PRODUTO-MASTER
                         INVALID KEY
                               MOVE 'NAO CADASTRADO' TO PM-PRODUTO
                   END-READ
             END-IF.
             MOVE VO-FILIAL      TO LD-FILIAL.
             MOVE VO-CODIGO      TO LD-CODIGO.
             MOVE PM-PRODUTO     TO LD-PRODUTO.
             MOVE VO-SALDO       TO LD-SALDO.
             MOVE VO-CUSTO-MEDIO TO LD-CUSTO-MEDIO.
             MOVE VO-VALOR       TO LD-VALOR.
             MOVE SPACES         TO LD-OBSERVACAO.
             IF VO-CUSTO-MEDIO = ZEROS
                   MOVE 'SEM CUSTO' TO LD-OBSERVACAO
                   ADD 1 TO WRK-QT-SEM-CUSTO
             END-IF.
             IF VO-SALDO < ZEROS
                   MOVE 'SALDO NEGAT.' TO LD-OBSERVACAO
             END-IF.
             WRITE REL-VALOR-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD VO-VALOR TO WRK-SUBTOTAL.
             ADD VO-VALOR TO WRK-TOT-FILIAIS.
             ADD 1 TO WRK-QT-SALDOS.
             PERFORM 3100-LER-ORDENADO.

       3300-SUBTOTAL-FILIAL.
             MOVE WRK-FILIAL-ANT TO LF-FILIAL.
             MOVE WRK-SUBTOTAL TO LF-VALOR.
             WRITE REL-VALOR-LINHA FROM LINHA-FILIAL.
             WRITE REL-VALOR-LINHA FROM SPACES.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE ZEROS TO WRK-SUBTOTAL.

      *----------------------------------------------------------------
      * A MERCADORIA EM TRANSITO JA SAIU DO SALDO DA ORIGEM E AINDA
      * NAO ENTROU NO DESTINO, MAS CONTINUA NA CONTA DE ESTOQUE.
      *----------------------------------------------------------------
       4000-SOMAR-TRANSITO.
             OPEN INPUT TRANSFER-MASTER.
             MOVE WRK-FS-TRANSFER TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-TRF-SW
             ELSE
                   PERFORM 4100-LER-TRANSFER
                   PERFORM 4200-SOMAR-DOCUMENTO UNTIL FIM-TRANSFER
                   CLOSE TRANSFER-MASTER
             END-IF.

       4100-LER-TRANSFER.
             READ TRANSFER-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-TRF-SW
             END-READ.

       4200-SOMAR-DOCUMENTO.
             IF TR-EM-TRANSITO
                   COMPUTE WRK-VALOR-TRF ROUNDED =
                         TR-QTDE * TR-CUSTO-UNIT
                   ADD WRK-VALOR-TRF TO WRK-TOT-TRANSITO
                   ADD 1 TO WRK-QT-TRANSITO
             END-IF.
             PERFORM 4100-LER-TRANSFER.

       5000-BUSCAR-SALDO-CONTABIL.
             MOVE ZEROS TO WRK-SALDO-CONTABIL.
             OPEN INPUT SALDO-MENSAL.
             MOVE WRK-FS-SALDO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SAL-SW
             ELSE
                   PERFORM 5100-LER-SALDO
                   PERFORM 5200-PROCURAR-CONTA
                         UNTIL FIM-SALDOS OR SALDO-CONTABIL-ACHADO
                   CLOSE SALDO-MENSAL
             END-IF.

       5100-LER-SALDO.
             READ SALDO-MENSAL
                   AT END MOVE 'S' TO WRK-EOF-SAL-SW
             END-READ.

       5200-PROCURAR-CONTA.
             IF SM-COMPETENCIA = WRK-COMPETENCIA
                AND SM-CONTA = WRK-CONTA-ESTOQUE
                   MOVE 'S' TO WRK-CONTABIL-SW
                   MOVE SM-SALDO-FINAL TO WRK-SALDO-CONTABIL
             ELSE
                   PERFORM 5100-LER-SALDO
             END-IF.

       6000-IMPRIMIR-CONCILIACAO.
             COMPUTE WRK-TOT-ESTOQUE =
                   WRK-TOT-FILIAIS + WRK-TOT-TRANSITO.
             COMPUTE WRK-DIFERENCA =
                   WRK-TOT-ESTOQUE - WRK-SALDO-CONTABIL.
             WRITE REL-VALOR-LINHA FROM SPACES.
             MOVE 'TOTAL DAS FILIAIS.......................'
                  TO LT-ROTULO.
             MOVE WRK-TOT-FILIAIS TO LT-VALOR.
             WRITE REL-VALOR-LINHA FROM LINHA-TOTAL.
             MOVE 'EM TRANSITO ENTRE FILIAIS...............'
                  TO LT-ROTULO.
             MOVE WRK-TOT-TRANSITO TO LT-VALOR.
             WRITE REL-VALOR-LINHA FROM LINHA-TOTAL.
             MOVE 'ESTOQUE VALORIZADO......................'
                  TO LT-ROTULO.
             MOVE WRK-TOT-ESTOQUE TO LT-VALOR.
             WRITE REL-VALOR-LINHA FROM LINHA-TOTAL.
             IF SALDO-CONTABIL-ACHADO
                   MOVE 'SALDO CONTABIL CONTA 1104..............'
                        TO LT-ROTULO
                   MOVE WRK-SALDO-CONTABIL TO LT-VALOR
                   WRITE REL-VALOR-LINHA FROM LINHA-TOTAL
                   MOVE 'DIFERENCA A CONCILIAR...................'
                        TO LT-ROTULO
                   MOVE WRK-DIFERENCA TO LT-VALOR
                   WRITE REL-VALOR-LINHA FROM LINHA-TOTAL
             ELSE
                   MOVE 'COMPETENCIA SEM SALDO DA CONTA 1104 NO SALDOMES
      -    ' (RODAR O CONTAB-FECHA-MES)' TO REL-VALOR-LINHA
                   WRITE REL-VALOR-LINHA
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'VALORIZACAO DO ESTOQUE A CUSTO MEDIO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-VALOR-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-VALOR-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'FL CODIGO PRODUTO                  SALDO  CUSTO MEDIO
      -    '          VALOR OBSERVACAO' TO REL-VALOR-LINHA.
             WRITE REL-VALOR-LINHA.
             MOVE ALL '-' TO REL-VALOR-LINHA.
             WRITE REL-VALOR-LINHA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-VALOR-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-VALOR.
             DISPLAY 'VALORIZACAO DO ESTOQUE CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'SALDOS VALORIZADOS......: ' WRK-QT-SALDOS.
             DISPLAY 'SALDOS SEM CUSTO MEDIO..: ' WRK-QT-SEM-CUSTO.
             DISPLAY 'DOCUMENTOS EM TRANSITO..: ' WRK-QT-TRANSITO.
             DISPLAY 'ESTOQUE VALORIZADO......: ' WRK-TOT-ESTOQUE.
             DISPLAY 'DIFERENCA CONTABIL......: ' WRK-DIFERENCA.

       END PROGRAM REL-VALOR-ESTOQUE.
