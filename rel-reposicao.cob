      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - MINIMO E SUGESTAO PASSAM A USAR O DISPONIVEL
      *                 (SALDO MENOS O RESERVADO PARA PEDIDOS DE
      *                 CLIENTE); NOVA COLUNA RESER.
      * 15/10/2026 DZ - A QUANTIDADE JA PEDIDA AO FORNECEDOR E NAO
      *                 RECEBIDA (ITENS PENDENTES DO PEDCOMPR, PELA
      *                 CHAVE ALTERNADA PRODUTO + FILIAL) SAI NA NOVA
      *                 COLUNA PEDID E E DESCONTADA DA SUGESTAO, PARA A
      *                 FALTA JA COBERTA POR PEDIDO DE COMPRA NAO SER
      *                 SUGERIDA DE NOVO NA NOITE SEGUINTE.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CHAVE
                  ALTERNATE RECORD KEY IS OC-PROD-FILIAL
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT REL-REPOS ASSIGN TO 'RELREPOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  PRODUTO-MASTER.
       COPY produto.

       FD  PEDIDO-COMPRA.
       COPY pedcomp.

       FD  REL-REPOS.
       01  REL-REPOS-LINHA     PIC X(80).

       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-PEDCOMPRA-SW PIC X(01) VALUE 'N'.
         88 PEDCOMPRA-ABERTO    VALUE 'S'.
       77 WRK-FIM-OC-SW    PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS-PRODUTO VALUE 'S'.
       77 WRK-EM-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ESTOQUE         VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.

       77 WRK-SUGESTAO     PIC S9(07) VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC S9(08) VALUE ZEROS.
       77 WRK-QT-ABAIXO    PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 LD-MINIMO       PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SUGESTAO     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-EM-PEDIDO    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RESERVADO    PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.
                   END-START
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN INPUT PEDIDO-COMPRA.
             MOVE WRK-FS-PEDCOMPRA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-PEDCOMPRA-SW
             ELSE
                   MOVE 'N' TO WRK-PEDCOMPRA-SW
             END-IF.
             OPEN OUTPUT REL-REPOS.
             PERFORM 8000-CABECALHO.

             END-IF.

       2000-AVALIAR-SALDO.
             COMPUTE WRK-DISPONIVEL = ES-SALDO - ES-RESERVADO.
             IF ES-MINIMO > ZEROS
                   AND WRK-DISPONIVEL < ES-MINIMO
                   ADD 1 TO WRK-QT-ABAIXO
                   PERFORM 2100-BUSCAR-PRODUTO
                   PERFORM 2200-SOMAR-EM-PEDIDO
                   COMPUTE WRK-SUGESTAO =
                         (ES-MINIMO * 2) - WRK-DISPONIVEL
                         - WRK-EM-PEDIDO
                   IF WRK-SUGESTAO < ZEROS
                         MOVE ZEROS TO WRK-SUGESTAO
                   END-IF
                   MOVE ES-CODIGO TO LD-CODIGO
                   IF PRODUTO-ENCONTRADO
                         MOVE PM-PRODUTO TO LD-PRODUTO
                   MOVE ES-SALDO  TO LD-SALDO
                   MOVE ES-MINIMO TO LD-MINIMO
                   MOVE WRK-SUGESTAO TO LD-SUGESTAO
                   MOVE WRK-EM-PEDIDO TO LD-EM-PEDIDO
                   MOVE ES-RESERVADO TO LD-RESERVADO
                   WRITE REL-REPOS-LINHA FROM LINHA-DETALHE
             END-IF.
             PERFORM 1100-LER-SALDO.
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.

      *----------------------------------------------------------------
      * SOMA O SALDO A RECEBER DOS ITENS PENDENTES DE PEDIDO DE COMPRA
      * DO PRODUTO NA FILIAL; SEM PEDCOMPR, NADA ESTA PEDIDO.
      *----------------------------------------------------------------
       2200-SOMAR-EM-PEDIDO.
             MOVE ZEROS TO WRK-EM-PEDIDO.
             IF PEDCOMPRA-ABERTO
                   MOVE 'N' TO WRK-FIM-OC-SW
                   MOVE ES-CODIGO TO OC-CODIGO
                   MOVE ES-FILIAL TO OC-FILIAL
                   START PEDIDO-COMPRA KEY IS = OC-PROD-FILIAL
                         INVALID KEY MOVE 'S' TO WRK-FIM-OC-SW
                   END-START
                   PERFORM 2210-LER-PEDIDO-PRODUTO
                         UNTIL FIM-PEDIDOS-PRODUTO
             END-IF.

       2210-LER-PEDIDO-PRODUTO.
             READ PEDIDO-COMPRA NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-OC-SW
             END-READ.
             IF NOT FIM-PEDIDOS-PRODUTO
                   IF OC-CODIGO NOT = ES-CODIGO
                      OR OC-FILIAL NOT = ES-FILIAL
                         MOVE 'S' TO WRK-FIM-OC-SW
                   ELSE
                         IF OC-PENDENTE
                               COMPUTE WRK-EM-PEDIDO = WRK-EM-PEDIDO
                                     + OC-QTDE - OC-QTDE-RECEBIDA
                         END-IF
                   END-IF
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'REPOSICAO DE ESTOQUE - ABAIXO DO MINIMO'
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-REPOS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'CODIGO PRODUTO                        FI SALDO
      -    ' MINIM SUGER PEDID RESER' TO REL-REPOS-LINHA.
             WRITE REL-REPOS-LINHA.
             MOVE ALL '-' TO REL-REPOS-LINHA.
             WRITE REL-REPOS-LINHA.
       9000-ENCERRAR.
             CLOSE ESTOQUE-MASTER.
             CLOSE PRODUTO-MASTER.
             IF PEDCOMPRA-ABERTO
                   CLOSE PEDIDO-COMPRA
             END-IF.
             CLOSE REL-REPOS.
             DISPLAY 'RELATORIO DE REPOSICAO CONCLUIDO'.
             DISPLAY 'PRODUTOS ABAIXO DO MINIMO: ' WRK-QT-ABAIXO.
