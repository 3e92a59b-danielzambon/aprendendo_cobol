      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: GERACAO DOS PEDIDOS DE COMPRA A PARTIR DA REPOSICAO -
      *          PERCORRE O ESTOQUE-MASTER COM A MESMA REGRA DO
      *          REL-REPOSICAO (SALDO ABAIXO DO MINIMO, SUGESTAO DE
      *          DUAS VEZES O MINIMO MENOS O SALDO, DESCONTADO O QUE JA
      *          ESTA PEDIDO E NAO RECEBIDO), ESCOLHE PARA CADA
      *          PRODUTO O FORNECEDOR ATIVO DE MENOR CUSTO NO
      *          FORNPROD E GRAVA UM PEDIDO DE COMPRA NUMERADO
      *          (SEQUENCIA OCSEQ, TECNICA DO FATSEQ) POR FORNECEDOR E
      *          FILIAL NO PEDCOMPR, IMPRESSO NO LAYOUT RPTHDR (UMA
      *          PAGINA POR PEDIDO) PARA O COMPRADOR ENVIAR SEM
      *          REDIGITAR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * AS SUGESTOES SAO GRAVADAS NUM ARQUIVO DE TRABALHO (SUGCOMP) E
      * ORDENADAS POR FORNECEDOR + FILIAL + PRODUTO, PARA QUE CADA
      * QUEBRA DE FORNECEDOR/FILIAL ABRA UM NOVO PEDIDO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - MINIMO E SUGESTAO PASSAM A USAR O DISPONIVEL
      *                 (SALDO MENOS O RESERVADO PARA PEDIDOS DE
      *                 CLIENTE).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-PEDIDO-COMPRA.
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

           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FO-CODIGO
                  FILE STATUS IS WRK-FS-FORNEC.

           SELECT FORNPROD-MASTER ASSIGN TO 'FORNPROD'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FF-CHAVE
                  FILE STATUS IS WRK-FS-FORNPROD.

           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CHAVE
                  ALTERNATE RECORD KEY IS OC-PROD-FILIAL
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT COMPRA-SEQUENCIA ASSIGN TO 'OCSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SEQUENCIA.

           SELECT SUGESTAO-TRAB ASSIGN TO 'SUGCOMP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SUGESTAO.

           SELECT SUGESTAO-ORDENADA ASSIGN TO 'SUGCOMPO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADA.

           SELECT SORT-SUGESTAO ASSIGN TO 'SUGCSRT'.

           SELECT REL-PEDIDO-COMPRA ASSIGN TO 'RELPEDCP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MASTER.
       COPY estoqmst.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  FORNECEDOR-MASTER.
       COPY fornec.

       FD  FORNPROD-MASTER.
       COPY fornprod.

       FD  PEDIDO-COMPRA.
       COPY pedcomp.

       FD  COMPRA-SEQUENCIA.
       01  COMPRA-SEQUENCIA-REC.
           05 CS-ULTIMO-NUMERO PIC 9(06).

       FD  SUGESTAO-TRAB.
       01  SUGESTAO-TRAB-REC.
           05 SG-FORNECEDOR    PIC 9(06).
           05 SG-FILIAL        PIC 9(02).
           05 SG-CODIGO        PIC 9(06).
           05 SG-QTDE          PIC 9(05).
           05 SG-CUSTO         PIC 9(06)V99.

       SD  SORT-SUGESTAO.
       01  SORT-SUGESTAO-REC.
           05 SRT-FORNECEDOR   PIC 9(06).
           05 SRT-FILIAL       PIC 9(02).
           05 SRT-CODIGO       PIC 9(06).
           05 SRT-QTDE         PIC 9(05).
           05 SRT-CUSTO        PIC 9(06)V99.

       FD  SUGESTAO-ORDENADA.
       01  SUGESTAO-ORDENADA-REC.
           05 SO-FORNECEDOR    PIC 9(06).
           05 SO-FILIAL        PIC 9(02).
           05 SO-CODIGO        PIC 9(06).
           05 SO-QTDE          PIC 9(05).
           05 SO-CUSTO         PIC 9(06)V99.

       FD  REL-PEDIDO-COMPRA.
       01  REL-PEDIDO-LINHA    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-FORNPROD  PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-FS-SEQUENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-SUGESTAO  PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADA  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ESTOQUE         VALUE 'S'.
       77 WRK-EOF-SUG-SW   PIC X(01) VALUE 'N'.
         88 FIM-SUGESTOES       VALUE 'S'.
       77 WRK-FIM-OC-SW    PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS-PRODUTO VALUE 'S'.
       77 WRK-FIM-FF-SW    PIC X(01) VALUE 'N'.
         88 FIM-FORNECEDORES    VALUE 'S'.
       77 WRK-FORNEC-SW    PIC X(01) VALUE 'N'.
         88 FORNEC-ESCOLHIDO    VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 FORNEC-CADASTRADO   VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRA-SUGESTAO   VALUE 'S'.

       77 WRK-SUGESTAO     PIC S9(07) VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC S9(08) VALUE ZEROS.
       77 WRK-EM-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WRK-FORNEC-SEL   PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-SEL    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FORNEC-ANT   PIC 9(06) VALUE ZEROS.
       77 WRK-FILIAL-ANT   PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM         PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-ABAIXO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COBERTOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FORN  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PEDIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ITENS     PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-PEDIDO-1.
           05 FILLER          PIC X(18) VALUE 'PEDIDO DE COMPRA: '.
           05 LP1-NUMERO      PIC 9(06).
           05 FILLER          PIC X(10) VALUE '  FILIAL: '.
           05 LP1-FILIAL      PIC 9(02).
           05 FILLER          PIC X(18) VALUE '  ENTREGA ATE...: '.
           05 LP1-PREVISTA    PIC 9(08).
           05 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-PEDIDO-2.
           05 FILLER          PIC X(12) VALUE 'FORNECEDOR: '.
           05 LP2-FORNECEDOR  PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP2-RAZAO       PIC X(30).
           05 FILLER          PIC X(07) VALUE ' CNPJ: '.
           05 LP2-CNPJ        PIC 9(14).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  LINHA-PEDIDO-3.
           05 FILLER          PIC X(30)
                              VALUE 'CONDICAO DE PAGAMENTO (DIAS): '.
           05 LP3-PRAZO-PAGTO PIC ZZ9.
           05 FILLER          PIC X(47) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-ITEM         PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-QTDE         PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CUSTO        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(49) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'TOTAL....:'.
           05 LT-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-SALDO.
             PERFORM 2000-AVALIAR-SALDO UNTIL FIM-ESTOQUE.
             CLOSE SUGESTAO-TRAB.
             CLOSE ESTOQUE-MASTER.

             PERFORM 3000-ORDENAR-SUGESTOES.
             OPEN INPUT SUGESTAO-ORDENADA.
             PERFORM 3100-LER-SUGESTAO.
             PERFORM 4000-GERAR-ITEM UNTIL FIM-SUGESTOES.
             IF NOT PRIMEIRA-SUGESTAO
                   PERFORM 4900-FECHAR-PEDIDO
             END-IF.
             WRITE REL-PEDIDO-LINHA FROM RPT-RODAPE-PADRAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT ESTOQUE-MASTER.
             MOVE WRK-FS-ESTOQUE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'ESTOQUE-MASTER INEXISTENTE, SEM SALDOS '
                           'A AVALIAR'
             ELSE
                   MOVE ZEROS TO ES-CHAVE
                   START ESTOQUE-MASTER KEY IS >= ES-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN INPUT FORNECEDOR-MASTER.
             OPEN INPUT FORNPROD-MASTER.
             OPEN I-O PEDIDO-COMPRA.
             MOVE WRK-FS-PEDCOMPRA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE PEDIDO-COMPRA
                   OPEN OUTPUT PEDIDO-COMPRA
                   CLOSE PEDIDO-COMPRA
                   OPEN I-O PEDIDO-COMPRA
             END-IF.
             OPEN OUTPUT SUGESTAO-TRAB.
             OPEN OUTPUT REL-PEDIDO-COMPRA.
             PERFORM 7000-LER-SEQUENCIA.

       1100-LER-SALDO.
             IF NOT FIM-ESTOQUE
                   READ ESTOQUE-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * MESMA SUGESTAO DO REL-REPOSICAO: O QUE JA ESTA PEDIDO E AINDA
      * NAO CHEGOU NAO E PEDIDO DE NOVO. O SALDO JA RESERVADO PARA
      * PEDIDOS DE CLIENTE NAO CONTA COMO DISPONIVEL.
      *----------------------------------------------------------------
       2000-AVALIAR-SALDO.
             COMPUTE WRK-DISPONIVEL = ES-SALDO - ES-RESERVADO.
             IF ES-MINIMO > ZEROS
                   AND WRK-DISPONIVEL < ES-MINIMO
                   ADD 1 TO WRK-QT-ABAIXO
                   PERFORM 2100-SOMAR-EM-PEDIDO
                   COMPUTE WRK-SUGESTAO =
                         (ES-MINIMO * 2) - WRK-DISPONIVEL
                         - WRK-EM-PEDIDO
                   IF WRK-SUGESTAO > ZEROS
                         PERFORM 2200-ESCOLHER-FORNECEDOR
                         IF FORNEC-ESCOLHIDO
                               MOVE WRK-FORNEC-SEL TO SG-FORNECEDOR
                               MOVE ES-FILIAL      TO SG-FILIAL
                               MOVE ES-CODIGO      TO SG-CODIGO
                               MOVE WRK-SUGESTAO   TO SG-QTDE
                               MOVE WRK-CUSTO-SEL  TO SG-CUSTO
                               WRITE SUGESTAO-TRAB-REC
                         ELSE
                               ADD 1 TO WRK-QT-SEM-FORN
                               DISPLAY 'PRODUTO ' ES-CODIGO
                                       ' FILIAL ' ES-FILIAL
                                       ' SEM FORNECEDOR ATIVO NO '
                                       'FORNPROD, PEDIDO NAO GERADO'
                         END-IF
                   ELSE
                         ADD 1 TO WRK-QT-COBERTOS
                   END-IF
             END-IF.
             PERFORM 1100-LER-SALDO.

       2100-SOMAR-EM-PEDIDO.
             MOVE ZEROS TO WRK-EM-PEDIDO.
             MOVE 'N' TO WRK-FIM-OC-SW.
             MOVE ES-CODIGO TO OC-CODIGO.
             MOVE ES-FILIAL TO OC-FILIAL.
             START PEDIDO-COMPRA KEY IS = OC-PROD-FILIAL
                   INVALID KEY MOVE 'S' TO WRK-FIM-OC-SW
             END-START.
             PERFORM 2110-LER-PEDIDO-PRODUTO UNTIL FIM-PEDIDOS-PRODUTO.

       2110-LER-PEDIDO-PRODUTO.
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

      *----------------------------------------------------------------
      * ENTRE OS FORNECEDORES DO PRODUTO NO FORNPROD, FICA O DE MENOR
      * CUSTO QUE ESTEJA CADASTRADO E ATIVO NO FORNMST.
      *----------------------------------------------------------------
       2200-ESCOLHER-FORNECEDOR.
             MOVE 'N' TO WRK-FORNEC-SW.
             MOVE 'N' TO WRK-FIM-FF-SW.
             MOVE ZEROS TO WRK-FORNEC-SEL.
             MOVE ZEROS TO WRK-CUSTO-SEL.
             MOVE ES-CODIGO TO FF-CODIGO.
             MOVE ZEROS TO FF-FORNECEDOR.
             START FORNPROD-MASTER KEY IS >= FF-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-FF-SW
             END-START.
             PERFORM 2210-LER-FORNPROD UNTIL FIM-FORNECEDORES.

       2210-LER-FORNPROD.
             READ FORNPROD-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-FF-SW
             END-READ.
             IF NOT FIM-FORNECEDORES
                   IF FF-CODIGO NOT = ES-CODIGO
                         MOVE 'S' TO WRK-FIM-FF-SW
                   ELSE
                         IF NOT FORNEC-ESCOLHIDO
                            OR FF-CUSTO < WRK-CUSTO-SEL
                               MOVE FF-FORNECEDOR TO FO-CODIGO
                               PERFORM 2300-BUSCAR-FORNECEDOR
                               IF FORNEC-CADASTRADO
                                  AND FO-FORNEC-ATIVO
                                     MOVE 'S' TO WRK-FORNEC-SW
                                     MOVE FF-FORNECEDOR
                                          TO WRK-FORNEC-SEL
                                     MOVE FF-CUSTO TO WRK-CUSTO-SEL
                               END-IF
                         END-IF
                   END-IF
             END-IF.

       2300-BUSCAR-FORNECEDOR.
             MOVE 'N' TO WRK-CADASTRO-SW.
             READ FORNECEDOR-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CADASTRO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CADASTRO-SW
             END-READ.

       3000-ORDENAR-SUGESTOES.
             SORT SORT-SUGESTAO
                   ON ASCENDING KEY  SRT-FORNECEDOR
                                     SRT-FILIAL
                                     SRT-CODIGO
                   USING SUGESTAO-TRAB
                   GIVING SUGESTAO-ORDENADA.

       3100-LER-SUGESTAO.
             READ SUGESTAO-ORDENADA
                   AT END MOVE 'S' TO WRK-EOF-SUG-SW
             END-READ.

       4000-GERAR-ITEM.
             IF PRIMEIRA-SUGESTAO
                   OR SO-FORNECEDOR NOT = WRK-FORNEC-ANT
                   OR SO-FILIAL NOT = WRK-FILIAL-ANT
                   IF NOT PRIMEIRA-SUGESTAO
                         PERFORM 4900-FECHAR-PEDIDO
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE SO-FORNECEDOR TO WRK-FORNEC-ANT
                   MOVE SO-FILIAL TO WRK-FILIAL-ANT
                   PERFORM 4100-ABRIR-PEDIDO
             END-IF.

             ADD 1 TO WRK-ITEM.
             MOVE WRK-ULTIMO-NUMERO TO OC-NUMERO.
             MOVE WRK-ITEM          TO OC-ITEM.
             MOVE SO-CODIGO         TO OC-CODIGO.
             MOVE SO-FILIAL         TO OC-FILIAL.
             MOVE SO-FORNECEDOR     TO OC-FORNECEDOR.
             MOVE WRK-DATA-HOJE     TO OC-DATA.
             MOVE WRK-DATA-PREVISTA TO OC-DATA-PREVISTA.
             MOVE SO-QTDE           TO OC-QTDE.
             MOVE ZEROS             TO OC-QTDE-RECEBIDA.
             MOVE SO-CUSTO          TO OC-CUSTO-UNIT.
             MOVE 'A'               TO OC-STATUS.
             MOVE WRK-DATA-HOJE     TO OC-DATA-STATUS.
             WRITE PEDIDO-COMPRA-REC
                   INVALID KEY
                         DISPLAY 'PEDIDO DE COMPRA ' OC-NUMERO
                                 ' ITEM ' OC-ITEM ' JA EXISTE, '
                                 'SEQUENCIA SUSPEITA'
                   NOT INVALID KEY
                         ADD 1 TO WRK-QT-ITENS
                         PERFORM 4200-IMPRIMIR-ITEM
             END-WRITE.
             PERFORM 3100-LER-SUGESTAO.

       4100-ABRIR-PEDIDO.
             ADD 1 TO WRK-ULTIMO-NUMERO.
             ADD 1 TO WRK-QT-PEDIDOS.
             MOVE ZEROS TO WRK-ITEM.
             MOVE ZEROS TO WRK-TOTAL-PEDIDO.
             MOVE SO-FORNECEDOR TO FO-CODIGO.
             PERFORM 2300-BUSCAR-FORNECEDOR.
             IF NOT FORNEC-CADASTRADO
                   MOVE 'FORNECEDOR SEM CADASTRO' TO FO-RAZAO
                   MOVE ZEROS TO FO-CNPJ
                   MOVE ZEROS TO FO-PRAZO-ENTREGA
                   MOVE ZEROS TO FO-PRAZO-PAGTO
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-HOJE TO DA-DATA-1.
             MOVE FO-PRAZO-ENTREGA TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-DATA-PREVISTA.

             PERFORM 8000-CABECALHO.
             MOVE WRK-ULTIMO-NUMERO TO LP1-NUMERO.
             MOVE SO-FILIAL TO LP1-FILIAL.
             MOVE WRK-DATA-PREVISTA TO LP1-PREVISTA.
             WRITE REL-PEDIDO-LINHA FROM LINHA-PEDIDO-1.
             MOVE FO-CODIGO TO LP2-FORNECEDOR.
             MOVE FO-RAZAO TO LP2-RAZAO.
             MOVE FO-CNPJ TO LP2-CNPJ.
             WRITE REL-PEDIDO-LINHA FROM LINHA-PEDIDO-2.
             MOVE FO-PRAZO-PAGTO TO LP3-PRAZO-PAGTO.
             WRITE REL-PEDIDO-LINHA FROM LINHA-PEDIDO-3.
             MOVE 'ITM CODIGO PRODUTO                         QTDE'
                  TO REL-PEDIDO-LINHA.
             MOVE '     CUSTO          VALOR'
                  TO REL-PEDIDO-LINHA(49:26).
             WRITE REL-PEDIDO-LINHA.
             MOVE ALL '-' TO REL-PEDIDO-LINHA.
             WRITE REL-PEDIDO-LINHA.

       4200-IMPRIMIR-ITEM.
             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE OC-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.
             MOVE OC-ITEM TO LD-ITEM.
             MOVE OC-CODIGO TO LD-CODIGO.
             IF PRODUTO-ENCONTRADO
                   MOVE PM-PRODUTO TO LD-PRODUTO
             ELSE
                   MOVE 'PRODUTO SEM CADASTRO' TO LD-PRODUTO
             END-IF.
             MOVE OC-QTDE TO LD-QTDE.
             MOVE OC-CUSTO-UNIT TO LD-CUSTO.
             COMPUTE WRK-VALOR-ITEM = OC-QTDE * OC-CUSTO-UNIT.
             ADD WRK-VALOR-ITEM TO WRK-TOTAL-PEDIDO.
             MOVE WRK-VALOR-ITEM TO LD-VALOR.
             WRITE REL-PEDIDO-LINHA FROM LINHA-DETALHE.

      *----------------------------------------------------------------
      * A SEQUENCIA SO AVANCA NO OCSEQ DEPOIS QUE O PEDIDO INTEIRO FOI
      * GRAVADO, COMO NO FATSEQ.
      *----------------------------------------------------------------
       4900-FECHAR-PEDIDO.
             MOVE ALL '-' TO REL-PEDIDO-LINHA.
             WRITE REL-PEDIDO-LINHA.
             MOVE WRK-TOTAL-PEDIDO TO LT-TOTAL.
             WRITE REL-PEDIDO-LINHA FROM LINHA-TOTAL.
             PERFORM 7100-GRAVAR-SEQUENCIA.

       7000-LER-SEQUENCIA.
             MOVE ZEROS TO WRK-ULTIMO-NUMERO.
             OPEN INPUT COMPRA-SEQUENCIA.
             MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ COMPRA-SEQUENCIA
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE CS-ULTIMO-NUMERO
                              TO WRK-ULTIMO-NUMERO
                   END-IF
                   CLOSE COMPRA-SEQUENCIA
             END-IF.

       7100-GRAVAR-SEQUENCIA.
             OPEN OUTPUT COMPRA-SEQUENCIA.
             MOVE WRK-ULTIMO-NUMERO TO CS-ULTIMO-NUMERO.
             WRITE COMPRA-SEQUENCIA-REC.
             CLOSE COMPRA-SEQUENCIA.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'PEDIDO DE COMPRA AO FORNECEDOR'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PEDIDO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-PEDIDO-LINHA FROM RPT-CABECALHO-DATA.

       9000-ENCERRAR.
             CLOSE SUGESTAO-ORDENADA.
             CLOSE PRODUTO-MASTER.
             CLOSE FORNECEDOR-MASTER.
             CLOSE FORNPROD-MASTER.
             CLOSE PEDIDO-COMPRA.
             CLOSE REL-PEDIDO-COMPRA.
             DISPLAY 'GERACAO DE PEDIDOS DE COMPRA CONCLUIDA'.
             DISPLAY 'PRODUTOS ABAIXO DO MINIMO.....: ' WRK-QT-ABAIXO.
             DISPLAY 'COBERTOS POR PEDIDO EM ABERTO.: '
                     WRK-QT-COBERTOS.
             DISPLAY 'SEM FORNECEDOR ATIVO..........: '
                     WRK-QT-SEM-FORN.
             DISPLAY 'PEDIDOS DE COMPRA GERADOS.....: ' WRK-QT-PEDIDOS.
             DISPLAY 'ITENS GRAVADOS................: ' WRK-QT-ITENS.

       END PROGRAM GERA-PEDIDO-COMPRA.
