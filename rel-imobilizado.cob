      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO DO ATIVO IMOBILIZADO (RELIMOB) - LISTA OS
      *          BENS EM USO DO ATIVOMST POR CATEGORIA E FILIAL, COM
      *          CUSTO DE AQUISICAO, DEPRECIACAO ACUMULADA E VALOR
      *          CONTABIL LIQUIDO, SUBTOTAL POR FILIAL, TOTAL POR
      *          CATEGORIA E TOTAL GERAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS BENS SAO DESCARREGADOS NUM ARQUIVO DE TRABALHO E ORDENADOS
      * (SORT) POR CATEGORIA/FILIAL/CODIGO. A DESCRICAO DA CATEGORIA
      * VEM DO ATIVCFG; CATEGORIA FORA DO PARAMETRO SAI SEM DESCRICAO.
      * BENS BAIXADOS NAO ENTRAM NO RELATORIO, SO SAO CONTADOS. OS
      * VALORES SAO OS DA ULTIMA DEPRECIACAO RODADA (DEPREC-ATIVO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-IMOBILIZADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVO-MASTER ASSIGN TO 'ATIVOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IM-CODIGO
                  FILE STATUS IS WRK-FS-ATIVO.

           SELECT ATIVO-CATEGORIA ASSIGN TO 'ATIVCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATEGORIA.

           SELECT IMOBILIZADO-TRAB ASSIGN TO 'IMOBTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT IMOBILIZADO-ORDENADO ASSIGN TO 'IMOBTRBO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADO.

           SELECT SORT-IMOBILIZADO ASSIGN TO 'IMOBSRT'.

           SELECT REL-IMOBILIZADO ASSIGN TO 'RELIMOB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-MASTER.
       COPY ativo.

       FD  ATIVO-CATEGORIA.
       COPY ativcfg.

       FD  IMOBILIZADO-TRAB.
       01  IMOBILIZADO-TRAB-REC.
           05 IW-CATEGORIA     PIC X(02).
           05 IW-FILIAL        PIC 9(02).
           05 IW-CODIGO        PIC 9(06).
           05 IW-DESCRICAO     PIC X(30).
           05 IW-DATA-AQUISICAO PIC 9(08).
           05 IW-CUSTO         PIC 9(08)V99.
           05 IW-DEPREC-ACUM   PIC 9(08)V99.

       SD  SORT-IMOBILIZADO.
       01  SORT-IMOBILIZADO-REC.
           05 IK-CATEGORIA     PIC X(02).
           05 IK-FILIAL        PIC 9(02).
           05 IK-CODIGO        PIC 9(06).
           05 IK-DESCRICAO     PIC X(30).
           05 IK-DATA-AQUISICAO PIC 9(08).
           05 IK-CUSTO         PIC 9(08)V99.
           05 IK-DEPREC-ACUM   PIC 9(08)V99.

       FD  IMOBILIZADO-ORDENADO.
       01  IMOBILIZADO-ORDENADO-REC.
           05 IO-CATEGORIA     PIC X(02).
           05 IO-FILIAL        PIC 9(02).
           05 IO-CODIGO        PIC 9(06).
           05 IO-DESCRICAO     PIC X(30).
           05 IO-DATA-AQUISICAO PIC 9(08).
           05 IO-CUSTO         PIC 9(08)V99.
           05 IO-DEPREC-ACUM   PIC 9(08)V99.

       FD  REL-IMOBILIZADO.
       01  REL-IMOBILIZADO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ATIVO     PIC X(02) VALUE '00'.
       77 WRK-FS-CATEGORIA PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ATIVOS          VALUE 'S'.
       77 WRK-EOF-CAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-CATEGORIAS      VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDENADOS       VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-BEM        VALUE 'S'.

       77 WRK-CATEGORIA-ANT PIC X(02) VALUE SPACES.
       77 WRK-FILIAL-ANT   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-EM-USO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 WRK-TOTAIS-FILIAL.
          05 WRK-FIL-CUSTO    PIC 9(10)V99 VALUE ZEROS.
          05 WRK-FIL-DEPREC   PIC 9(10)V99 VALUE ZEROS.
          05 WRK-FIL-LIQUIDO  PIC 9(10)V99 VALUE ZEROS.
       01 WRK-TOTAIS-CATEGORIA.
          05 WRK-CAT-CUSTO    PIC 9(10)V99 VALUE ZEROS.
          05 WRK-CAT-DEPREC   PIC 9(10)V99 VALUE ZEROS.
          05 WRK-CAT-LIQUIDO  PIC 9(10)V99 VALUE ZEROS.
       01 WRK-TOTAIS-GERAL.
          05 WRK-GER-CUSTO    PIC 9(10)V99 VALUE ZEROS.
          05 WRK-GER-DEPREC   PIC 9(10)V99 VALUE ZEROS.
          05 WRK-GER-LIQUIDO  PIC 9(10)V99 VALUE ZEROS.

       01 TABELA-CATEGORIAS.
          05 TCI-DET OCCURS 20 TIMES INDEXED BY IX-TCI.
             10 TCI-CATEGORIA  PIC X(02).
             10 TCI-DESCRICAO  PIC X(20).
       77 WRK-QT-CATEGORIAS PIC 9(02) VALUE ZEROS.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(07) VALUE 'BEM    '.
           05 FILLER          PIC X(18) VALUE 'DESCRICAO'.
           05 FILLER          PIC X(11) VALUE 'AQUISICAO'.
           05 FILLER          PIC X(14) VALUE '         CUSTO'.
           05 FILLER          PIC X(15) VALUE '   DEPREC.ACUM.'.
           05 FILLER          PIC X(15) VALUE '    VL. LIQUIDO'.

       01  LINHA-CATEGORIA.
           05 FILLER          PIC X(11) VALUE 'CATEGORIA: '.
           05 LC2-CATEGORIA   PIC X(02).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 LC2-DESCRICAO   PIC X(20).
           05 FILLER          PIC X(44) VALUE SPACES.

       01  LINHA-FILIAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'FILIAL: '.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(67) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DESCRICAO    PIC X(17).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIA          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-MES          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-ANO          PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DEPREC       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(33).
           05 LT-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-DEPREC       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-EM-USO.
             MOVE ZEROS TO WRK-QT-BAIXADOS.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE ZEROS TO WRK-TOTAIS-GERAL.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT ATIVO-MASTER.
             MOVE WRK-FS-ATIVO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CADASTRO ATIVOMST INEXISTENTE, RELATORIO '
                           'DO IMOBILIZADO NAO EMITIDO'
                   GOBACK
             END-IF.

             PERFORM 0500-CARREGAR-CATEGORIAS.
             PERFORM 1000-DESCARREGAR-BENS.
             PERFORM 2000-ORDENAR-BENS.

             OPEN INPUT IMOBILIZADO-ORDENADO.
             OPEN OUTPUT REL-IMOBILIZADO.
             PERFORM 8000-CABECALHO.
             PERFORM 3100-LER-ORDENADO.
             PERFORM 3000-IMPRIMIR-BEM UNTIL FIM-ORDENADOS.
             IF NOT PRIMEIRO-BEM
                   PERFORM 3800-TOTAL-FILIAL
                   PERFORM 3900-TOTAL-CATEGORIA
             END-IF.
             PERFORM 4000-TOTAL-GERAL.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0500-CARREGAR-CATEGORIAS.
             MOVE ZEROS TO WRK-QT-CATEGORIAS.
             MOVE 'N' TO WRK-EOF-CAT-SW.
             OPEN INPUT ATIVO-CATEGORIA.
             MOVE WRK-FS-CATEGORIA TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0510-LER-CATEGORIA
                   PERFORM 0520-GUARDAR-CATEGORIA
                         UNTIL FIM-CATEGORIAS
                   CLOSE ATIVO-CATEGORIA
             END-IF.

       0510-LER-CATEGORIA.
             READ ATIVO-CATEGORIA
                   AT END MOVE 'S' TO WRK-EOF-CAT-SW
             END-READ.

       0520-GUARDAR-CATEGORIA.
             IF WRK-QT-CATEGORIAS < 20
                   ADD 1 TO WRK-QT-CATEGORIAS
                   SET IX-TCI TO WRK-QT-CATEGORIAS
                   MOVE CI-CATEGORIA  TO TCI-CATEGORIA(IX-TCI)
                   MOVE CI-DESCRICAO  TO TCI-DESCRICAO(IX-TCI)
             END-IF.
             PERFORM 0510-LER-CATEGORIA.

       1000-DESCARREGAR-BENS.
             OPEN OUTPUT IMOBILIZADO-TRAB.
             MOVE 'N' TO WRK-EOF-SW.
             PERFORM 1100-LER-ATIVO.
             PERFORM 1200-GRAVAR-TRAB UNTIL FIM-ATIVOS.
             CLOSE IMOBILIZADO-TRAB.
             CLOSE ATIVO-MASTER.

       1100-LER-ATIVO.
             READ ATIVO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-GRAVAR-TRAB.
             IF IM-BAIXADO
                   ADD 1 TO WRK-QT-BAIXADOS
             ELSE
                   ADD 1 TO WRK-QT-EM-USO
                   MOVE IM-CATEGORIA      TO IW-CATEGORIA
                   MOVE IM-FILIAL         TO IW-FILIAL
                   MOVE IM-CODIGO         TO IW-CODIGO
                   MOVE IM-DESCRICAO      TO IW-DESCRICAO
                   MOVE IM-DATA-AQUISICAO TO IW-DATA-AQUISICAO
                   MOVE IM-CUSTO          TO IW-CUSTO
                   MOVE IM-DEPREC-ACUM    TO IW-DEPREC-ACUM
                   WRITE IMOBILIZADO-TRAB-REC
             END-IF.
             PERFORM 1100-LER-ATIVO.

       2000-ORDENAR-BENS.
             SORT SORT-IMOBILIZADO
                   ON ASCENDING KEY  IK-CATEGORIA
                                     IK-FILIAL
                                     IK-CODIGO
                   USING IMOBILIZADO-TRAB
                   GIVING IMOBILIZADO-ORDENADO.

      *----------------------------------------------------------------
      * QUEBRA POR CATEGORIA (FECHA A FILIAL E A CATEGORIA ANTERIORES)
      * E POR FILIAL DENTRO DA CATEGORIA.
      *----------------------------------------------------------------
       3000-IMPRIMIR-BEM.
             IF PRIMEIRO-BEM
                   PERFORM 3200-ABRIR-CATEGORIA
                   PERFORM 3300-ABRIR-FILIAL
                   MOVE 'N' TO WRK-PRIMEIRO-SW
             ELSE
                   IF IO-CATEGORIA NOT = WRK-CATEGORIA-ANT
                         PERFORM 3800-TOTAL-FILIAL
                         PERFORM 3900-TOTAL-CATEGORIA
                         PERFORM 3200-ABRIR-CATEGORIA
                         PERFORM 3300-ABRIR-FILIAL
                   ELSE
                         IF IO-FILIAL NOT = WRK-FILIAL-ANT
                               PERFORM 3800-TOTAL-FILIAL
                               PERFORM 3300-ABRIR-FILIAL
                         END-IF
                   END-IF
             END-IF.

             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             COMPUTE WRK-VALOR-LIQUIDO = IO-CUSTO - IO-DEPREC-ACUM.
             MOVE IO-CODIGO               TO LD-CODIGO.
             MOVE IO-DESCRICAO            TO LD-DESCRICAO.
             MOVE IO-DATA-AQUISICAO(7:2)  TO LD-DIA.
             MOVE IO-DATA-AQUISICAO(5:2)  TO LD-MES.
             MOVE IO-DATA-AQUISICAO(1:4)  TO LD-ANO.
             MOVE IO-CUSTO                TO LD-CUSTO.
             MOVE IO-DEPREC-ACUM          TO LD-DEPREC.
             MOVE WRK-VALOR-LIQUIDO       TO LD-LIQUIDO.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

             ADD IO-CUSTO          TO WRK-FIL-CUSTO.
             ADD IO-DEPREC-ACUM    TO WRK-FIL-DEPREC.
             ADD WRK-VALOR-LIQUIDO TO WRK-FIL-LIQUIDO.
             PERFORM 3100-LER-ORDENADO.

       3100-LER-ORDENADO.
             READ IMOBILIZADO-ORDENADO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3200-ABRIR-CATEGORIA.
             MOVE IO-CATEGORIA TO WRK-CATEGORIA-ANT.
             MOVE ZEROS TO WRK-TOTAIS-CATEGORIA.
             MOVE IO-CATEGORIA TO LC2-CATEGORIA.
             MOVE SPACES TO LC2-DESCRICAO.
             IF WRK-QT-CATEGORIAS > ZEROS
                   SET IX-TCI TO 1
                   SEARCH TCI-DET
                         AT END
                               CONTINUE
                         WHEN TCI-CATEGORIA(IX-TCI) = IO-CATEGORIA
                               MOVE TCI-DESCRICAO(IX-TCI)
                                    TO LC2-DESCRICAO
                   END-SEARCH
             END-IF.
             IF WRK-LINHAS-PAGINA + 3 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO REL-IMOBILIZADO-LINHA.
             WRITE REL-IMOBILIZADO-LINHA.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-CATEGORIA.
             ADD 2 TO WRK-LINHAS-PAGINA.

       3300-ABRIR-FILIAL.
             MOVE IO-FILIAL TO WRK-FILIAL-ANT.
             MOVE ZEROS TO WRK-TOTAIS-FILIAL.
             MOVE IO-FILIAL TO LF-FILIAL.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-FILIAL.
             ADD 1 TO WRK-LINHAS-PAGINA.

       3800-TOTAL-FILIAL.
             MOVE SPACES TO LT-ROTULO.
             STRING 'SUBTOTAL FILIAL ' WRK-FILIAL-ANT
                    DELIMITED BY SIZE INTO LT-ROTULO.
             MOVE WRK-FIL-CUSTO   TO LT-CUSTO.
             MOVE WRK-FIL-DEPREC  TO LT-DEPREC.
             MOVE WRK-FIL-LIQUIDO TO LT-LIQUIDO.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-TOTAL.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD WRK-FIL-CUSTO   TO WRK-CAT-CUSTO.
             ADD WRK-FIL-DEPREC  TO WRK-CAT-DEPREC.
             ADD WRK-FIL-LIQUIDO TO WRK-CAT-LIQUIDO.

       3900-TOTAL-CATEGORIA.
             MOVE SPACES TO LT-ROTULO.
             STRING 'TOTAL CATEGORIA ' WRK-CATEGORIA-ANT
                    DELIMITED BY SIZE INTO LT-ROTULO.
             MOVE WRK-CAT-CUSTO   TO LT-CUSTO.
             MOVE WRK-CAT-DEPREC  TO LT-DEPREC.
             MOVE WRK-CAT-LIQUIDO TO LT-LIQUIDO.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-TOTAL.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD WRK-CAT-CUSTO   TO WRK-GER-CUSTO.
             ADD WRK-CAT-DEPREC  TO WRK-GER-DEPREC.
             ADD WRK-CAT-LIQUIDO TO WRK-GER-LIQUIDO.

       4000-TOTAL-GERAL.
             MOVE ALL '-' TO REL-IMOBILIZADO-LINHA.
             WRITE REL-IMOBILIZADO-LINHA.
             MOVE 'TOTAL GERAL DO IMOBILIZADO' TO LT-ROTULO.
             MOVE WRK-GER-CUSTO   TO LT-CUSTO.
             MOVE WRK-GER-DEPREC  TO LT-DEPREC.
             MOVE WRK-GER-LIQUIDO TO LT-LIQUIDO.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'REGISTRO DO ATIVO IMOBILIZADO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-IMOBILIZADO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-IMOBILIZADO-LINHA FROM RPT-CABECALHO-DATA.
             WRITE REL-IMOBILIZADO-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-IMOBILIZADO-LINHA.
             WRITE REL-IMOBILIZADO-LINHA.

       9000-ENCERRAR.
             WRITE REL-IMOBILIZADO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE IMOBILIZADO-ORDENADO.
             CLOSE REL-IMOBILIZADO.
             DISPLAY 'RELATORIO DO ATIVO IMOBILIZADO EMITIDO'.
             DISPLAY 'BENS EM USO.............: ' WRK-QT-EM-USO.
             DISPLAY 'BENS BAIXADOS (FORA)....: ' WRK-QT-BAIXADOS.
             DISPLAY 'CUSTO TOTAL.............: ' WRK-GER-CUSTO.
             DISPLAY 'DEPRECIACAO ACUMULADA...: ' WRK-GER-DEPREC.
             DISPLAY 'VALOR CONTABIL LIQUIDO..: ' WRK-GER-LIQUIDO.

       END PROGRAM REL-IMOBILIZADO.
