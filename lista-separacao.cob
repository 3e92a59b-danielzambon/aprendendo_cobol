      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: LISTA DE SEPARACAO POR BOX DO DEPOSITO - PEGA OS
      *          PEDIDOS EXPEDIDOS (PR-EXPEDIDO) DA DATA INFORMADA,
      *          PROCURA NO BOX-MASTER OS BOXES OCUPADOS QUE GUARDAM O
      *          PRODUTO DE CADA PEDIDO E IMPRIME UMA LISTA POR
      *          TRANSPORTADORA/ROMANEIO EM ORDEM DE NUMERO DE BOX,
      *          PARA O SEPARADOR FAZER UM SO PERCURSO NO DEPOSITO,
      *          COM A COLUNA DE CONFERENCIA ([ ]) EM CADA LINHA. NO
      *          FIM SAI O RESUMO DOS PRODUTOS QUE NAO FORAM
      *          LOCALIZADOS EM NENHUM BOX.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O BOX GUARDA O PRODUTO QUANDO O MATERIAL DO BOX (BX-MATERIAL)
      * E IGUAL A DESCRICAO DO PEDIDO OU A DO PRODUTO-MASTER. COM MAIS
      * DE UM BOX, O PEDIDO VAI PARA O BOX ARMAZENADO HA MAIS TEMPO
      * (MENOR BX-DATA, EMPATE PELO MENOR NUMERO) E A COLUNA OUTROS
      * MOSTRA QUANTOS BOXES AINDA TEM O MESMO MATERIAL. PEDIDO SEM
      * TRANSPORTADORA VAI PARA O GRUPO 'PAD' E PEDIDO AINDA SEM
      * ROMANEIO SAI NA LISTA 'A EMITIR' DA SUA TRANSPORTADORA.
      * AS LINHAS SAO DESCARREGADAS E ORDENADAS (SORT, TECNICA DO
      * GERA-PEDIDO-COMPRA) POR TRANSPORTADORA, ROMANEIO E BOX.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A LISTA PASSA A IMPRIMIR O NOME DA
      *                 TRANSPORTADORA (MESTRE DE TRANSPORTADORAS, VIA
      *                 CONSULTA-TRANSP) NO LUGAR DO CODIGO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-SEPARACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT BOX-MASTER ASSIGN TO 'BOXMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BX-NUMERO
                  FILE STATUS IS WRK-FS-BOX.

           SELECT SEPARACAO-TRAB ASSIGN TO 'SEPTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT SEPARACAO-ORDENADA ASSIGN TO 'SEPTRABO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADA.

           SELECT SORT-SEPARACAO ASSIGN TO 'SEPSRT'.

           SELECT REL-SEPARACAO ASSIGN TO 'RELSEPAR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  BOX-MASTER.
       COPY boxmst.

       FD  SEPARACAO-TRAB.
       01  SEPARACAO-TRAB-REC.
           05 ST-TIPO          PIC X(01).
           05 ST-TRANSP        PIC X(03).
           05 ST-ROMANEIO      PIC 9(06).
           05 ST-BOX           PIC 9(04).
           05 ST-PEDIDO        PIC 9(06).
           05 ST-CODIGO        PIC 9(06).
           05 ST-PRODUTO       PIC X(30).
           05 ST-UF            PIC X(02).
           05 ST-OUTROS        PIC 9(03).

       SD  SORT-SEPARACAO.
       01  SORT-SEPARACAO-REC.
           05 SRT-TIPO         PIC X(01).
           05 SRT-TRANSP       PIC X(03).
           05 SRT-ROMANEIO     PIC 9(06).
           05 SRT-BOX          PIC 9(04).
           05 SRT-PEDIDO       PIC 9(06).
           05 SRT-CODIGO       PIC 9(06).
           05 SRT-PRODUTO      PIC X(30).
           05 SRT-UF           PIC X(02).
           05 SRT-OUTROS       PIC 9(03).

       FD  SEPARACAO-ORDENADA.
       01  SEPARACAO-ORDENADA-REC.
           05 SO-TIPO          PIC X(01).
             88 SO-LOCALIZADO       VALUE '1'.
             88 SO-NAO-LOCALIZADO   VALUE '2'.
           05 SO-TRANSP        PIC X(03).
           05 SO-ROMANEIO      PIC 9(06).
           05 SO-BOX           PIC 9(04).
           05 SO-PEDIDO        PIC 9(06).
           05 SO-CODIGO        PIC 9(06).
           05 SO-PRODUTO       PIC X(30).
           05 SO-UF            PIC X(02).
           05 SO-OUTROS        PIC 9(03).

       FD  REL-SEPARACAO.
       01  REL-SEPARACAO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-BOX       PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADA  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS         VALUE 'S'.
       77 WRK-EOF-BOX-SW   PIC X(01) VALUE 'N'.
         88 FIM-BOXES           VALUE 'S'.
       77 WRK-EOF-SEP-SW   PIC X(01) VALUE 'N'.
         88 FIM-SEPARACAO       VALUE 'S'.
       77 WRK-BOXES-SW     PIC X(01) VALUE 'N'.
         88 BOXES-ABERTO        VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRA-LINHA      VALUE 'S'.
       77 WRK-RESUMO-SW    PIC X(01) VALUE 'N'.
         88 RESUMO-INICIADO     VALUE 'S'.

       77 WRK-DATA-EXPED   PIC 9(08) VALUE ZEROS.
       77 WRK-MATERIAL-PM  PIC X(30) VALUE SPACES.
       77 WRK-BOX-SEL      PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-BOX-SEL PIC 9(08) VALUE ZEROS.
       77 WRK-QT-BOXES     PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSP-ANT   PIC X(03) VALUE SPACES.
       77 WRK-ROMANEIO-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PEDIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LOCALIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-LOCALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NA-LISTA  PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-ROTULO.
           05 FILLER          PIC X(15) VALUE 'TRANSPORTADORA '.
           05 LR-TRANSP       PIC X(22).
           05 FILLER          PIC X(10) VALUE ' ROMANEIO '.
           05 LR-ROMANEIO     PIC X(08).
           05 FILLER          PIC X(11) VALUE ' EXPEDICAO '.
           05 LR-DATA         PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-DETALHE.
           05 FILLER          PIC X(03) VALUE '[ ]'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-BOX          PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-PEDIDO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-UF           PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-OUTROS       PIC ZZ9.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-NAO-LOCALIZADO.
           05 LN-PEDIDO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PRODUTO      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-TRANSP       PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-ROMANEIO     PIC X(08).
           05 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-SECAO.
           05 LS-TITULO       PIC X(60).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-TOTAL-LISTA.
           05 FILLER          PIC X(16) VALUE 'ITENS NA LISTA: '.
           05 LT-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(58) VALUE SPACES.

       01  LINHA-ASSINATURA.
           05 FILLER          PIC X(10) VALUE 'SEPARADOR:'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(25) VALUE ALL '_'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'CONFERENTE:'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(25) VALUE ALL '_'.
           05 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LC-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.

       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-PEDIDOS.
             MOVE ZEROS TO WRK-QT-LOCALIZADOS.
             MOVE ZEROS TO WRK-QT-NAO-LOCALIZ.
             MOVE ZEROS TO WRK-QT-LISTAS.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'DATA DA EXPEDICAO (AAAAMMDD, BRANCO=HOJE): '
             ACCEPT WRK-DATA-EXPED.
             IF WRK-DATA-EXPED = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-EXPED
             END-IF.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-PEDIDO.
             PERFORM 2000-SELECIONAR-PEDIDO UNTIL FIM-PEDIDOS.
             PERFORM 1900-FECHAR-ENTRADA.

             PERFORM 3000-ORDENAR-LINHAS.
             OPEN INPUT SEPARACAO-ORDENADA.
             OPEN OUTPUT REL-SEPARACAO.
             MOVE 'N' TO WRK-EOF-SEP-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE 'N' TO WRK-RESUMO-SW.
             PERFORM 3100-LER-SEPARACAO.
             PERFORM 4000-IMPRIMIR-LINHA UNTIL FIM-SEPARACAO.
             IF NOT PRIMEIRA-LINHA
                   AND NOT RESUMO-INICIADO
                   PERFORM 4900-FECHAR-LISTA
             END-IF.
             IF NOT RESUMO-INICIADO
                   PERFORM 5000-INICIAR-RESUMO
                   MOVE 'NENHUM - TODOS OS PRODUTOS LOCALIZADOS'
                        TO LS-TITULO
                   WRITE REL-SEPARACAO-LINHA FROM LINHA-SECAO
             END-IF.
             PERFORM 7000-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT PEDIDO-REGISTRO.
             MOVE WRK-FS-REGISTRO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'PEDIDO-REGISTRO INEXISTENTE, NADA A '
                           'SEPARAR'
             ELSE
                   MOVE ZEROS TO PR-NUMERO
                   START PEDIDO-REGISTRO KEY IS >= PR-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.
             OPEN INPUT BOX-MASTER.
             MOVE WRK-FS-BOX TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-BOXES-SW
             ELSE
                   MOVE 'N' TO WRK-BOXES-SW
                   DISPLAY 'BOX-MASTER INEXISTENTE, NENHUM PRODUTO '
                           'SERA LOCALIZADO'
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN OUTPUT SEPARACAO-TRAB.

       1100-LER-PEDIDO.
             IF NOT FIM-PEDIDOS
                   READ PEDIDO-REGISTRO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       1900-FECHAR-ENTRADA.
             IF WRK-FS-REGISTRO NOT = '35'
                   CLOSE PEDIDO-REGISTRO
             END-IF.
             IF BOXES-ABERTO
                   CLOSE BOX-MASTER
             END-IF.
             IF WRK-FS-PRODUTO NOT = '35'
                   CLOSE PRODUTO-MASTER
             END-IF.
             CLOSE SEPARACAO-TRAB.

       2000-SELECIONAR-PEDIDO.
             IF PR-EXPEDIDO
                   AND PR-DATA-STATUS = WRK-DATA-EXPED
                   ADD 1 TO WRK-QT-PEDIDOS
                   PERFORM 2100-BUSCAR-PRODUTO
                   PERFORM 2200-LOCALIZAR-BOX
                   PERFORM 2500-GRAVAR-LINHA
             END-IF.
             PERFORM 1100-LER-PEDIDO.

       2100-BUSCAR-PRODUTO.
             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE SPACES TO WRK-MATERIAL-PM.
             MOVE PR-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.
             IF PRODUTO-ENCONTRADO
                   MOVE PM-PRODUTO TO WRK-MATERIAL-PM
             END-IF.

      *----------------------------------------------------------------
      * PERCORRE TODO O BOX-MASTER: CONTA OS BOXES OCUPADOS COM O
      * MATERIAL DO PEDIDO E GUARDA O ARMAZENADO HA MAIS TEMPO.
      *----------------------------------------------------------------
       2200-LOCALIZAR-BOX.
             MOVE ZEROS TO WRK-BOX-SEL.
             MOVE ZEROS TO WRK-DATA-BOX-SEL.
             MOVE ZEROS TO WRK-QT-BOXES.
             MOVE 'N' TO WRK-EOF-BOX-SW.
             IF NOT BOXES-ABERTO
                   MOVE 'S' TO WRK-EOF-BOX-SW
             ELSE
                   MOVE ZEROS TO BX-NUMERO
                   START BOX-MASTER KEY IS >= BX-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-BOX-SW
                   END-START
             END-IF.
             PERFORM 2210-LER-BOX.
             PERFORM 2220-CONFERIR-BOX UNTIL FIM-BOXES.

       2210-LER-BOX.
             IF NOT FIM-BOXES
                   READ BOX-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-BOX-SW
                   END-READ
             END-IF.

       2220-CONFERIR-BOX.
             IF BX-BOX-OCUPADO
                   AND (BX-MATERIAL = PR-PRODUTO
                        OR (WRK-MATERIAL-PM NOT = SPACES
                            AND BX-MATERIAL = WRK-MATERIAL-PM))
                   ADD 1 TO WRK-QT-BOXES
                   IF WRK-QT-BOXES = 1
                      OR BX-DATA < WRK-DATA-BOX-SEL
                         MOVE BX-NUMERO TO WRK-BOX-SEL
                         MOVE BX-DATA   TO WRK-DATA-BOX-SEL
                   END-IF
             END-IF.
             PERFORM 2210-LER-BOX.

       2500-GRAVAR-LINHA.
             MOVE SPACES TO SEPARACAO-TRAB-REC.
             IF WRK-QT-BOXES > ZEROS
                   MOVE '1' TO ST-TIPO
                   MOVE WRK-BOX-SEL TO ST-BOX
                   SUBTRACT 1 FROM WRK-QT-BOXES GIVING ST-OUTROS
                   ADD 1 TO WRK-QT-LOCALIZADOS
             ELSE
                   MOVE '2' TO ST-TIPO
                   MOVE ZEROS TO ST-BOX
                   MOVE ZEROS TO ST-OUTROS
                   ADD 1 TO WRK-QT-NAO-LOCALIZ
             END-IF.
             IF PR-TRANSP = SPACES
                   MOVE 'PAD' TO ST-TRANSP
             ELSE
                   MOVE PR-TRANSP TO ST-TRANSP
             END-IF.
             MOVE PR-ROMANEIO TO ST-ROMANEIO.
             MOVE PR-NUMERO   TO ST-PEDIDO.
             MOVE PR-CODIGO   TO ST-CODIGO.
             MOVE PR-PRODUTO  TO ST-PRODUTO.
             MOVE PR-UF       TO ST-UF.
             WRITE SEPARACAO-TRAB-REC.

       3000-ORDENAR-LINHAS.
             SORT SORT-SEPARACAO
                   ON ASCENDING KEY  SRT-TIPO
                                     SRT-TRANSP
                                     SRT-ROMANEIO
                                     SRT-BOX
                                     SRT-PEDIDO
                   USING SEPARACAO-TRAB
                   GIVING SEPARACAO-ORDENADA.

       3100-LER-SEPARACAO.
             READ SEPARACAO-ORDENADA
                   AT END MOVE 'S' TO WRK-EOF-SEP-SW
             END-READ.

      *----------------------------------------------------------------
      * AS LINHAS LOCALIZADAS ('1') VEM PRIMEIRO, QUEBRANDO UMA LISTA
      * POR TRANSPORTADORA/ROMANEIO; DEPOIS AS NAO LOCALIZADAS ('2')
      * FORMAM O RESUMO.
      *----------------------------------------------------------------
       4000-IMPRIMIR-LINHA.
             IF SO-LOCALIZADO
                   IF PRIMEIRA-LINHA
                      OR SO-TRANSP NOT = WRK-TRANSP-ANT
                      OR SO-ROMANEIO NOT = WRK-ROMANEIO-ANT
                         IF NOT PRIMEIRA-LINHA
                               PERFORM 4900-FECHAR-LISTA
                         END-IF
                         MOVE 'N' TO WRK-PRIMEIRO-SW
                         MOVE SO-TRANSP TO WRK-TRANSP-ANT
                         MOVE SO-ROMANEIO TO WRK-ROMANEIO-ANT
                         PERFORM 4100-ABRIR-LISTA
                   END-IF
                   PERFORM 4200-IMPRIMIR-ITEM
             ELSE
                   IF NOT RESUMO-INICIADO
                         IF NOT PRIMEIRA-LINHA
                               PERFORM 4900-FECHAR-LISTA
                         END-IF
                         PERFORM 5000-INICIAR-RESUMO
                   END-IF
                   PERFORM 5100-IMPRIMIR-NAO-LOCALIZADO
             END-IF.
             PERFORM 3100-LER-SEPARACAO.

       4100-ABRIR-LISTA.
             ADD 1 TO WRK-QT-LISTAS.
             MOVE ZEROS TO WRK-QT-NA-LISTA.
             PERFORM 8000-CABECALHO.
             PERFORM 8300-ROTULO-LISTA.

       4200-IMPRIMIR-ITEM.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
                   PERFORM 8300-ROTULO-LISTA
             END-IF.
             MOVE SO-BOX     TO LD-BOX.
             MOVE SO-PEDIDO  TO LD-PEDIDO.
             MOVE SO-CODIGO  TO LD-CODIGO.
             MOVE SO-PRODUTO TO LD-PRODUTO.
             MOVE SO-UF      TO LD-UF.
             MOVE SO-OUTROS  TO LD-OUTROS.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-NA-LISTA.

       4900-FECHAR-LISTA.
             MOVE WRK-QT-NA-LISTA TO LT-QTDE.
             WRITE REL-SEPARACAO-LINHA FROM SPACES.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-TOTAL-LISTA.
             WRITE REL-SEPARACAO-LINHA FROM SPACES.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-ASSINATURA.
             ADD 4 TO WRK-LINHAS-PAGINA.

       5000-INICIAR-RESUMO.
             MOVE 'S' TO WRK-RESUMO-SW.
             PERFORM 8000-CABECALHO.
             MOVE 'PRODUTOS NAO LOCALIZADOS EM NENHUM BOX' TO LS-TITULO.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-SECAO.
             MOVE 'PEDIDO CODIGO PRODUTO                        TRANSPOR
      -    'TADORA       ROMANEIO' TO REL-SEPARACAO-LINHA.
             WRITE REL-SEPARACAO-LINHA.
             MOVE ALL '-' TO REL-SEPARACAO-LINHA.
             WRITE REL-SEPARACAO-LINHA.
             ADD 3 TO WRK-LINHAS-PAGINA.

       5100-IMPRIMIR-NAO-LOCALIZADO.
             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE SO-PEDIDO  TO LN-PEDIDO.
             MOVE SO-CODIGO  TO LN-CODIGO.
             MOVE SO-PRODUTO TO LN-PRODUTO.
             MOVE SO-TRANSP  TO CT-CODIGO.
             MOVE WRK-DATA-EXPED TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME    TO LN-TRANSP.
             IF SO-ROMANEIO = ZEROS
                   MOVE 'A EMITIR' TO LN-ROMANEIO
             ELSE
                   MOVE SO-ROMANEIO TO LN-ROMANEIO
             END-IF.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-NAO-LOCALIZADO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       7000-TOTAIS.
             WRITE REL-SEPARACAO-LINHA FROM SPACES.
             MOVE 'PEDIDOS EXPEDIDOS NA DATA...............'
                  TO LC-ROTULO.
             MOVE WRK-QT-PEDIDOS TO LC-QTDE.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PEDIDOS LOCALIZADOS EM BOX..............'
                  TO LC-ROTULO.
             MOVE WRK-QT-LOCALIZADOS TO LC-QTDE.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PEDIDOS NAO LOCALIZADOS.................'
                  TO LC-ROTULO.
             MOVE WRK-QT-NAO-LOCALIZ TO LC-QTDE.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'LISTAS DE SEPARACAO EMITIDAS............'
                  TO LC-ROTULO.
             MOVE WRK-QT-LISTAS TO LC-QTDE.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-CONTAGEM.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'LISTA DE SEPARACAO POR BOX' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-SEPARACAO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-SEPARACAO-LINHA FROM RPT-CABECALHO-DATA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       8300-ROTULO-LISTA.
             MOVE WRK-TRANSP-ANT TO CT-CODIGO.
             MOVE WRK-DATA-EXPED TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME TO LR-TRANSP.
             IF WRK-ROMANEIO-ANT = ZEROS
                   MOVE 'A EMITIR' TO LR-ROMANEIO
             ELSE
                   MOVE WRK-ROMANEIO-ANT TO LR-ROMANEIO
             END-IF.
             MOVE WRK-DATA-EXPED TO LR-DATA.
             WRITE REL-SEPARACAO-LINHA FROM LINHA-ROTULO.
             MOVE 'OK  BOX   PEDIDO CODIGO PRODUTO                      
      -    '  UF OUTROS' TO REL-SEPARACAO-LINHA.
             WRITE REL-SEPARACAO-LINHA.
             MOVE ALL '-' TO REL-SEPARACAO-LINHA.
             WRITE REL-SEPARACAO-LINHA.
             ADD 3 TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             WRITE REL-SEPARACAO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE SEPARACAO-ORDENADA.
             CLOSE REL-SEPARACAO.
             DISPLAY 'LISTA DE SEPARACAO CONCLUIDA'.
             DISPLAY 'PEDIDOS EXPEDIDOS.......: ' WRK-QT-PEDIDOS.
             DISPLAY 'PEDIDOS LOCALIZADOS.....: ' WRK-QT-LOCALIZADOS.
             DISPLAY 'PEDIDOS NAO LOCALIZADOS.: ' WRK-QT-NAO-LOCALIZ.
             DISPLAY 'LISTAS EMITIDAS.........: ' WRK-QT-LISTAS.

       END PROGRAM LISTA-SEPARACAO.
