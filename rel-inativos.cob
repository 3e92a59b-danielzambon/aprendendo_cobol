      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CLIENTES INATIVOS E EM QUEDA - PARA CADA CLIENTE DO
      *          CLIEMST, VARRE O VENDA-LEDGER VIVO E OS ARQUIVOS
      *          MORTOS VLARC + AAAAMMDD DO FECHA-VENDAS (COMO NO
      *          REL-META) E APURA A DATA DA ULTIMA COMPRA, OS DIAS
      *          DESDE ENTAO E A MEDIA MENSAL DOS ULTIMOS 3 MESES
      *          CONTRA A DOS 12 MESES ANTERIORES. SAI NO RELINATV O
      *          CLIENTE SILENCIOSO ALEM DO LIMITE DE DIAS OU COM
      *          QUEDA DE VOLUME ACIMA DO PERCENTUAL DO PARAMETRO,
      *          ORDENADO PELA RECEITA MENSAL PERDIDA, COM O VENDEDOR
      *          QUE COSTUMA ATENDE-LO, PARA O COMERCIAL LIGAR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS LIMITES VEM DO PARAMETRO INATCFG (UMA LINHA: DIAS 9(05) E
      * PERCENTUAL DE QUEDA 9(03)); SEM O PARAMETRO, OU COM O CAMPO
      * ZERADO, VALEM 90 DIAS E 50%. OS MESES SAO FECHADOS: OS 3
      * ULTIMOS SAO OS 3 ANTERIORES AO MES DA RODADA E OS 12
      * ANTERIORES VEM ANTES DELES; O MES CORRENTE SO CONTA PARA A
      * ULTIMA COMPRA. VOLUME LIQUIDO DE ESTORNOS. RECEITA PERDIDA =
      * MEDIA DOS 12 MESES - MEDIA DOS 3 MESES (ZERO SE SUBIU). O
      * VENDEDOR HABITUAL E O DE MAIOR VOLUME COM O CLIENTE NOS 15
      * MESES. CLIENTE SEM NENHUMA COMPRA NOS 15 MESES SAI COMO
      * SILENCIOSO, SEM DATA. VENDA DE CLIENTE FORA DO CLIEMST SO E
      * CONTADA NO RODAPE. AS VENDAS SAO DESCARREGADAS E ORDENADAS
      * POR CLIENTE E VENDEDOR (SORT PARA O INAORD1), SEM TABELA EM
      * MEMORIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-INATIVOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT VENDEDOR-MASTER ASSIGN TO 'VENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VD-CODIGO
                  FILE STATUS IS WRK-FS-VENDEDOR.

           SELECT SALES-LEDGER ASSIGN TO 'VENDALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT VENDA-ARQUIVO ASSIGN TO DYNAMIC WRK-NOME-ARQUIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT INATIVO-CONFIG ASSIGN TO 'INATCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT INATIVO-TRAB ASSIGN TO 'INATRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT INATIVO-ORDEM ASSIGN TO 'INAORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT INATIVO-ALERTA ASSIGN TO 'INAALRT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ALERTA.

           SELECT INATIVO-ORDEM-PERDA ASSIGN TO 'INAORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-INATIVO ASSIGN TO 'INASRT1'.

           SELECT SORT-INATIVO-PERDA ASSIGN TO 'INASRT2'.

           SELECT REL-INATIVOS-OUT ASSIGN TO 'RELINATV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  VENDEDOR-MASTER.
       COPY vendedor.

       FD  SALES-LEDGER.
       COPY vendaldg.

       FD  VENDA-ARQUIVO.
       COPY vendaldg REPLACING
            ==VENDA-LEDGER-REC== BY ==VENDA-ARQUIVO-REC==
            ==VL-SEQ==           BY ==VA-SEQ==
            ==VL-VALOR==         BY ==VA-VALOR==
            ==VL-DATA==          BY ==VA-DATA==
            ==VL-HORA==          BY ==VA-HORA==
            ==VL-VENDEDOR==      BY ==VA-VENDEDOR==
            ==VL-TIPO==          BY ==VA-TIPO==
            ==VL-E-VENDA==       BY ==VA-E-VENDA==
            ==VL-E-ESTORNO==     BY ==VA-E-ESTORNO==
            ==VL-SEQ-REF==       BY ==VA-SEQ-REF==
            ==VL-CLIENTE==       BY ==VA-CLIENTE==
            ==VL-UF-DESTINO==    BY ==VA-UF-DESTINO==
            ==VL-ICMS==          BY ==VA-ICMS==
            ==VL-FILIAL==        BY ==VA-FILIAL==
            ==VL-EXECUCAO==      BY ==VA-EXECUCAO==.

       FD  INATIVO-CONFIG.
       01  INATIVO-CONFIG-REC.
           05 VC-LIMITE-DIAS   PIC 9(05).
           05 VC-QUEDA-PCT     PIC 9(03).

      *----------------------------------------------------------------
      * TIPO C = CLIENTE DO CLIEMST (UM POR CLIENTE, SEM VALOR),
      * V = VENDA, E = ESTORNO. FAIXA 3 = ULTIMOS 3 MESES, 2 = 12
      * MESES ANTERIORES, 0 = FORA DAS MEDIAS (SO ULTIMA COMPRA).
      *----------------------------------------------------------------
       FD  INATIVO-TRAB.
       01  INATIVO-TRAB-REC.
           05 VI-CLIENTE       PIC 9(06).
           05 VI-VENDEDOR      PIC X(10).
           05 VI-TIPO          PIC X(01).
           05 VI-DATA          PIC 9(08).
           05 VI-FAIXA         PIC X(01).
           05 VI-VALOR         PIC 9(08)V99.

       SD  SORT-INATIVO.
       01  SORT-INATIVO-REC.
           05 VJ-CLIENTE       PIC 9(06).
           05 VJ-VENDEDOR      PIC X(10).
           05 VJ-TIPO          PIC X(01).
           05 VJ-DATA          PIC 9(08).
           05 VJ-FAIXA         PIC X(01).
           05 VJ-VALOR         PIC 9(08)V99.

       FD  INATIVO-ORDEM.
       01  INATIVO-ORDEM-REC.
           05 VK-CLIENTE       PIC 9(06).
           05 VK-VENDEDOR      PIC X(10).
           05 VK-TIPO          PIC X(01).
             88 VK-CADASTRO        VALUE 'C'.
             88 VK-VENDA           VALUE 'V'.
             88 VK-ESTORNO         VALUE 'E'.
           05 VK-DATA          PIC 9(08).
           05 VK-FAIXA         PIC X(01).
             88 VK-ULTIMOS-3       VALUE '3'.
             88 VK-ANTERIORES-12   VALUE '2'.
           05 VK-VALOR         PIC 9(08)V99.

      *----------------------------------------------------------------
      * UM REGISTRO POR CLIENTE APONTADO. MOTIVO S = SILENCIOSO,
      * Q = QUEDA DE VOLUME, A = AMBOS.
      *----------------------------------------------------------------
       FD  INATIVO-ALERTA.
       01  INATIVO-ALERTA-REC.
           05 VM-PERDA         PIC 9(10)V99.
           05 VM-DIAS          PIC 9(05).
           05 VM-CLIENTE       PIC 9(06).
           05 VM-ULTIMA-COMPRA PIC 9(08).
           05 VM-MEDIA-12      PIC 9(10)V99.
           05 VM-MEDIA-3       PIC 9(10)V99.
           05 VM-QUEDA-PCT     PIC 9(03).
           05 VM-VENDEDOR      PIC X(10).
           05 VM-MOTIVO        PIC X(01).

       SD  SORT-INATIVO-PERDA.
       01  SORT-INATIVO-PERDA-REC.
           05 VN-PERDA         PIC 9(10)V99.
           05 VN-DIAS          PIC 9(05).
           05 VN-CLIENTE       PIC 9(06).
           05 VN-ULTIMA-COMPRA PIC 9(08).
           05 VN-MEDIA-12      PIC 9(10)V99.
           05 VN-MEDIA-3       PIC 9(10)V99.
           05 VN-QUEDA-PCT     PIC 9(03).
           05 VN-VENDEDOR      PIC X(10).
           05 VN-MOTIVO        PIC X(01).

       FD  INATIVO-ORDEM-PERDA.
       01  INATIVO-ORDEM-PERDA-REC.
           05 VP-PERDA         PIC 9(10)V99.
           05 VP-DIAS          PIC 9(05).
           05 VP-CLIENTE       PIC 9(06).
           05 VP-ULTIMA-COMPRA PIC 9(08).
           05 VP-MEDIA-12      PIC 9(10)V99.
           05 VP-MEDIA-3       PIC 9(10)V99.
           05 VP-QUEDA-PCT     PIC 9(03).
           05 VP-VENDEDOR      PIC X(10).
           05 VP-MOTIVO        PIC X(01).
             88 VP-SILENCIOSO      VALUE 'S'.
             88 VP-QUEDA           VALUE 'Q'.
             88 VP-AMBOS           VALUE 'A'.

       FD  REL-INATIVOS-OUT.
       01  REL-INATIVOS-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM     PIC X(02) VALUE '00'.
       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO PIC X(20) VALUE SPACES.
       77 WRK-DIA-ARQ      PIC 9(02) VALUE ZEROS.
       77 WRK-EOF-CLI-SW   PIC X(01) VALUE 'N'.
         88 FIM-CLIENTES        VALUE 'S'.
       77 WRK-EOF-LED-SW   PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-EOF-ARQ-SW   PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO-DIA     VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDEM           VALUE 'S'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.
       77 WRK-SEM-VENDEDOR-SW PIC X(01) VALUE 'N'.
         88 SEM-VENDEDORES      VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO   VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CLIENTE-CADASTRADO  VALUE 'S'.
       77 WRK-SILENCIO-SW  PIC X(01) VALUE 'N'.
         88 CLIENTE-SILENCIOSO  VALUE 'S'.
       77 WRK-QUEDA-SW     PIC X(01) VALUE 'N'.
         88 CLIENTE-EM-QUEDA    VALUE 'S'.

       77 WRK-LIMITE-DIAS  PIC 9(05) VALUE 90.
       77 WRK-LIMITE-QUEDA PIC 9(03) VALUE 50.

      *----------------------------------------------------------------
      * MES ABSOLUTO = ANO X 12 + MES - 1, PARA CONTAR MESES PARA
      * TRAS SEM TRATAR A VIRADA DO ANO.
      *----------------------------------------------------------------
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
          05 WRK-HOJE-ANO  PIC 9(04).
          05 WRK-HOJE-MES  PIC 9(02).
          05 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-VENDA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VENDA-R REDEFINES WRK-DATA-VENDA.
          05 WRK-VENDA-ANO PIC 9(04).
          05 WRK-VENDA-MES PIC 9(02).
          05 WRK-VENDA-DIA PIC 9(02).
       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO PIC 9(04).
          05 WRK-COMPET-MES PIC 9(02).
       77 WRK-MES-HOJE     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ARQ      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-VENDA    PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-ATRAS  PIC S9(06) VALUE ZEROS.
       77 WRK-INICIO-12    PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-12       PIC 9(06) VALUE ZEROS.
       77 WRK-INICIO-3     PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-3        PIC 9(06) VALUE ZEROS.

       77 WRK-CLIENTE-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-VENDEDOR-ANT PIC X(10) VALUE SPACES.
       77 WRK-ULTIMA-COMPRA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEM-COMPRA PIC S9(07) VALUE ZEROS.
       77 WRK-VOLUME-3     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VOLUME-12    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VOLUME-VEND  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MAIOR-VOLUME PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VENDEDOR-HAB PIC X(10) VALUE SPACES.
       77 WRK-MEDIA-3      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MEDIA-12     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PERDA        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QUEDA-PCT    PIC 9(03) VALUE ZEROS.

       77 WRK-QT-CLIENTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VENDAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APONTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SILENCIOSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-QUEDA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PERDA    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 50.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-PERIODOS.
           05 FILLER          PIC X(11) VALUE 'MEDIA 12 M '.
           05 LP-INICIO-12    PIC 9(06).
           05 FILLER          PIC X(03) VALUE ' A '.
           05 LP-FIM-12       PIC 9(06).
           05 FILLER          PIC X(12) VALUE '  MEDIA 3 M '.
           05 LP-INICIO-3     PIC 9(06).
           05 FILLER          PIC X(03) VALUE ' A '.
           05 LP-FIM-3        PIC 9(06).
           05 FILLER          PIC X(27) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(07) VALUE 'CLIENTE'.
           05 FILLER          PIC X(16) VALUE ' RAZAO SOCIAL'.
           05 FILLER          PIC X(09) VALUE 'ULTIMA'.
           05 FILLER          PIC X(05) VALUE ' DIAS'.
           05 FILLER          PIC X(14) VALUE '    MEDIA 12 M'.
           05 FILLER          PIC X(14) VALUE '     MEDIA 3 M'.
           05 FILLER          PIC X(14) VALUE '     PERDA/MES'.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RAZAO        PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-ULTIMA       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIAS         PIC ZZZZ9.
           05 LD-DIAS-X REDEFINES LD-DIAS PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MEDIA-12     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MEDIA-3      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PERDA        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-VENDEDOR.
           05 FILLER          PIC X(08) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'VENDEDOR: '.
           05 LV-VENDEDOR     PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-NOME         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-MOTIVO       PIC X(15).
           05 FILLER          PIC X(07) VALUE ' QUEDA '.
           05 LV-QUEDA        PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(23) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LQ-ROTULO       PIC X(40).
           05 LQ-QTDE         PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(31) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-CLIENTES.
             MOVE ZEROS TO WRK-QT-VENDAS.
             MOVE ZEROS TO WRK-QT-APONTADOS.
             MOVE ZEROS TO WRK-QT-SILENCIOSOS.
             MOVE ZEROS TO WRK-QT-EM-QUEDA.
             MOVE ZEROS TO WRK-QT-FORA-CADASTRO.
             MOVE ZEROS TO WRK-TOT-PERDA.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0100-CARREGAR-LIMITES.
             PERFORM 0200-DEFINIR-PERIODOS.
             PERFORM 1000-DESCARREGAR-CLIENTES.
             IF SEM-CLIENTES
                   DISPLAY 'CLIEMST AUSENTE, NENHUM CLIENTE A AVALIAR'
                   GOBACK
             END-IF.
             PERFORM 1500-DESCARREGAR-FECHADOS.
             PERFORM 1700-DESCARREGAR-LEDGER.
             CLOSE INATIVO-TRAB.
             PERFORM 2000-ORDENAR-CLIENTES.
             PERFORM 3000-APURAR-CLIENTES.
             PERFORM 4000-ORDENAR-PERDA.
             PERFORM 5000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-CARREGAR-LIMITES.
             OPEN INPUT INATIVO-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ INATIVO-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         IF VC-LIMITE-DIAS > ZEROS
                               MOVE VC-LIMITE-DIAS TO WRK-LIMITE-DIAS
                         END-IF
                         IF VC-QUEDA-PCT > ZEROS
                               MOVE VC-QUEDA-PCT TO WRK-LIMITE-QUEDA
                         END-IF
                   END-IF
                   CLOSE INATIVO-CONFIG
             END-IF.

      *----------------------------------------------------------------
      * MES DA RODADA = M; ULTIMOS 3 = M-3 A M-1; 12 ANTERIORES =
      * M-15 A M-4. A VARREDURA DOS ARQUIVOS MORTOS VAI DE M-15 A M.
      *----------------------------------------------------------------
       0200-DEFINIR-PERIODOS.
             COMPUTE WRK-MES-HOJE =
                   (WRK-HOJE-ANO * 12) + WRK-HOJE-MES - 1.
             COMPUTE WRK-MES-ARQ = WRK-MES-HOJE - 15.
             PERFORM 0210-COMPETENCIA-DO-MES.
             MOVE WRK-COMPETENCIA TO LP-INICIO-12.
             COMPUTE WRK-MES-ARQ = WRK-MES-HOJE - 4.
             PERFORM 0210-COMPETENCIA-DO-MES.
             MOVE WRK-COMPETENCIA TO LP-FIM-12.
             COMPUTE WRK-MES-ARQ = WRK-MES-HOJE - 3.
             PERFORM 0210-COMPETENCIA-DO-MES.
             MOVE WRK-COMPETENCIA TO LP-INICIO-3.
             COMPUTE WRK-MES-ARQ = WRK-MES-HOJE - 1.
             PERFORM 0210-COMPETENCIA-DO-MES.
             MOVE WRK-COMPETENCIA TO LP-FIM-3.

       0210-COMPETENCIA-DO-MES.
             DIVIDE WRK-MES-ARQ BY 12 GIVING WRK-COMPET-ANO
                   REMAINDER WRK-COMPET-MES.
             ADD 1 TO WRK-COMPET-MES.

      *----------------------------------------------------------------
      * UM REGISTRO TIPO C POR CLIENTE DO CLIEMST, PARA O CLIENTE SEM
      * NENHUMA VENDA TAMBEM SER AVALIADO.
      *----------------------------------------------------------------
       1000-DESCARREGAR-CLIENTES.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             MOVE 'N' TO WRK-EOF-CLI-SW.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
             ELSE
                   OPEN OUTPUT INATIVO-TRAB
                   PERFORM 1100-LER-CLIENTE
                   PERFORM 1200-GRAVAR-CLIENTE UNTIL FIM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.

       1100-LER-CLIENTE.
             READ CLIENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-CLI-SW
             END-READ.

       1200-GRAVAR-CLIENTE.
             ADD 1 TO WRK-QT-CLIENTES.
             MOVE CL-CODIGO TO VI-CLIENTE.
             MOVE SPACES    TO VI-VENDEDOR.
             MOVE 'C'       TO VI-TIPO.
             MOVE ZEROS     TO VI-DATA.
             MOVE '0'       TO VI-FAIXA.
             MOVE ZEROS     TO VI-VALOR.
             WRITE INATIVO-TRAB-REC.
             PERFORM 1100-LER-CLIENTE.

      *----------------------------------------------------------------
      * OS DIAS JA FECHADOS PELO FECHA-VENDAS ESTAO NOS ARQUIVOS
      * MORTOS VLARC + AAAAMMDD; CADA DIA DE CADA MES DE M-15 A M E
      * TENTADO E O DIA SEM ARQUIVO E PULADO.
      *----------------------------------------------------------------
       1500-DESCARREGAR-FECHADOS.
             COMPUTE WRK-MES-ARQ = WRK-MES-HOJE - 15.
             PERFORM 1510-DESCARREGAR-UM-MES
                   UNTIL WRK-MES-ARQ > WRK-MES-HOJE.

       1510-DESCARREGAR-UM-MES.
             PERFORM 0210-COMPETENCIA-DO-MES.
             MOVE 1 TO WRK-DIA-ARQ.
             PERFORM 1520-DESCARREGAR-UM-DIA UNTIL WRK-DIA-ARQ > 31.
             ADD 1 TO WRK-MES-ARQ.

       1520-DESCARREGAR-UM-DIA.
             MOVE SPACES TO WRK-NOME-ARQUIVO.
             STRING 'VLARC' WRK-COMPETENCIA WRK-DIA-ARQ
                   DELIMITED BY SIZE
                   INTO WRK-NOME-ARQUIVO.
             MOVE 'N' TO WRK-EOF-ARQ-SW.
             OPEN INPUT VENDA-ARQUIVO.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1530-LER-ARQUIVO
                   PERFORM 1540-GRAVAR-ARQUIVO
                         UNTIL FIM-ARQUIVO-DIA
                   CLOSE VENDA-ARQUIVO
             END-IF.
             ADD 1 TO WRK-DIA-ARQ.

       1530-LER-ARQUIVO.
             READ VENDA-ARQUIVO
                   AT END MOVE 'S' TO WRK-EOF-ARQ-SW
             END-READ.

       1540-GRAVAR-ARQUIVO.
             MOVE VENDA-ARQUIVO-REC TO VENDA-LEDGER-REC.
             PERFORM 1800-GRAVAR-VENDA.
             PERFORM 1530-LER-ARQUIVO.

       1700-DESCARREGAR-LEDGER.
             MOVE 'N' TO WRK-EOF-LED-SW.
             OPEN INPUT SALES-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-LED-SW
             ELSE
                   PERFORM 1710-LER-VENDA
                   PERFORM 1720-GRAVAR-LEDGER UNTIL FIM-LEDGER
                   CLOSE SALES-LEDGER
             END-IF.

       1710-LER-VENDA.
             READ SALES-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-LED-SW
             END-READ.

       1720-GRAVAR-LEDGER.
             PERFORM 1800-GRAVAR-VENDA.
             PERFORM 1710-LER-VENDA.

      *----------------------------------------------------------------
      * VENDA SEM CLIENTE (BALCAO) NAO ENTRA. A FAIXA SAI DA DISTANCIA
      * EM MESES ENTRE O MES DA VENDA E O MES DA RODADA.
      *----------------------------------------------------------------
       1800-GRAVAR-VENDA.
             IF VL-CLIENTE > ZEROS
                   ADD 1 TO WRK-QT-VENDAS
                   MOVE VL-DATA TO WRK-DATA-VENDA
                   COMPUTE WRK-MES-VENDA =
                         (WRK-VENDA-ANO * 12) + WRK-VENDA-MES - 1
                   COMPUTE WRK-MESES-ATRAS =
                         WRK-MES-HOJE - WRK-MES-VENDA
                   EVALUATE TRUE
                         WHEN WRK-MESES-ATRAS >= 1
                          AND WRK-MESES-ATRAS <= 3
                               MOVE '3' TO VI-FAIXA
                         WHEN WRK-MESES-ATRAS >= 4
                          AND WRK-MESES-ATRAS <= 15
                               MOVE '2' TO VI-FAIXA
                         WHEN OTHER
                               MOVE '0' TO VI-FAIXA
                   END-EVALUATE
                   MOVE VL-CLIENTE  TO VI-CLIENTE
                   MOVE VL-VENDEDOR TO VI-VENDEDOR
                   IF VL-E-ESTORNO
                         MOVE 'E' TO VI-TIPO
                   ELSE
                         MOVE 'V' TO VI-TIPO
                   END-IF
                   MOVE VL-DATA     TO VI-DATA
                   MOVE VL-VALOR    TO VI-VALOR
                   WRITE INATIVO-TRAB-REC
             END-IF.

       2000-ORDENAR-CLIENTES.
             SORT SORT-INATIVO
                   ON ASCENDING KEY  VJ-CLIENTE
                                     VJ-VENDEDOR
                                     VJ-DATA
                   USING INATIVO-TRAB
                   GIVING INATIVO-ORDEM.

      *----------------------------------------------------------------
      * QUEBRA POR CLIENTE E, DENTRO DELE, POR VENDEDOR (PARA ACHAR O
      * VENDEDOR DE MAIOR VOLUME).
      *----------------------------------------------------------------
       3000-APURAR-CLIENTES.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT INATIVO-ORDEM.
             OPEN OUTPUT INATIVO-ALERTA.
             PERFORM 3100-LER-ORDEM.
             PERFORM 3200-PROCESSAR-LINHA UNTIL FIM-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   PERFORM 3500-FECHAR-CLIENTE
             END-IF.
             CLOSE INATIVO-ORDEM.
             CLOSE INATIVO-ALERTA.

       3100-LER-ORDEM.
             READ INATIVO-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3200-PROCESSAR-LINHA.
             IF PRIMEIRO-REGISTRO OR VK-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF NOT PRIMEIRO-REGISTRO
                         PERFORM 3500-FECHAR-CLIENTE
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   PERFORM 3300-INICIAR-CLIENTE
             END-IF.
             IF VK-VENDEDOR NOT = WRK-VENDEDOR-ANT
                   PERFORM 3400-FECHAR-VENDEDOR
                   MOVE VK-VENDEDOR TO WRK-VENDEDOR-ANT
             END-IF.
             EVALUATE TRUE
                   WHEN VK-CADASTRO
                         MOVE 'S' TO WRK-CADASTRO-SW
                   WHEN VK-VENDA
                         IF VK-DATA > WRK-ULTIMA-COMPRA
                               MOVE VK-DATA TO WRK-ULTIMA-COMPRA
                         END-IF
                         ADD VK-VALOR TO WRK-VOLUME-VEND
                         IF VK-ULTIMOS-3
                               ADD VK-VALOR TO WRK-VOLUME-3
                         END-IF
                         IF VK-ANTERIORES-12
                               ADD VK-VALOR TO WRK-VOLUME-12
                         END-IF
                   WHEN VK-ESTORNO
                         SUBTRACT VK-VALOR FROM WRK-VOLUME-VEND
                         IF VK-ULTIMOS-3
                               SUBTRACT VK-VALOR FROM WRK-VOLUME-3
                         END-IF
                         IF VK-ANTERIORES-12
                               SUBTRACT VK-VALOR FROM WRK-VOLUME-12
                         END-IF
             END-EVALUATE.
             PERFORM 3100-LER-ORDEM.

       3300-INICIAR-CLIENTE.
             MOVE VK-CLIENTE  TO WRK-CLIENTE-ANT.
             MOVE VK-VENDEDOR TO WRK-VENDEDOR-ANT.
             MOVE 'N'    TO WRK-CADASTRO-SW.
             MOVE ZEROS  TO WRK-ULTIMA-COMPRA.
             MOVE ZEROS  TO WRK-VOLUME-3.
             MOVE ZEROS  TO WRK-VOLUME-12.
             MOVE ZEROS  TO WRK-VOLUME-VEND.
             MOVE ZEROS  TO WRK-MAIOR-VOLUME.
             MOVE SPACES TO WRK-VENDEDOR-HAB.

       3400-FECHAR-VENDEDOR.
             IF WRK-VENDEDOR-ANT NOT = SPACES
                AND WRK-VOLUME-VEND > WRK-MAIOR-VOLUME
                   MOVE WRK-VOLUME-VEND  TO WRK-MAIOR-VOLUME
                   MOVE WRK-VENDEDOR-ANT TO WRK-VENDEDOR-HAB
             END-IF.
             MOVE ZEROS TO WRK-VOLUME-VEND.

      *----------------------------------------------------------------
      * MEDIAS MENSAIS (VOLUME LIQUIDO NEGATIVO VALE ZERO), DIAS SEM
      * COMPRA E OS DOIS CRITERIOS DE ALERTA.
      *----------------------------------------------------------------
       3500-FECHAR-CLIENTE.
             PERFORM 3400-FECHAR-VENDEDOR.
             IF NOT CLIENTE-CADASTRADO
                   ADD 1 TO WRK-QT-FORA-CADASTRO
             ELSE
                   PERFORM 3600-AVALIAR-CLIENTE
             END-IF.

       3600-AVALIAR-CLIENTE.
             MOVE ZEROS TO WRK-MEDIA-3.
             MOVE ZEROS TO WRK-MEDIA-12.
             IF WRK-VOLUME-3 > ZEROS
                   COMPUTE WRK-MEDIA-3 ROUNDED = WRK-VOLUME-3 / 3
             END-IF.
             IF WRK-VOLUME-12 > ZEROS
                   COMPUTE WRK-MEDIA-12 ROUNDED = WRK-VOLUME-12 / 12
             END-IF.
             MOVE ZEROS TO WRK-PERDA.
             MOVE ZEROS TO WRK-QUEDA-PCT.
             IF WRK-MEDIA-12 > WRK-MEDIA-3
                   COMPUTE WRK-PERDA = WRK-MEDIA-12 - WRK-MEDIA-3
                   COMPUTE WRK-QUEDA-PCT ROUNDED =
                         WRK-PERDA * 100 / WRK-MEDIA-12
             END-IF.

             MOVE 'N' TO WRK-SILENCIO-SW.
             MOVE ZEROS TO WRK-DIAS-SEM-COMPRA.
             IF WRK-ULTIMA-COMPRA = ZEROS
                   MOVE 'S' TO WRK-SILENCIO-SW
             ELSE
                   MOVE 'D' TO DA-OPERACAO
                   MOVE WRK-ULTIMA-COMPRA TO DA-DATA-1
                   MOVE WRK-DATA-HOJE     TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-QT-DIAS TO WRK-DIAS-SEM-COMPRA
                   IF WRK-DIAS-SEM-COMPRA > WRK-LIMITE-DIAS
                         MOVE 'S' TO WRK-SILENCIO-SW
                   END-IF
             END-IF.
             MOVE 'N' TO WRK-QUEDA-SW.
             IF WRK-QUEDA-PCT > WRK-LIMITE-QUEDA
                   MOVE 'S' TO WRK-QUEDA-SW
             END-IF.

             IF CLIENTE-SILENCIOSO OR CLIENTE-EM-QUEDA
                   PERFORM 3700-GRAVAR-ALERTA
             END-IF.

       3700-GRAVAR-ALERTA.
             EVALUATE TRUE
                   WHEN CLIENTE-SILENCIOSO AND CLIENTE-EM-QUEDA
                         MOVE 'A' TO VM-MOTIVO
                         ADD 1 TO WRK-QT-SILENCIOSOS
                         ADD 1 TO WRK-QT-EM-QUEDA
                   WHEN CLIENTE-SILENCIOSO
                         MOVE 'S' TO VM-MOTIVO
                         ADD 1 TO WRK-QT-SILENCIOSOS
                   WHEN OTHER
                         MOVE 'Q' TO VM-MOTIVO
                         ADD 1 TO WRK-QT-EM-QUEDA
             END-EVALUATE.
             MOVE WRK-PERDA           TO VM-PERDA.
             IF WRK-ULTIMA-COMPRA = ZEROS
                   MOVE 99999 TO VM-DIAS
             ELSE
                   MOVE WRK-DIAS-SEM-COMPRA TO VM-DIAS
             END-IF.
             MOVE WRK-CLIENTE-ANT     TO VM-CLIENTE.
             MOVE WRK-ULTIMA-COMPRA   TO VM-ULTIMA-COMPRA.
             MOVE WRK-MEDIA-12        TO VM-MEDIA-12.
             MOVE WRK-MEDIA-3         TO VM-MEDIA-3.
             MOVE WRK-QUEDA-PCT       TO VM-QUEDA-PCT.
             MOVE WRK-VENDEDOR-HAB    TO VM-VENDEDOR.
             WRITE INATIVO-ALERTA-REC.
             ADD 1 TO WRK-QT-APONTADOS.
             ADD WRK-PERDA TO WRK-TOT-PERDA.

      *----------------------------------------------------------------
      * MAIOR RECEITA PERDIDA PRIMEIRO; NO EMPATE (SILENCIOSOS SEM
      * HISTORICO), O HA MAIS TEMPO SEM COMPRAR.
      *----------------------------------------------------------------
       4000-ORDENAR-PERDA.
             SORT SORT-INATIVO-PERDA
                   ON DESCENDING KEY VN-PERDA
                                     VN-DIAS
                   ON ASCENDING KEY  VN-CLIENTE
                   USING INATIVO-ALERTA
                   GIVING INATIVO-ORDEM-PERDA.

       5000-IMPRIMIR.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
             END-IF.
             MOVE 'N' TO WRK-SEM-VENDEDOR-SW.
             OPEN INPUT VENDEDOR-MASTER.
             MOVE WRK-FS-VENDEDOR TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-VENDEDOR-SW
             END-IF.
             OPEN OUTPUT REL-INATIVOS-OUT.
             PERFORM 8000-CABECALHO.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT INATIVO-ORDEM-PERDA.
             PERFORM 5100-LER-ALERTA.
             PERFORM 5200-IMPRIMIR-CLIENTE UNTIL FIM-ORDEM.
             CLOSE INATIVO-ORDEM-PERDA.
             PERFORM 6000-TOTAIS.

       5100-LER-ALERTA.
             READ INATIVO-ORDEM-PERDA
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       5200-IMPRIMIR-CLIENTE.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO LD-RAZAO.
             IF NOT SEM-CLIENTES
                   MOVE VP-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE CL-RAZAO TO LD-RAZAO
                   END-READ
             END-IF.
             MOVE VP-CLIENTE TO LD-CLIENTE.
             IF VP-ULTIMA-COMPRA = ZEROS
                   MOVE 'NENHUMA' TO LD-ULTIMA
                   MOVE SPACES TO LD-DIAS-X
             ELSE
                   MOVE VP-ULTIMA-COMPRA TO LD-ULTIMA
                   MOVE VP-DIAS TO LD-DIAS
             END-IF.
             MOVE VP-MEDIA-12 TO LD-MEDIA-12.
             MOVE VP-MEDIA-3  TO LD-MEDIA-3.
             MOVE VP-PERDA    TO LD-PERDA.
             WRITE REL-INATIVOS-LINHA FROM LINHA-DETALHE.

             MOVE VP-VENDEDOR TO LV-VENDEDOR.
             MOVE SPACES TO LV-NOME.
             IF VP-VENDEDOR = SPACES
                   MOVE '(SEM VENDAS)' TO LV-NOME
             ELSE
                   IF NOT SEM-VENDEDORES
                         MOVE VP-VENDEDOR TO VD-CODIGO
                         READ VENDEDOR-MASTER
                               INVALID KEY
                                     CONTINUE
                               NOT INVALID KEY
                                     MOVE VD-NOME TO LV-NOME
                         END-READ
                   END-IF
             END-IF.
             EVALUATE TRUE
                   WHEN VP-AMBOS
                         MOVE 'SILENCIO+QUEDA' TO LV-MOTIVO
                   WHEN VP-SILENCIOSO
                         MOVE 'SILENCIO' TO LV-MOTIVO
                   WHEN OTHER
                         MOVE 'QUEDA' TO LV-MOTIVO
             END-EVALUATE.
             MOVE VP-QUEDA-PCT TO LV-QUEDA.
             WRITE REL-INATIVOS-LINHA FROM LINHA-VENDEDOR.
             ADD 2 TO WRK-LINHAS-PAGINA.
             PERFORM 5100-LER-ALERTA.

       6000-TOTAIS.
             MOVE SPACES TO REL-INATIVOS-LINHA.
             WRITE REL-INATIVOS-LINHA.
             MOVE 'CLIENTES AVALIADOS' TO LQ-ROTULO.
             MOVE WRK-QT-CLIENTES TO LQ-QTDE.
             WRITE REL-INATIVOS-LINHA FROM LINHA-CONTAGEM.
             MOVE 'CLIENTES APONTADOS' TO LQ-ROTULO.
             MOVE WRK-QT-APONTADOS TO LQ-QTDE.
             WRITE REL-INATIVOS-LINHA FROM LINHA-CONTAGEM.
             MOVE '  SILENCIOSOS ALEM DO LIMITE' TO LQ-ROTULO.
             MOVE WRK-QT-SILENCIOSOS TO LQ-QTDE.
             WRITE REL-INATIVOS-LINHA FROM LINHA-CONTAGEM.
             MOVE '  COM QUEDA DE VOLUME ACIMA DO LIMITE' TO LQ-ROTULO.
             MOVE WRK-QT-EM-QUEDA TO LQ-QTDE.
             WRITE REL-INATIVOS-LINHA FROM LINHA-CONTAGEM.
             MOVE 'CLIENTES DO LEDGER FORA DO CLIEMST' TO LQ-ROTULO.
             MOVE WRK-QT-FORA-CADASTRO TO LQ-QTDE.
             WRITE REL-INATIVOS-LINHA FROM LINHA-CONTAGEM.
             MOVE 'RECEITA MENSAL PERDIDA (APONTADOS)' TO LT-ROTULO.
             MOVE WRK-TOT-PERDA TO LT-VALOR.
             WRITE REL-INATIVOS-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'CLIENTES INATIVOS E EM QUEDA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-INATIVOS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-INATIVOS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-INATIVOS-LINHA.
             STRING 'SEM COMPRA HA MAIS DE ' WRK-LIMITE-DIAS
                    ' DIAS OU QUEDA DE VOLUME ACIMA DE '
                    WRK-LIMITE-QUEDA '%'
                    DELIMITED BY SIZE INTO REL-INATIVOS-LINHA.
             WRITE REL-INATIVOS-LINHA.
             WRITE REL-INATIVOS-LINHA FROM LINHA-PERIODOS.
             WRITE REL-INATIVOS-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-INATIVOS-LINHA.
             WRITE REL-INATIVOS-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             WRITE REL-INATIVOS-LINHA FROM RPT-RODAPE-PADRAO.
             IF NOT SEM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.
             IF NOT SEM-VENDEDORES
                   CLOSE VENDEDOR-MASTER
             END-IF.
             CLOSE REL-INATIVOS-OUT.
             DISPLAY 'CLIENTES INATIVOS E EM QUEDA CONCLUIDO'.
             DISPLAY 'CLIENTES AVALIADOS......: ' WRK-QT-CLIENTES.
             DISPLAY 'VENDAS LIDAS............: ' WRK-QT-VENDAS.
             DISPLAY 'CLIENTES APONTADOS......: ' WRK-QT-APONTADOS.

       END PROGRAM REL-INATIVOS.
