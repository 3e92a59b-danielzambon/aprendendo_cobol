      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: PLANO DE CARGA DA FROTA PROPRIA - DISTRIBUI OS PEDIDOS
      *          EXPEDIDOS (PR-EXPEDIDO) DA DATA INFORMADA PARA A
      *          TRANSPORTADORA DA FROTA PROPRIA ENTRE OS VEICULOS DA
      *          TABELA FROTACFG (PLACA, CARGA MAXIMA EM KG E VOLUME
      *          MAXIMO EM M3), SEM ESTOURAR NENHUM DOS DOIS LIMITES,
      *          COM CADA VEICULO ATENDENDO UMA UNICA REGIAO (FAIXA DE
      *          CEP DA TABELA CEPFAIXA). IMPRIME UMA FOLHA DE CARGA
      *          POR VEICULO COM A SEQUENCIA DE ENTREGA SUGERIDA E A
      *          LISTA DOS PEDIDOS QUE NAO COUBERAM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PESO E VOLUME VEM DO PRODUTO-MASTER (PM-PESO-KG E DIMENSOES,
      * COMO NO ROMANEIO); A REGIAO VEM DO CEP DO CLIENTE-MASTER OU,
      * NA FALTA DELE, DA PRIMEIRA FAIXA DA UF DO PEDIDO. DENTRO DA
      * REGIAO OS PEDIDOS SAO CARREGADOS EM ORDEM DE CEP (QUE E A
      * SEQUENCIA DE ENTREGA SUGERIDA) NO PRIMEIRO VEICULO LIVRE DA
      * TABELA, NA ORDEM EM QUE ESTAO NO FROTACFG; O QUE NAO CABE
      * PASSA PARA O VEICULO SEGUINTE. PEDIDO QUE NAO CABE NEM NUM
      * VEICULO VAZIO, OU QUE SOBRA QUANDO ACABAM OS VEICULOS, VAI
      * PARA A LISTA DOS QUE NAO COUBERAM.
      * LIMITES: 200 PEDIDOS E 50 VEICULOS (TAMANHO DAS TABELAS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-CARGA.
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

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT FROTA-CONFIG ASSIGN TO 'FROTACFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT REL-CARGA ASSIGN TO 'RELCARGA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  FROTA-CONFIG.
       01  FROTA-CONFIG-REC.
           05 FC-PLACA         PIC X(07).
           05 FC-MAX-KG        PIC 9(05)V99.
           05 FC-MAX-M3        PIC 9(03)V999.

       FD  REL-CARGA.
       01  REL-CARGA-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS         VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-CLIENTE-SW   PIC X(01) VALUE 'N'.
         88 CLIENTE-ENCONTRADO  VALUE 'S'.
       77 WRK-VEICULO-SW   PIC X(01) VALUE 'S'.
         88 HA-VEICULO          VALUE 'S'.

       77 WRK-DATA-EXPED   PIC 9(08) VALUE ZEROS.
       77 WRK-TRANSP-FROTA PIC X(03) VALUE SPACES.
       77 WRK-CEP-PREFIXO  PIC 9(02) VALUE ZEROS.

       01 TABELA-VEICULOS.
          05 TV-DET OCCURS 50 TIMES INDEXED BY IX-TV.
             10 TV-PLACA       PIC X(07).
             10 TV-MAX-KG      PIC 9(05)V99.
             10 TV-MAX-M3      PIC 9(03)V999.
             10 TV-REGIAO      PIC 9(02).
             10 TV-QT          PIC 9(03).
             10 TV-PESO        PIC 9(05)V999.
             10 TV-M3          PIC 9(04)V9(06).
       77 WRK-QT-VEICULOS  PIC 9(02) VALUE ZEROS.
       77 WRK-PROX-VEICULO PIC 9(02) VALUE ZEROS.

       01 TABELA-PEDIDOS.
          05 TO-DET OCCURS 200 TIMES INDEXED BY IX-TO.
             10 TO-CHAVE-ORD.
                15 TO-REGIAO   PIC 9(02).
                15 TO-CEP      PIC 9(08).
             10 TO-NUMERO      PIC 9(06).
             10 TO-CLIENTE     PIC 9(06).
             10 TO-PRODUTO     PIC X(30).
             10 TO-UF          PIC X(02).
             10 TO-PESO        PIC 9(05)V999.
             10 TO-M3          PIC 9(04)V9(06).
             10 TO-VEICULO     PIC 9(02).
             10 TO-MOTIVO      PIC X(01).
               88 TO-PENDENTE       VALUE ' '.
               88 TO-SEM-VEICULO    VALUE 'V'.
               88 TO-EXCEDE         VALUE 'C'.
               88 TO-FORA-AREA      VALUE 'R'.
       77 WRK-QT-PEDIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCEDENTES PIC 9(05) VALUE ZEROS.
       01 WRK-TROCA-DET    PIC X(75).
       77 WRK-IX-ORD       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ORD2      PIC 9(03) VALUE ZEROS.

       77 WRK-REGIAO-ATUAL PIC 9(02) VALUE ZEROS.
       77 WRK-INI-REGIAO   PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-REGIAO   PIC 9(03) VALUE ZEROS.
       77 WRK-PENDENTES    PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PED       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-VEIC      PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ          PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-NOVO    PIC 9(06)V999 VALUE ZEROS.
       77 WRK-M3-NOVO      PIC 9(05)V9(06) VALUE ZEROS.
       77 WRK-PCT-UTIL     PIC 9(03)V9 VALUE ZEROS.

       77 WRK-QT-CARREGADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-NAO-COUBE PIC 9(03) VALUE ZEROS.
       77 WRK-QT-USADOS    PIC 9(02) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-VEICULO.
           05 FILLER          PIC X(08) VALUE 'VEICULO '.
           05 LV-PLACA        PIC X(07).
           05 FILLER          PIC X(08) VALUE ' REGIAO '.
           05 LV-UF           PIC X(02).
           05 FILLER          PIC X(05) VALUE ' CEP '.
           05 LV-CEP-INI      PIC 9(02).
           05 FILLER          PIC X(01) VALUE '-'.
           05 LV-CEP-FIM      PIC 9(02).
           05 FILLER          PIC X(11) VALUE ' EXPEDICAO '.
           05 LV-DATA         PIC 9(08).
           05 FILLER          PIC X(26) VALUE SPACES.

       01  LINHA-CAPACIDADE.
           05 FILLER          PIC X(12) VALUE 'CAPACIDADE: '.
           05 LA-MAX-KG       PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(05) VALUE ' KG  '.
           05 LA-MAX-M3       PIC ZZ9,999.
           05 FILLER          PIC X(03) VALUE ' M3'.
           05 FILLER          PIC X(44) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-SEQ          PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PEDIDO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CEP          PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PRODUTO      PIC X(25).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PESO         PIC ZZ.ZZ9,999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-M3           PIC ZZZ9,999999.
           05 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(07) VALUE 'CARGA  '.
           05 LT-QT           PIC ZZ9.
           05 FILLER          PIC X(09) VALUE ' PEDIDOS '.
           05 LT-PESO         PIC ZZ.ZZ9,999.
           05 FILLER          PIC X(04) VALUE ' KG '.
           05 LT-PCT-KG       PIC ZZ9,9.
           05 FILLER          PIC X(03) VALUE '%  '.
           05 LT-M3           PIC ZZZ9,999999.
           05 FILLER          PIC X(04) VALUE ' M3 '.
           05 LT-PCT-M3       PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-ASSINATURA.
           05 FILLER          PIC X(21)
              VALUE 'MOTORISTA/ASSINATURA:'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(30) VALUE ALL '_'.
           05 FILLER          PIC X(28) VALUE SPACES.

       01  LINHA-NAO-COUBE.
           05 LN-PEDIDO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CEP          PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-UF           PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PESO         PIC ZZ.ZZ9,999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-M3           PIC ZZZ9,999999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-MOTIVO       PIC X(25).
           05 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 LC-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(34) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.
       COPY cepfaixa.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-PEDIDOS.
             MOVE ZEROS TO WRK-QT-EXCEDENTES.
             MOVE ZEROS TO WRK-QT-CARREGADOS.
             MOVE ZEROS TO WRK-QT-NAO-COUBE.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'DATA DA EXPEDICAO (AAAAMMDD, BRANCO=HOJE): '
             ACCEPT WRK-DATA-EXPED.
             IF WRK-DATA-EXPED = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-EXPED
             END-IF.
             DISPLAY 'TRANSPORTADORA DA FROTA PROPRIA (BRANCO=PRP): '
             ACCEPT WRK-TRANSP-FROTA.
             IF WRK-TRANSP-FROTA = SPACES
                   MOVE 'PRP' TO WRK-TRANSP-FROTA
             END-IF.

             PERFORM 0500-CARREGAR-FROTA.
             IF WRK-QT-VEICULOS = ZEROS
                   GOBACK
             END-IF.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-PEDIDO.
             PERFORM 2000-SELECIONAR-PEDIDO UNTIL FIM-PEDIDOS.
             PERFORM 2500-ORDENAR-PEDIDOS.
             PERFORM 3000-PLANEJAR-CARGA.
             PERFORM 4000-IMPRIMIR-FOLHAS.
             PERFORM 5000-IMPRIMIR-NAO-COUBE.
             PERFORM 7000-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0500-CARREGAR-FROTA.
             MOVE ZEROS TO WRK-QT-VEICULOS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             OPEN INPUT FROTA-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-CFG-SW
                   DISPLAY 'TABELA FROTACFG AUSENTE, NADA A PLANEJAR'
             ELSE
                   PERFORM 0510-LER-VEICULO
                   PERFORM 0520-GUARDAR-VEICULO UNTIL FIM-CONFIG
                   CLOSE FROTA-CONFIG
             END-IF.

       0510-LER-VEICULO.
             READ FROTA-CONFIG
                   AT END MOVE 'S' TO WRK-EOF-CFG-SW
             END-READ.

       0520-GUARDAR-VEICULO.
             IF WRK-QT-VEICULOS < 50
                   AND FC-MAX-KG > ZEROS
                   AND FC-MAX-M3 > ZEROS
                   ADD 1 TO WRK-QT-VEICULOS
                   SET IX-TV TO WRK-QT-VEICULOS
                   MOVE FC-PLACA  TO TV-PLACA(IX-TV)
                   MOVE FC-MAX-KG TO TV-MAX-KG(IX-TV)
                   MOVE FC-MAX-M3 TO TV-MAX-M3(IX-TV)
                   MOVE ZEROS     TO TV-REGIAO(IX-TV)
                   MOVE ZEROS     TO TV-QT(IX-TV)
                   MOVE ZEROS     TO TV-PESO(IX-TV)
                   MOVE ZEROS     TO TV-M3(IX-TV)
             END-IF.
             PERFORM 0510-LER-VEICULO.

       1000-ABRIR.
             OPEN INPUT PEDIDO-REGISTRO.
             MOVE WRK-FS-REGISTRO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'PEDIDO-REGISTRO INEXISTENTE, NADA A '
                           'CARREGAR'
             ELSE
                   MOVE ZEROS TO PR-NUMERO
                   START PEDIDO-REGISTRO KEY IS >= PR-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             OPEN INPUT CLIENTE-MASTER.
             OPEN OUTPUT REL-CARGA.

       1100-LER-PEDIDO.
             IF NOT FIM-PEDIDOS
                   READ PEDIDO-REGISTRO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-SELECIONAR-PEDIDO.
             IF PR-EXPEDIDO
                   AND PR-DATA-STATUS = WRK-DATA-EXPED
                   AND PR-TRANSP = WRK-TRANSP-FROTA
                   IF WRK-QT-PEDIDOS < 200
                         ADD 1 TO WRK-QT-PEDIDOS
                         SET IX-TO TO WRK-QT-PEDIDOS
                         PERFORM 2100-GUARDAR-PEDIDO
                   ELSE
                         ADD 1 TO WRK-QT-EXCEDENTES
                   END-IF
             END-IF.
             PERFORM 1100-LER-PEDIDO.

       2100-GUARDAR-PEDIDO.
             MOVE PR-NUMERO  TO TO-NUMERO(IX-TO).
             MOVE PR-CLIENTE TO TO-CLIENTE(IX-TO).
             MOVE PR-PRODUTO TO TO-PRODUTO(IX-TO).
             MOVE PR-UF      TO TO-UF(IX-TO).
             MOVE ZEROS      TO TO-VEICULO(IX-TO).
             MOVE SPACES     TO TO-MOTIVO(IX-TO).

             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE PR-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.
             IF PRODUTO-ENCONTRADO
                   MOVE PM-PESO-KG TO TO-PESO(IX-TO)
                   COMPUTE TO-M3(IX-TO) ROUNDED =
                         PM-COMPRIMENTO-CM * PM-LARGURA-CM
                         * PM-ALTURA-CM / 1000000
             ELSE
                   MOVE ZEROS TO TO-PESO(IX-TO)
                   MOVE ZEROS TO TO-M3(IX-TO)
             END-IF.

             MOVE 'N' TO WRK-CLIENTE-SW.
             MOVE PR-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CLIENTE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CLIENTE-SW
             END-READ.
             IF CLIENTE-ENCONTRADO
                   MOVE CL-CEP TO TO-CEP(IX-TO)
             ELSE
                   MOVE ZEROS TO TO-CEP(IX-TO)
             END-IF.
             PERFORM 2200-DETERMINAR-REGIAO.

      *----------------------------------------------------------------
      * A REGIAO E O NUMERO DA FAIXA DE CEP NA TABELA CEPFAIXA; SEM
      * CEP (OU CEP QUE NAO CAI EM NENHUMA FAIXA) VALE A PRIMEIRA FAIXA
      * DA UF DO PEDIDO. SEM NENHUMA DAS DUAS, FICA FORA DE AREA.
      *----------------------------------------------------------------
       2200-DETERMINAR-REGIAO.
             MOVE ZEROS TO TO-REGIAO(IX-TO).
             IF TO-CEP(IX-TO) > ZEROS
                   DIVIDE TO-CEP(IX-TO) BY 1000000
                         GIVING WRK-CEP-PREFIXO
                   SET IX-CEP TO 1
                   PERFORM 2210-COMPARAR-CEP
                         UNTIL IX-CEP > 24
                               OR TO-REGIAO(IX-TO) > ZEROS
             END-IF.
             IF TO-REGIAO(IX-TO) = ZEROS
                   SET IX-CEP TO 1
                   PERFORM 2220-COMPARAR-UF
                         UNTIL IX-CEP > 24
                               OR TO-REGIAO(IX-TO) > ZEROS
             END-IF.
             IF TO-REGIAO(IX-TO) = ZEROS
                   MOVE 'R' TO TO-MOTIVO(IX-TO)
             END-IF.

       2210-COMPARAR-CEP.
             IF WRK-CEP-PREFIXO >= TCF-INICIO(IX-CEP)
                   AND WRK-CEP-PREFIXO <= TCF-FIM(IX-CEP)
                   SET TO-REGIAO(IX-TO) TO IX-CEP
             END-IF.
             SET IX-CEP UP BY 1.

       2220-COMPARAR-UF.
             IF TCF-UF(IX-CEP) = TO-UF(IX-TO)
                   SET TO-REGIAO(IX-TO) TO IX-CEP
             END-IF.
             SET IX-CEP UP BY 1.

      *----------------------------------------------------------------
      * ORDENA A TABELA POR REGIAO + CEP (SELECAO SIMPLES EM MEMORIA,
      * COMO NO REL-FRETE-MENSAL).
      *----------------------------------------------------------------
       2500-ORDENAR-PEDIDOS.
             IF WRK-QT-PEDIDOS > 1
                   MOVE 1 TO WRK-IX-ORD
                   PERFORM 2510-PASSADA-ORDENACAO
                         UNTIL WRK-IX-ORD >= WRK-QT-PEDIDOS
             END-IF.

       2510-PASSADA-ORDENACAO.
             COMPUTE WRK-IX-ORD2 = WRK-IX-ORD + 1.
             PERFORM 2520-COMPARAR-TROCAR
                   UNTIL WRK-IX-ORD2 > WRK-QT-PEDIDOS.
             ADD 1 TO WRK-IX-ORD.

       2520-COMPARAR-TROCAR.
             IF TO-CHAVE-ORD(WRK-IX-ORD2) < TO-CHAVE-ORD(WRK-IX-ORD)
                   MOVE TO-DET(WRK-IX-ORD)  TO WRK-TROCA-DET
                   MOVE TO-DET(WRK-IX-ORD2) TO TO-DET(WRK-IX-ORD)
                   MOVE WRK-TROCA-DET       TO TO-DET(WRK-IX-ORD2)
             END-IF.
             ADD 1 TO WRK-IX-ORD2.

      *----------------------------------------------------------------
      * PERCORRE AS REGIOES NA ORDEM DA TABELA JA ORDENADA; CADA
      * REGIAO ENCHE UM VEICULO DE CADA VEZ ATE NAO SOBRAR PEDIDO OU
      * ACABAREM OS VEICULOS.
      *----------------------------------------------------------------
       3000-PLANEJAR-CARGA.
             MOVE 1 TO WRK-PROX-VEICULO.
             MOVE 1 TO WRK-INI-REGIAO.
             PERFORM 3100-TRATAR-REGIAO
                   UNTIL WRK-INI-REGIAO > WRK-QT-PEDIDOS.
             COMPUTE WRK-QT-USADOS = WRK-PROX-VEICULO - 1.

       3100-TRATAR-REGIAO.
             MOVE TO-REGIAO(WRK-INI-REGIAO) TO WRK-REGIAO-ATUAL.
             MOVE WRK-INI-REGIAO TO WRK-FIM-REGIAO.
             PERFORM 3110-ACHAR-FIM-REGIAO
                   UNTIL WRK-FIM-REGIAO >= WRK-QT-PEDIDOS
                         OR TO-REGIAO(WRK-FIM-REGIAO + 1)
                            NOT = WRK-REGIAO-ATUAL.
             IF WRK-REGIAO-ATUAL > ZEROS
                   COMPUTE WRK-PENDENTES =
                         WRK-FIM-REGIAO - WRK-INI-REGIAO + 1
                   MOVE 'S' TO WRK-VEICULO-SW
                   PERFORM 3200-ENCHER-VEICULO
                         UNTIL WRK-PENDENTES = ZEROS
                               OR NOT HA-VEICULO
             END-IF.
             COMPUTE WRK-INI-REGIAO = WRK-FIM-REGIAO + 1.

       3110-ACHAR-FIM-REGIAO.
             ADD 1 TO WRK-FIM-REGIAO.

       3200-ENCHER-VEICULO.
             IF WRK-PROX-VEICULO > WRK-QT-VEICULOS
                   MOVE 'N' TO WRK-VEICULO-SW
                   PERFORM 3300-MARCAR-PENDENTES
             ELSE
                   MOVE WRK-PROX-VEICULO TO WRK-IX-VEIC
                   ADD 1 TO WRK-PROX-VEICULO
                   SET IX-TV TO WRK-IX-VEIC
                   MOVE WRK-REGIAO-ATUAL TO TV-REGIAO(IX-TV)
                   MOVE WRK-INI-REGIAO TO WRK-IX-PED
                   PERFORM 3210-TENTAR-PEDIDO
                         UNTIL WRK-IX-PED > WRK-FIM-REGIAO
                   IF TV-QT(IX-TV) = ZEROS
                         SUBTRACT 1 FROM WRK-PROX-VEICULO
                         MOVE ZEROS TO TV-REGIAO(IX-TV)
                         PERFORM 3300-MARCAR-PENDENTES
                   END-IF
             END-IF.

       3210-TENTAR-PEDIDO.
             SET IX-TO TO WRK-IX-PED.
             IF TO-PENDENTE(IX-TO)
                   AND TO-VEICULO(IX-TO) = ZEROS
                   COMPUTE WRK-PESO-NOVO =
                         TV-PESO(IX-TV) + TO-PESO(IX-TO)
                   COMPUTE WRK-M3-NOVO =
                         TV-M3(IX-TV) + TO-M3(IX-TO)
                   IF WRK-PESO-NOVO <= TV-MAX-KG(IX-TV)
                      AND WRK-M3-NOVO <= TV-MAX-M3(IX-TV)
                         MOVE WRK-IX-VEIC   TO TO-VEICULO(IX-TO)
                         MOVE WRK-PESO-NOVO TO TV-PESO(IX-TV)
                         MOVE WRK-M3-NOVO   TO TV-M3(IX-TV)
                         ADD 1 TO TV-QT(IX-TV)
                         ADD 1 TO WRK-QT-CARREGADOS
                         SUBTRACT 1 FROM WRK-PENDENTES
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-PED.

      *----------------------------------------------------------------
      * O QUE SOBROU DA REGIAO: SEM VEICULO QUANDO A FROTA ACABOU, OU
      * EXCEDE A CAPACIDADE QUANDO NEM UM VEICULO VAZIO O COMPORTOU
      * (O VEICULO VOLTA A FICAR LIVRE PARA A REGIAO SEGUINTE).
      *----------------------------------------------------------------
       3300-MARCAR-PENDENTES.
             MOVE WRK-INI-REGIAO TO WRK-IX-PED.
             PERFORM 3310-MARCAR-UM
                   UNTIL WRK-IX-PED > WRK-FIM-REGIAO.
             MOVE ZEROS TO WRK-PENDENTES.

       3310-MARCAR-UM.
             SET IX-TO TO WRK-IX-PED.
             IF TO-PENDENTE(IX-TO)
                   AND TO-VEICULO(IX-TO) = ZEROS
                   IF HA-VEICULO
                         MOVE 'C' TO TO-MOTIVO(IX-TO)
                   ELSE
                         MOVE 'V' TO TO-MOTIVO(IX-TO)
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-PED.

       4000-IMPRIMIR-FOLHAS.
             MOVE 1 TO WRK-IX-VEIC.
             PERFORM 4100-IMPRIMIR-VEICULO
                   UNTIL WRK-IX-VEIC > WRK-QT-USADOS.

       4100-IMPRIMIR-VEICULO.
             SET IX-TV TO WRK-IX-VEIC.
             PERFORM 8000-CABECALHO.
             MOVE TV-PLACA(IX-TV) TO LV-PLACA.
             SET IX-CEP TO TV-REGIAO(IX-TV).
             MOVE TCF-UF(IX-CEP)     TO LV-UF.
             MOVE TCF-INICIO(IX-CEP) TO LV-CEP-INI.
             MOVE TCF-FIM(IX-CEP)    TO LV-CEP-FIM.
             MOVE WRK-DATA-EXPED TO LV-DATA.
             WRITE REL-CARGA-LINHA FROM LINHA-VEICULO.
             MOVE TV-MAX-KG(IX-TV) TO LA-MAX-KG.
             MOVE TV-MAX-M3(IX-TV) TO LA-MAX-M3.
             WRITE REL-CARGA-LINHA FROM LINHA-CAPACIDADE.
             MOVE 'SEQ PEDIDO CLIENT CEP      PRODUTO                   
      -    '   PESO KG   VOLUME M3' TO REL-CARGA-LINHA.
             WRITE REL-CARGA-LINHA.
             MOVE ALL '-' TO REL-CARGA-LINHA.
             WRITE REL-CARGA-LINHA.

             MOVE ZEROS TO WRK-SEQ.
             SET IX-TO TO 1.
             PERFORM 4200-IMPRIMIR-ENTREGA
                   UNTIL IX-TO > WRK-QT-PEDIDOS.

             MOVE TV-QT(IX-TV)   TO LT-QT.
             MOVE TV-PESO(IX-TV) TO LT-PESO.
             COMPUTE WRK-PCT-UTIL ROUNDED =
                   TV-PESO(IX-TV) * 100 / TV-MAX-KG(IX-TV).
             MOVE WRK-PCT-UTIL   TO LT-PCT-KG.
             MOVE TV-M3(IX-TV)   TO LT-M3.
             COMPUTE WRK-PCT-UTIL ROUNDED =
                   TV-M3(IX-TV) * 100 / TV-MAX-M3(IX-TV).
             MOVE WRK-PCT-UTIL   TO LT-PCT-M3.
             WRITE REL-CARGA-LINHA FROM SPACES.
             WRITE REL-CARGA-LINHA FROM LINHA-TOTAL.
             WRITE REL-CARGA-LINHA FROM SPACES.
             WRITE REL-CARGA-LINHA FROM LINHA-ASSINATURA.
             ADD 1 TO WRK-IX-VEIC.

       4200-IMPRIMIR-ENTREGA.
             IF TO-VEICULO(IX-TO) = WRK-IX-VEIC
                   ADD 1 TO WRK-SEQ
                   MOVE WRK-SEQ           TO LD-SEQ
                   MOVE TO-NUMERO(IX-TO)  TO LD-PEDIDO
                   MOVE TO-CLIENTE(IX-TO) TO LD-CLIENTE
                   MOVE TO-CEP(IX-TO)     TO LD-CEP
                   MOVE TO-PRODUTO(IX-TO) TO LD-PRODUTO
                   MOVE TO-PESO(IX-TO)    TO LD-PESO
                   MOVE TO-M3(IX-TO)      TO LD-M3
                   WRITE REL-CARGA-LINHA FROM LINHA-DETALHE
             END-IF.
             SET IX-TO UP BY 1.

       5000-IMPRIMIR-NAO-COUBE.
             PERFORM 8000-CABECALHO.
             MOVE 'PEDIDOS QUE NAO COUBERAM NA FROTA'
                  TO REL-CARGA-LINHA.
             WRITE REL-CARGA-LINHA.
             MOVE 'PEDIDO CLIENT CEP      UF    PESO KG   VOLUME M3 MOTI
      -    'VO' TO REL-CARGA-LINHA.
             WRITE REL-CARGA-LINHA.
             MOVE ALL '-' TO REL-CARGA-LINHA.
             WRITE REL-CARGA-LINHA.
             SET IX-TO TO 1.
             PERFORM 5100-IMPRIMIR-PEDIDO
                   UNTIL IX-TO > WRK-QT-PEDIDOS.
             IF WRK-QT-NAO-COUBE = ZEROS
                   MOVE 'NENHUM - TODOS OS PEDIDOS FORAM CARREGADOS'
                        TO REL-CARGA-LINHA
                   WRITE REL-CARGA-LINHA
             END-IF.

       5100-IMPRIMIR-PEDIDO.
             IF TO-VEICULO(IX-TO) = ZEROS
                   PERFORM 8200-CONTROLAR-PAGINA
                   MOVE TO-NUMERO(IX-TO)  TO LN-PEDIDO
                   MOVE TO-CLIENTE(IX-TO) TO LN-CLIENTE
                   MOVE TO-CEP(IX-TO)     TO LN-CEP
                   MOVE TO-UF(IX-TO)      TO LN-UF
                   MOVE TO-PESO(IX-TO)    TO LN-PESO
                   MOVE TO-M3(IX-TO)      TO LN-M3
                   EVALUATE TRUE
                         WHEN TO-SEM-VEICULO(IX-TO)
                               MOVE 'SEM VEICULO DISPONIVEL'
                                    TO LN-MOTIVO
                         WHEN TO-EXCEDE(IX-TO)
                               MOVE 'EXCEDE CAPACIDADE'
                                    TO LN-MOTIVO
                         WHEN OTHER
                               MOVE 'CEP/UF FORA DE AREA'
                                    TO LN-MOTIVO
                   END-EVALUATE
                   WRITE REL-CARGA-LINHA FROM LINHA-NAO-COUBE
                   ADD 1 TO WRK-LINHAS-PAGINA
                   ADD 1 TO WRK-QT-NAO-COUBE
             END-IF.
             SET IX-TO UP BY 1.

       7000-TOTAIS.
             WRITE REL-CARGA-LINHA FROM SPACES.
             MOVE 'PEDIDOS DA FROTA PROPRIA NA DATA........'
                  TO LC-ROTULO.
             MOVE WRK-QT-PEDIDOS TO LC-QTDE.
             WRITE REL-CARGA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PEDIDOS CARREGADOS......................'
                  TO LC-ROTULO.
             MOVE WRK-QT-CARREGADOS TO LC-QTDE.
             WRITE REL-CARGA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'PEDIDOS QUE NAO COUBERAM................'
                  TO LC-ROTULO.
             MOVE WRK-QT-NAO-COUBE TO LC-QTDE.
             WRITE REL-CARGA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'VEICULOS UTILIZADOS.....................'
                  TO LC-ROTULO.
             MOVE WRK-QT-USADOS TO LC-QTDE.
             WRITE REL-CARGA-LINHA FROM LINHA-CONTAGEM.
             IF WRK-QT-EXCEDENTES > ZEROS
                   MOVE 'PEDIDOS ALEM DA TABELA (200), FORA......'
                        TO LC-ROTULO
                   MOVE WRK-QT-EXCEDENTES TO LC-QTDE
                   WRITE REL-CARGA-LINHA FROM LINHA-CONTAGEM
             END-IF.
             WRITE REL-CARGA-LINHA FROM RPT-RODAPE-PADRAO.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'PLANO DE CARGA - FROTA PROPRIA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-CARGA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-CARGA-LINHA FROM RPT-CABECALHO-DATA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             CLOSE PEDIDO-REGISTRO.
             CLOSE PRODUTO-MASTER.
             CLOSE CLIENTE-MASTER.
             CLOSE REL-CARGA.
             DISPLAY 'PLANO DE CARGA DA FROTA CONCLUIDO'.
             DISPLAY 'PEDIDOS DA FROTA PROPRIA: ' WRK-QT-PEDIDOS.
             DISPLAY 'PEDIDOS CARREGADOS......: ' WRK-QT-CARREGADOS.
             DISPLAY 'PEDIDOS QUE NAO COUBERAM: ' WRK-QT-NAO-COUBE.
             DISPLAY 'VEICULOS UTILIZADOS.....: ' WRK-QT-USADOS.

       END PROGRAM PLANO-CARGA.
