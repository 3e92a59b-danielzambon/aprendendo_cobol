      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ESCOLHA AUTOMATICA DA TRANSPORTADORA DE UM PEDIDO -
      *          SUBROTINA CHAMADA PELO REL-FRETE-LOTE (COTACAO DOS
      *          PEDIDOS) E PELO COTA-FRETE-LOTE (REQUISICAO 'AUT').
      *          COTA CADA TRANSPORTADORA COM TAXA VIGENTE NA UF E
      *          DATA INFORMADAS (MESMA REGRA DO CALC-FRETE), DESCARTA
      *          AS BLOQUEADAS NO MESTRE (CONSULTA-TRANSP) E COMBINA O
      *          FRETE COM O % DE ENTREGAS NO PRAZO NA UF (ARQUIVO
      *          PRAZOTR DO APURA-PRAZO-TRANSP), COM OS PESOS E O PRAZO
      *          MINIMO DO PARAMETRO ESCTRCFG. DEVOLVE A ESCOLHIDA, A
      *          SEGUNDA COLOCADA, AS PONTUACOES E O MOTIVO:
      *            P = PADRAO ('PAD', ESCOLHA AUTOMATICA DESLIGADA OU
      *                SEM TRANSPORTADORA COTAVEL NA UF)
      *            M = MELHOR PONTUACAO ENTRE AS QUE ATINGEM O MINIMO
      *            U = UNICA TRANSPORTADORA QUE ATINGE O MINIMO
      *            F = NENHUMA ATINGE O MINIMO; MELHOR PONTUACAO GERAL
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * NOTA DE PRECO = MENOR FRETE ENTRE AS ELEGIVEIS / FRETE DA
      * TRANSPORTADORA X 100; PONTUACAO = (PESO-FRETE X NOTA DE PRECO
      * + PESO-PRAZO X % NO PRAZO) / (PESO-FRETE + PESO-PRAZO). EMPATE
      * FICA COM O MENOR FRETE. TRANSPORTADORA SEM EMBARQUE AVALIADO
      * NA UF ENTRA COM O PROPRIO PRAZO MINIMO, PARA NAO SER PUNIDA NEM
      * FAVORECIDA POR FALTA DE HISTORICO. SEM O ESCTRCFG A ESCOLHA
      * FICA DESLIGADA (A NAO SER QUE O CHAMADOR FORCE O MODO 'A'),
      * COM PESOS 50/50 E SEM PRAZO MINIMO.
      * LIMITE: 30 TRANSPORTADORAS POR UF (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCOLHE-TRANSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-RATES ASSIGN TO 'FRETERAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-CHAVE
                  FILE STATUS IS WRK-FS-RATES.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ESCOLHA-CONFIG ASSIGN TO 'ESCTRCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT PRAZO-TRANSP ASSIGN TO 'PRAZOTR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PRAZO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-RATES.
       COPY fretrate.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  ESCOLHA-CONFIG.
       COPY esctrcfg.

       FD  PRAZO-TRANSP.
       COPY prazotr.

       WORKING-STORAGE SECTION.

       77 WRK-FS-RATES     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-PRAZO     PIC X(02) VALUE '00'.
       77 WRK-FIM-TAXAS-SW PIC X(01) VALUE 'N'.
         88 FIM-TAXAS           VALUE 'S'.
       77 WRK-EOF-PRAZO-SW PIC X(01) VALUE 'N'.
         88 FIM-PRAZOS          VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-VIGENTE-SW   PIC X(01) VALUE 'N'.
         88 TEM-TAXA-VIGENTE    VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 CANDIDATA-ACHADA    VALUE 'S'.

       77 WRK-MODO         PIC X(01) VALUE 'M'.
         88 MODO-AUTOMATICO     VALUE 'A'.
       77 WRK-PESO-FRETE   PIC 9(03) VALUE 50.
       77 WRK-PESO-PRAZO   PIC 9(03) VALUE 50.
       77 WRK-PCT-MINIMO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-SOMA-PESOS   PIC 9(04) VALUE ZEROS.

       77 WRK-TRANSP-ATUAL PIC X(03) VALUE SPACES.
       77 WRK-SEL-TAXA    PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-KG PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-M3 PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-SEL-PCT-ADVAL PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-PCT-GRIS  PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-PEDAGIO   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-ADVAL         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GRIS          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-PESO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-CUBAGEM PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VOLUME-M3   PIC 9(04)V9(06) VALUE ZEROS.

       01 TABELA-CANDIDATAS.
          05 TC-DET OCCURS 30 TIMES INDEXED BY IX-TC.
             10 TC-TRANSP      PIC X(03).
             10 TC-FRETE       PIC 9(06)V99.
             10 TC-PCT-PRAZO   PIC 9(03)V9.
             10 TC-ELEGIVEL    PIC X(01).
               88 TC-E-ELEGIVEL     VALUE 'S'.
             10 TC-PONTOS      PIC 9(03)V9.
       77 WRK-QT-CANDIDATAS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ELEGIVEIS  PIC 9(02) VALUE ZEROS.
       77 WRK-MENOR-FRETE   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NOTA-PRECO    PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-IX-1          PIC 9(02) VALUE ZEROS.
       77 WRK-IX-2          PIC 9(02) VALUE ZEROS.

       01 CT-PARM.
          05 CT-CODIGO          PIC X(03).
          05 CT-DATA            PIC 9(08).
          05 CT-NOME            PIC X(30).
          05 CT-AGENCIA         PIC 9(04).
          05 CT-CONTA           PIC 9(08).
          05 CT-SITUACAO        PIC X(01).
             88 CT-BLOQUEADA       VALUE 'S' 'V'.

       COPY fstatus.

       LINKAGE SECTION.
       01 ET-PARM.
          05 ET-MODO            PIC X(01).
             88 ET-FORCAR-AUTOMATICO VALUE 'A'.
          05 ET-UF              PIC X(02).
          05 ET-DATA            PIC 9(08).
          05 ET-CODIGO          PIC 9(06).
          05 ET-VALOR           PIC 9(06)V99.
          05 ET-TRANSP          PIC X(03).
          05 ET-FRETE           PIC 9(06)V99.
          05 ET-TRANSP-2        PIC X(03).
          05 ET-MOTIVO          PIC X(01).
             88 ET-ESCOLHA-PADRAO  VALUE 'P'.
          05 ET-PCT-PRAZO       PIC 9(03)V9.
          05 ET-PONTOS          PIC 9(03)V9.
          05 ET-PONTOS-2        PIC 9(03)V9.

       PROCEDURE DIVISION USING ET-PARM.

       0001-PRINCIPAL.
             MOVE 'PAD'  TO ET-TRANSP.
             MOVE ZEROS  TO ET-FRETE.
             MOVE SPACES TO ET-TRANSP-2.
             MOVE 'P'    TO ET-MOTIVO.
             MOVE ZEROS  TO ET-PCT-PRAZO.
             MOVE ZEROS  TO ET-PONTOS.
             MOVE ZEROS  TO ET-PONTOS-2.
             MOVE ZEROS  TO WRK-QT-CANDIDATAS.

             PERFORM 0500-CARREGAR-CONFIG.
             IF ET-FORCAR-AUTOMATICO
                   MOVE 'A' TO WRK-MODO
             END-IF.
             IF NOT MODO-AUTOMATICO
                   GOBACK
             END-IF.

             PERFORM 1000-COTAR-CANDIDATAS.
             IF WRK-QT-CANDIDATAS = ZEROS
                   GOBACK
             END-IF.
             PERFORM 1500-CARREGAR-PRAZOS.
             PERFORM 2000-PONTUAR-CANDIDATAS.
             PERFORM 3000-CLASSIFICAR.
             GOBACK.

       0500-CARREGAR-CONFIG.
             MOVE 'M' TO WRK-MODO.
             MOVE 50 TO WRK-PESO-FRETE.
             MOVE 50 TO WRK-PESO-PRAZO.
             MOVE ZEROS TO WRK-PCT-MINIMO.
             OPEN INPUT ESCOLHA-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ ESCOLHA-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE EC-MODO TO WRK-MODO
                         IF EC-PESO-FRETE IS NUMERIC
                               AND EC-PESO-PRAZO IS NUMERIC
                               MOVE EC-PESO-FRETE TO WRK-PESO-FRETE
                               MOVE EC-PESO-PRAZO TO WRK-PESO-PRAZO
                         END-IF
                         IF EC-PCT-MINIMO IS NUMERIC
                               MOVE EC-PCT-MINIMO TO WRK-PCT-MINIMO
                         END-IF
                   END-IF
                   CLOSE ESCOLHA-CONFIG
             END-IF.
             COMPUTE WRK-SOMA-PESOS = WRK-PESO-FRETE + WRK-PESO-PRAZO.
             IF WRK-SOMA-PESOS = ZEROS
                   MOVE 50 TO WRK-PESO-FRETE
                   MOVE 50 TO WRK-PESO-PRAZO
                   MOVE 100 TO WRK-SOMA-PESOS
             END-IF.

      *----------------------------------------------------------------
      * PERCORRE AS LINHAS DA UF AGRUPANDO POR TRANSPORTADORA E COTANDO
      * A VIGENCIA MAIS RECENTE ATE A DATA INFORMADA (MESMA REGRA DO
      * COTA-FRETE-LOTE). SO ENTRA NA TABELA QUEM NAO ESTA BLOQUEADA.
      *----------------------------------------------------------------
       1000-COTAR-CANDIDATAS.
             OPEN INPUT FRETE-RATES.
             MOVE WRK-FS-RATES TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   GOBACK
             END-IF.
             OPEN INPUT PRODUTO-MASTER.
             MOVE 'N' TO WRK-PRODUTO-SW.
             MOVE WRK-FS-PRODUTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE ET-CODIGO TO PM-CODIGO
                   READ PRODUTO-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-PRODUTO-SW
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-PRODUTO-SW
                   END-READ
                   CLOSE PRODUTO-MASTER
             END-IF.

             MOVE 'N' TO WRK-FIM-TAXAS-SW.
             MOVE 'N' TO WRK-VIGENTE-SW.
             MOVE SPACES TO WRK-TRANSP-ATUAL.
             MOVE ET-UF TO FR-UF.
             MOVE LOW-VALUES TO FR-TRANSP.
             MOVE ZEROS TO FR-DT-VIGOR.
             START FRETE-RATES KEY IS >= FR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-TAXAS-SW
             END-START.
             PERFORM 1010-LER-PROXIMA-TAXA.
             PERFORM 1020-SELECIONAR-VIGENTE UNTIL FIM-TAXAS.
             PERFORM 1030-FECHAR-TRANSP.
             CLOSE FRETE-RATES.

       1010-LER-PROXIMA-TAXA.
             IF NOT FIM-TAXAS
                   READ FRETE-RATES NEXT RECORD
                         AT END MOVE 'S' TO WRK-FIM-TAXAS-SW
                   END-READ
                   IF NOT FIM-TAXAS AND FR-UF NOT = ET-UF
                         MOVE 'S' TO WRK-FIM-TAXAS-SW
                   END-IF
             END-IF.

       1020-SELECIONAR-VIGENTE.
             IF FR-TRANSP NOT = WRK-TRANSP-ATUAL
                   PERFORM 1030-FECHAR-TRANSP
                   MOVE FR-TRANSP TO WRK-TRANSP-ATUAL
                   MOVE 'N' TO WRK-VIGENTE-SW
             END-IF.
             IF FR-DT-VIGOR <= ET-DATA
                   MOVE FR-TAXA    TO WRK-SEL-TAXA
                   MOVE FR-TAXA-KG TO WRK-SEL-TAXA-KG
                   MOVE FR-TAXA-M3 TO WRK-SEL-TAXA-M3
                   MOVE FR-PCT-ADVAL TO WRK-SEL-PCT-ADVAL
                   MOVE FR-PCT-GRIS  TO WRK-SEL-PCT-GRIS
                   MOVE FR-PEDAGIO   TO WRK-SEL-PEDAGIO
                   MOVE 'S' TO WRK-VIGENTE-SW
             END-IF.
             PERFORM 1010-LER-PROXIMA-TAXA.

       1030-FECHAR-TRANSP.
             IF TEM-TAXA-VIGENTE
                   AND WRK-QT-CANDIDATAS < 30
                   MOVE WRK-TRANSP-ATUAL TO CT-CODIGO
                   MOVE ET-DATA TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   IF NOT CT-BLOQUEADA
                         PERFORM 1040-CALCULAR-FRETE
                         ADD 1 TO WRK-QT-CANDIDATAS
                         SET IX-TC TO WRK-QT-CANDIDATAS
                         MOVE WRK-TRANSP-ATUAL TO TC-TRANSP(IX-TC)
                         MOVE WRK-FRETE        TO TC-FRETE(IX-TC)
                         MOVE WRK-PCT-MINIMO   TO TC-PCT-PRAZO(IX-TC)
                         MOVE 'N'              TO TC-ELEGIVEL(IX-TC)
                         MOVE ZEROS            TO TC-PONTOS(IX-TC)
                   END-IF
             END-IF.
             MOVE 'N' TO WRK-VIGENTE-SW.

       1040-CALCULAR-FRETE.
             COMPUTE WRK-FRETE = ET-VALOR * WRK-SEL-TAXA.

             IF PRODUTO-ENCONTRADO
                   COMPUTE WRK-FRETE-PESO =
                         PM-PESO-KG * WRK-SEL-TAXA-KG

                   COMPUTE WRK-VOLUME-M3 ROUNDED =
                         (PM-COMPRIMENTO-CM * PM-LARGURA-CM
                                            * PM-ALTURA-CM) / 1000000

                   COMPUTE WRK-FRETE-CUBAGEM =
                         WRK-VOLUME-M3 * WRK-SEL-TAXA-M3

                   IF WRK-FRETE-PESO > WRK-FRETE
                         MOVE WRK-FRETE-PESO TO WRK-FRETE
                   END-IF

                   IF WRK-FRETE-CUBAGEM > WRK-FRETE
                         MOVE WRK-FRETE-CUBAGEM TO WRK-FRETE
                   END-IF
             END-IF.

             COMPUTE WRK-ADVAL ROUNDED =
                   ET-VALOR * WRK-SEL-PCT-ADVAL / 100.
             COMPUTE WRK-GRIS ROUNDED =
                   ET-VALOR * WRK-SEL-PCT-GRIS / 100.
             COMPUTE WRK-FRETE = WRK-FRETE + WRK-ADVAL
                   + WRK-GRIS + WRK-SEL-PEDAGIO.

      *----------------------------------------------------------------
      * O PRAZOTR TRAZ UMA LINHA POR TRANSPORTADORA/UF; A CANDIDATA SEM
      * LINHA (OU SEM EMBARQUE AVALIADO) FICA COM O PRAZO MINIMO.
      *----------------------------------------------------------------
       1500-CARREGAR-PRAZOS.
             MOVE 'N' TO WRK-EOF-PRAZO-SW.
             OPEN INPUT PRAZO-TRANSP.
             MOVE WRK-FS-PRAZO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1510-LER-PRAZO
                   PERFORM 1520-GUARDAR-PRAZO UNTIL FIM-PRAZOS
                   CLOSE PRAZO-TRANSP
             END-IF.

       1510-LER-PRAZO.
             READ PRAZO-TRANSP
                   AT END MOVE 'S' TO WRK-EOF-PRAZO-SW
             END-READ.

       1520-GUARDAR-PRAZO.
             IF PZ-UF = ET-UF
                   AND PZ-AVALIADOS > ZEROS
                   MOVE 'N' TO WRK-ACHOU-SW
                   SET IX-TC TO 1
                   PERFORM 1530-COMPARAR-CANDIDATA
                         UNTIL IX-TC > WRK-QT-CANDIDATAS
                               OR CANDIDATA-ACHADA
                   IF CANDIDATA-ACHADA
                         MOVE PZ-PCT-PRAZO TO TC-PCT-PRAZO(IX-TC)
                   END-IF
             END-IF.
             PERFORM 1510-LER-PRAZO.

       1530-COMPARAR-CANDIDATA.
             IF TC-TRANSP(IX-TC) = PZ-TRANSP
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TC UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * ELEGIVEIS SAO AS QUE ATINGEM O PRAZO MINIMO; SE NENHUMA ATINGE,
      * TODAS CONCORREM E O MOTIVO FICA 'F'. A NOTA DE PRECO E MEDIDA
      * CONTRA O MENOR FRETE ENTRE AS ELEGIVEIS.
      *----------------------------------------------------------------
       2000-PONTUAR-CANDIDATAS.
             MOVE ZEROS TO WRK-QT-ELEGIVEIS.
             SET IX-TC TO 1.
             PERFORM 2010-MARCAR-ELEGIVEL
                   UNTIL IX-TC > WRK-QT-CANDIDATAS.
             IF WRK-QT-ELEGIVEIS = ZEROS
                   MOVE 'F' TO ET-MOTIVO
                   SET IX-TC TO 1
                   PERFORM 2020-LIBERAR-TODAS
                         UNTIL IX-TC > WRK-QT-CANDIDATAS
             ELSE
                   IF WRK-QT-ELEGIVEIS = 1
                         MOVE 'U' TO ET-MOTIVO
                   ELSE
                         MOVE 'M' TO ET-MOTIVO
                   END-IF
             END-IF.

             MOVE ZEROS TO WRK-MENOR-FRETE.
             MOVE ZEROS TO WRK-IX-1.
             SET IX-TC TO 1.
             PERFORM 2030-ACHAR-MENOR-FRETE
                   UNTIL IX-TC > WRK-QT-CANDIDATAS.
             SET IX-TC TO 1.
             PERFORM 2040-CALCULAR-PONTOS
                   UNTIL IX-TC > WRK-QT-CANDIDATAS.

       2010-MARCAR-ELEGIVEL.
             IF TC-PCT-PRAZO(IX-TC) >= WRK-PCT-MINIMO
                   MOVE 'S' TO TC-ELEGIVEL(IX-TC)
                   ADD 1 TO WRK-QT-ELEGIVEIS
             END-IF.
             SET IX-TC UP BY 1.

       2020-LIBERAR-TODAS.
             MOVE 'S' TO TC-ELEGIVEL(IX-TC).
             ADD 1 TO WRK-QT-ELEGIVEIS.
             SET IX-TC UP BY 1.

       2030-ACHAR-MENOR-FRETE.
             IF TC-E-ELEGIVEL(IX-TC)
                   IF WRK-IX-1 = ZEROS
                         OR TC-FRETE(IX-TC) < WRK-MENOR-FRETE
                         MOVE TC-FRETE(IX-TC) TO WRK-MENOR-FRETE
                         SET WRK-IX-1 TO IX-TC
                   END-IF
             END-IF.
             SET IX-TC UP BY 1.

       2040-CALCULAR-PONTOS.
             IF TC-E-ELEGIVEL(IX-TC)
                   IF TC-FRETE(IX-TC) = ZEROS
                         MOVE 100 TO WRK-NOTA-PRECO
                   ELSE
                         COMPUTE WRK-NOTA-PRECO ROUNDED =
                               WRK-MENOR-FRETE * 100
                               / TC-FRETE(IX-TC)
                   END-IF
                   COMPUTE TC-PONTOS(IX-TC) ROUNDED =
                         (WRK-PESO-FRETE * WRK-NOTA-PRECO
                          + WRK-PESO-PRAZO * TC-PCT-PRAZO(IX-TC))
                         / WRK-SOMA-PESOS
             END-IF.
             SET IX-TC UP BY 1.

      *----------------------------------------------------------------
      * PRIMEIRA E SEGUNDA COLOCADAS ENTRE AS ELEGIVEIS: MAIOR
      * PONTUACAO, NO EMPATE O MENOR FRETE.
      *----------------------------------------------------------------
       3000-CLASSIFICAR.
             MOVE ZEROS TO WRK-IX-1.
             MOVE ZEROS TO WRK-IX-2.
             SET IX-TC TO 1.
             PERFORM 3010-COMPARAR-COLOCACAO
                   UNTIL IX-TC > WRK-QT-CANDIDATAS.

             MOVE TC-TRANSP(WRK-IX-1)    TO ET-TRANSP.
             MOVE TC-FRETE(WRK-IX-1)     TO ET-FRETE.
             MOVE TC-PCT-PRAZO(WRK-IX-1) TO ET-PCT-PRAZO.
             MOVE TC-PONTOS(WRK-IX-1)    TO ET-PONTOS.
             IF WRK-IX-2 > ZEROS
                   MOVE TC-TRANSP(WRK-IX-2) TO ET-TRANSP-2
                   MOVE TC-PONTOS(WRK-IX-2) TO ET-PONTOS-2
             END-IF.

       3010-COMPARAR-COLOCACAO.
             IF TC-E-ELEGIVEL(IX-TC)
                   EVALUATE TRUE
                         WHEN WRK-IX-1 = ZEROS
                               SET WRK-IX-1 TO IX-TC
                         WHEN TC-PONTOS(IX-TC) > TC-PONTOS(WRK-IX-1)
                            OR (TC-PONTOS(IX-TC) = TC-PONTOS(WRK-IX-1)
                            AND TC-FRETE(IX-TC) < TC-FRETE(WRK-IX-1))
                               MOVE WRK-IX-1 TO WRK-IX-2
                               SET WRK-IX-1 TO IX-TC
                         WHEN WRK-IX-2 = ZEROS
                               SET WRK-IX-2 TO IX-TC
                         WHEN TC-PONTOS(IX-TC) > TC-PONTOS(WRK-IX-2)
                            OR (TC-PONTOS(IX-TC) = TC-PONTOS(WRK-IX-2)
                            AND TC-FRETE(IX-TC) < TC-FRETE(WRK-IX-2))
                               SET WRK-IX-2 TO IX-TC
                         WHEN OTHER
                               CONTINUE
                   END-EVALUATE
             END-IF.
             SET IX-TC UP BY 1.

       END PROGRAM ESCOLHE-TRANSP.
