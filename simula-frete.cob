      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SIMULACAO DE PROPOSTA DE TAXAS DE FRETE - CARREGA A
      *          TABELA PROPOSTA POR UMA TRANSPORTADORA (ARQUIVO
      *          FRETEPRO, NO LAYOUT DO FRETE-RATES, SEM TOCAR O MESTRE)
      *          E RE-TARIFA OS EMBARQUES DOS ULTIMOS N MESES FECHADOS
      *          DO FRETE-AUDIT COM AS REGRAS DO CALC-FRETE (PISO POR
      *          VALOR, PESO E CUBAGEM, AD VALOREM, GRIS E PEDAGIO POR
      *          EMBARQUE). IMPRIME O CUSTO ATUAL X PROPOSTO POR UF E NO
      *          TOTAL E, PARA CADA UF, SE OUTRA TRANSPORTADORA
      *          LIBERADA, COM A TAXA VIGENTE HOJE NO FRETE-RATES, SAI
      *          MAIS BARATA QUE A PROPOSTA - A MUNICAO PARA A
      *          NEGOCIACAO ANUAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O CUSTO ATUAL E O FA-FRETE GRAVADO NA AUDITORIA. EMBARQUES DE
      * DEVOLUCAO E COM FRETE ZERADO (FRETE GRATIS) FICAM FORA, POIS
      * NAO HA CUSTO A COMPARAR. O PEDAGIO DA PROPOSTA ENTRA NA LINHA
      * QUE CARREGOU O PEDAGIO DO EMBARQUE (FA-PEDAGIO MAIOR QUE ZERO).
      * PESO E CUBAGEM VEM DO PRODUTO-MASTER: PELO PEDIDO (FA-PEDIDO)
      * QUANDO HA, SENAO PELA DESCRICAO DO PRODUTO; SEM PRODUTO O
      * EMBARQUE E TARIFADO SO PELO VALOR, COMO NO CALC-FRETE. UF SEM
      * TAXA NA PROPOSTA E LISTADA MAS FICA FORA DOS TOTAIS.
      * DA PROPOSTA VALE, POR UF, A LINHA DE VIGENCIA MAIS RECENTE.
      * LIMITES: 30 UFS, 300 TAXAS VIGENTES DE OUTRAS TRANSPORTADORAS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-FRETE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-PROPOSTA ASSIGN TO 'FRETEPRO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PROPOSTA.

           SELECT FRETE-AUDIT ASSIGN TO 'FRETEAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FRETE.

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

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

           SELECT REL-SIMULACAO ASSIGN TO 'RELSIMFR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-PROPOSTA.
       COPY fretrate REPLACING
            ==FRETE-RATE-REC==   BY ==FRETE-PROPOSTA-REC==
            ==FR-CHAVE==         BY ==FP-CHAVE==
            ==FR-UF==            BY ==FP-UF==
            ==FR-TRANSP==        BY ==FP-TRANSP==
            ==FR-DT-VIGOR==      BY ==FP-DT-VIGOR==
            ==FR-TAXA-KG==       BY ==FP-TAXA-KG==
            ==FR-TAXA-M3==       BY ==FP-TAXA-M3==
            ==FR-TAXA==          BY ==FP-TAXA==
            ==FR-DIAS-TRANSITO== BY ==FP-DIAS-TRANSITO==
            ==FR-PCT-ADVAL==     BY ==FP-PCT-ADVAL==
            ==FR-PCT-GRIS==      BY ==FP-PCT-GRIS==
            ==FR-PEDAGIO==       BY ==FP-PEDAGIO==.

       FD  FRETE-AUDIT.
       COPY fretaud.

       FD  FRETE-RATES.
       COPY fretrate.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  REL-SIMULACAO.
       01  REL-SIMULACAO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PROPOSTA  PIC X(02) VALUE '00'.
       77 WRK-FS-FRETE     PIC X(02) VALUE '00'.
       77 WRK-FS-RATES     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PRO-SW   PIC X(01) VALUE 'N'.
         88 FIM-PROPOSTA        VALUE 'S'.
       77 WRK-EOF-AUD-SW   PIC X(01) VALUE 'N'.
         88 FIM-AUDITORIA       VALUE 'S'.
       77 WRK-FIM-TAXAS-SW PIC X(01) VALUE 'N'.
         88 FIM-TAXAS           VALUE 'S'.
       77 WRK-EOF-PROD-SW  PIC X(01) VALUE 'N'.
         88 FIM-PRODUTOS        VALUE 'S'.
       77 WRK-VIGENTE-SW   PIC X(01) VALUE 'N'.
         88 TEM-TAXA-VIGENTE    VALUE 'S'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO  VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-SO-PROPRIOS  PIC X(01) VALUE 'S'.
         88 SO-EMBARQUES-PROPRIOS VALUE 'S'.

       77 WRK-TRANSP-SIM   PIC X(03) VALUE SPACES.
       77 WRK-NOME-SIM     PIC X(30) VALUE SPACES.
       77 WRK-QT-MESES     PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-CORR   PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-CALC   PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-CALC     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES-INI.
          05 WRK-ANO-INI   PIC 9(04).
          05 WRK-MES-INI   PIC 9(02).
       01 WRK-ANOMES-FIM.
          05 WRK-ANO-FIM   PIC 9(04).
          05 WRK-MES-FIM   PIC 9(02).
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
          05 WRK-ANO-HOJE  PIC 9(04).
          05 WRK-MES-HOJE  PIC 9(02).
          05 WRK-DIA-HOJE  PIC 9(02).

       77 WRK-SEL-TAXA    PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-KG PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-M3 PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-SEL-PCT-ADVAL PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-PCT-GRIS  PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-PEDAGIO   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TRANSP-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-UF-ATUAL      PIC X(02) VALUE SPACES.
       77 WRK-ADVAL         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GRIS          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-PESO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-CUBAGEM PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VOLUME-M3   PIC 9(04)V9(06) VALUE ZEROS.
       77 WRK-PESO-KG     PIC 9(05)V9(03) VALUE ZEROS.
       77 WRK-ULT-PRODUTO PIC X(30) VALUE SPACES.
       77 WRK-ULT-PESO    PIC 9(05)V9(03) VALUE ZEROS.
       77 WRK-ULT-M3      PIC 9(04)V9(06) VALUE ZEROS.
       77 WRK-ULT-ACHOU   PIC X(01) VALUE 'N'.

       01 TABELA-PROPOSTA.
          05 TP-DET OCCURS 30 TIMES INDEXED BY IX-TP.
             10 TP-UF          PIC X(02).
             10 TP-DT-VIGOR    PIC 9(08).
             10 TP-TAXA        PIC 9(02)V9(04).
             10 TP-TAXA-KG     PIC 9(03)V9(04).
             10 TP-TAXA-M3     PIC 9(04)V9(04).
             10 TP-PCT-ADVAL   PIC 9(02)V9(04).
             10 TP-PCT-GRIS    PIC 9(02)V9(04).
             10 TP-PEDAGIO     PIC 9(04)V99.
       77 WRK-QT-PROPOSTA  PIC 9(02) VALUE ZEROS.

       01 TABELA-ALTERNATIVAS.
          05 TA-DET OCCURS 300 TIMES INDEXED BY IX-TA.
             10 TA-UF          PIC X(02).
             10 TA-TRANSP      PIC X(03).
             10 TA-TAXA        PIC 9(02)V9(04).
             10 TA-TAXA-KG     PIC 9(03)V9(04).
             10 TA-TAXA-M3     PIC 9(04)V9(04).
             10 TA-PCT-ADVAL   PIC 9(02)V9(04).
             10 TA-PCT-GRIS    PIC 9(02)V9(04).
             10 TA-PEDAGIO     PIC 9(04)V99.
             10 TA-TOTAL       PIC 9(09)V99.
       77 WRK-QT-ALTERNATIVAS PIC 9(03) VALUE ZEROS.

       01 TABELA-UF.
          05 TU-DET OCCURS 30 TIMES INDEXED BY IX-TU.
             10 TU-UF          PIC X(02).
             10 TU-QT          PIC 9(05).
             10 TU-ATUAL       PIC 9(09)V99.
             10 TU-PROPOSTO    PIC 9(09)V99.
             10 TU-TEM-PROPOSTA PIC X(01).
               88 TU-COM-PROPOSTA   VALUE 'S'.
             10 TU-ALT-TRANSP  PIC X(03).
             10 TU-ALT-TOTAL   PIC 9(09)V99.
       77 WRK-QT-UFS       PIC 9(02) VALUE ZEROS.
       01 WRK-TROCA-UF     PIC X(44).
       77 WRK-IX-ORD       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-ORD2      PIC 9(02) VALUE ZEROS.

       77 WRK-TOT-QT       PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ATUAL    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROPOSTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PCT-VAR      PIC S9(05)V9 VALUE ZEROS.
       77 WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SIMULADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-GRATIS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-PROD  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-PROPOSTA PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-UF-ALT    PIC 9(02) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.

       01 CT-PARM.
          05 CT-CODIGO          PIC X(03).
          05 CT-DATA            PIC 9(08).
          05 CT-NOME            PIC X(30).
          05 CT-AGENCIA         PIC 9(04).
          05 CT-CONTA           PIC 9(08).
          05 CT-SITUACAO        PIC X(01).
             88 CT-BLOQUEADA       VALUE 'S' 'V'.

       01  LINHA-PARAMETROS.
           05 FILLER          PIC X(16) VALUE 'TRANSPORTADORA: '.
           05 LP-TRANSP       PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-NOME         PIC X(30).
           05 FILLER          PIC X(10) VALUE ' PERIODO: '.
           05 LP-INI          PIC 9(06).
           05 FILLER          PIC X(01) VALUE '-'.
           05 LP-FIM          PIC 9(06).
           05 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-UF.
           05 LU-UF           PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-QT           PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-ATUAL        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-PROPOSTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-DIFERENCA    PIC -Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-PCT          PIC -ZZZ9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-ALT-TRANSP   PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-ALT-TOTAL    PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-UF-SEM REDEFINES LINHA-UF.
           05 FILLER          PIC X(23).
           05 LUS-TEXTO       PIC X(57).

       01  LINHA-TOTAL.
           05 FILLER          PIC X(02) VALUE 'TT'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-QT           PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-ATUAL        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-PROPOSTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-DIFERENCA    PIC -Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LT-PCT          PIC -ZZZ9,9.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-ALTERNATIVA.
           05 LA-UF           PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-TRANSP       PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-NOME         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-ALT-TOTAL    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-PROPOSTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-ECONOMIA     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(11) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 LC-QTDE         PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(31) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-PROPOSTA.
             MOVE ZEROS TO WRK-QT-ALTERNATIVAS.
             MOVE ZEROS TO WRK-QT-UFS.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-SIMULADOS.
             MOVE ZEROS TO WRK-QT-GRATIS.
             MOVE ZEROS TO WRK-QT-SEM-PROD.
             MOVE ZEROS TO WRK-QT-SEM-PROPOSTA.
             MOVE ZEROS TO WRK-QT-FORA-TABELA.
             MOVE ZEROS TO WRK-QT-UF-ALT.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE SPACES TO WRK-ULT-PRODUTO.
             MOVE 'N' TO WRK-EOF-AUD-SW.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'TRANSPORTADORA DA PROPOSTA: '
             ACCEPT WRK-TRANSP-SIM.
             DISPLAY 'MESES DE HISTORICO (01-24, BRANCO=12): '
             ACCEPT WRK-QT-MESES.
             IF WRK-QT-MESES = ZEROS OR WRK-QT-MESES > 24
                   MOVE 12 TO WRK-QT-MESES
             END-IF.
             DISPLAY 'SO EMBARQUES DA PROPRIA TRANSPORTADORA '
                     '(S/N, BRANCO=S): '
             ACCEPT WRK-SO-PROPRIOS.
             IF WRK-SO-PROPRIOS NOT = 'N'
                   MOVE 'S' TO WRK-SO-PROPRIOS
             END-IF.
             PERFORM 0200-CALCULAR-PERIODO.

             PERFORM 0500-CARREGAR-PROPOSTA.
             IF WRK-QT-PROPOSTA = ZEROS
                   DISPLAY 'PROPOSTA SEM TAXAS PARA ' WRK-TRANSP-SIM
                           ', NADA A SIMULAR'
                   GOBACK
             END-IF.
             MOVE WRK-TRANSP-SIM TO CT-CODIGO.
             MOVE WRK-DATA-HOJE  TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME TO WRK-NOME-SIM.

             PERFORM 1000-ABRIR.
             PERFORM 0600-CARREGAR-ALTERNATIVAS.
             PERFORM 1100-LER-AUDITORIA.
             PERFORM 2000-SIMULAR-EMBARQUE UNTIL FIM-AUDITORIA.
             PERFORM 3000-ORDENAR-UFS.
             PERFORM 4000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * O PERIODO SAO OS N MESES FECHADOS ANTES DO MES CORRENTE, EM
      * ANO/MES, CONTANDO OS MESES DESDE O ANO ZERO.
      *----------------------------------------------------------------
       0200-CALCULAR-PERIODO.
             COMPUTE WRK-MESES-CORR =
                   WRK-ANO-HOJE * 12 + WRK-MES-HOJE - 1.
             COMPUTE WRK-MESES-CALC = WRK-MESES-CORR - 1.
             PERFORM 0210-CONVERTER-MES.
             MOVE WRK-ANO-CALC TO WRK-ANO-FIM.
             MOVE WRK-MES-CALC TO WRK-MES-FIM.
             COMPUTE WRK-MESES-CALC = WRK-MESES-CORR - WRK-QT-MESES.
             PERFORM 0210-CONVERTER-MES.
             MOVE WRK-ANO-CALC TO WRK-ANO-INI.
             MOVE WRK-MES-CALC TO WRK-MES-INI.

       0210-CONVERTER-MES.
             DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-ANO-CALC
                   REMAINDER WRK-MES-CALC.
             ADD 1 TO WRK-MES-CALC.

      *----------------------------------------------------------------
      * DA PROPOSTA SO INTERESSAM AS LINHAS DA TRANSPORTADORA
      * INFORMADA; COM MAIS DE UMA VIGENCIA NA MESMA UF FICA A MAIS
      * RECENTE.
      *----------------------------------------------------------------
       0500-CARREGAR-PROPOSTA.
             MOVE 'N' TO WRK-EOF-PRO-SW.
             OPEN INPUT FRETE-PROPOSTA.
             MOVE WRK-FS-PROPOSTA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'ARQUIVO DE PROPOSTA FRETEPRO AUSENTE'
             ELSE
                   PERFORM 0510-LER-PROPOSTA
                   PERFORM 0520-GUARDAR-PROPOSTA UNTIL FIM-PROPOSTA
                   CLOSE FRETE-PROPOSTA
             END-IF.

       0510-LER-PROPOSTA.
             READ FRETE-PROPOSTA
                   AT END MOVE 'S' TO WRK-EOF-PRO-SW
             END-READ.

       0520-GUARDAR-PROPOSTA.
             IF FP-TRANSP = WRK-TRANSP-SIM
                   MOVE 'N' TO WRK-ACHOU-SW
                   SET IX-TP TO 1
                   PERFORM 0530-COMPARAR-UF-PROPOSTA
                         UNTIL IX-TP > WRK-QT-PROPOSTA
                               OR LINHA-ACHADA
                   IF NOT LINHA-ACHADA
                         AND WRK-QT-PROPOSTA < 30
                         ADD 1 TO WRK-QT-PROPOSTA
                         SET IX-TP TO WRK-QT-PROPOSTA
                         MOVE FP-UF TO TP-UF(IX-TP)
                         MOVE ZEROS TO TP-DT-VIGOR(IX-TP)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
                   IF LINHA-ACHADA
                         AND FP-DT-VIGOR >= TP-DT-VIGOR(IX-TP)
                         MOVE FP-DT-VIGOR  TO TP-DT-VIGOR(IX-TP)
                         MOVE FP-TAXA      TO TP-TAXA(IX-TP)
                         MOVE FP-TAXA-KG   TO TP-TAXA-KG(IX-TP)
                         MOVE FP-TAXA-M3   TO TP-TAXA-M3(IX-TP)
                         MOVE FP-PCT-ADVAL TO TP-PCT-ADVAL(IX-TP)
                         MOVE FP-PCT-GRIS  TO TP-PCT-GRIS(IX-TP)
                         MOVE FP-PEDAGIO   TO TP-PEDAGIO(IX-TP)
                   END-IF
             END-IF.
             PERFORM 0510-LER-PROPOSTA.

       0530-COMPARAR-UF-PROPOSTA.
             IF TP-UF(IX-TP) = FP-UF
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * TAXAS VIGENTES HOJE DAS DEMAIS TRANSPORTADORAS, UMA POR UF/
      * TRANSPORTADORA (MESMA SELECAO DE VIGENCIA DO REL-FRETE-COMPARA),
      * SO DAS LIBERADAS NO MESTRE DE TRANSPORTADORAS.
      *----------------------------------------------------------------
       0600-CARREGAR-ALTERNATIVAS.
             MOVE 'N' TO WRK-FIM-TAXAS-SW.
             MOVE 'N' TO WRK-VIGENTE-SW.
             MOVE SPACES TO WRK-TRANSP-ATUAL.
             MOVE SPACES TO WRK-UF-ATUAL.
             MOVE LOW-VALUES TO FR-CHAVE.
             START FRETE-RATES KEY IS >= FR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-TAXAS-SW
             END-START.
             PERFORM 0610-LER-TAXA.
             PERFORM 0620-SELECIONAR-VIGENTE UNTIL FIM-TAXAS.
             PERFORM 0630-GUARDAR-ALTERNATIVA.

       0610-LER-TAXA.
             IF NOT FIM-TAXAS
                   READ FRETE-RATES NEXT RECORD
                         AT END MOVE 'S' TO WRK-FIM-TAXAS-SW
                   END-READ
             END-IF.

       0620-SELECIONAR-VIGENTE.
             IF FR-TRANSP NOT = WRK-TRANSP-ATUAL
                   OR FR-UF NOT = WRK-UF-ATUAL
                   PERFORM 0630-GUARDAR-ALTERNATIVA
                   MOVE FR-TRANSP TO WRK-TRANSP-ATUAL
                   MOVE FR-UF     TO WRK-UF-ATUAL
                   MOVE 'N' TO WRK-VIGENTE-SW
             END-IF.
             IF FR-DT-VIGOR <= WRK-DATA-HOJE
                   MOVE FR-TAXA      TO WRK-SEL-TAXA
                   MOVE FR-TAXA-KG   TO WRK-SEL-TAXA-KG
                   MOVE FR-TAXA-M3   TO WRK-SEL-TAXA-M3
                   MOVE FR-PCT-ADVAL TO WRK-SEL-PCT-ADVAL
                   MOVE FR-PCT-GRIS  TO WRK-SEL-PCT-GRIS
                   MOVE FR-PEDAGIO   TO WRK-SEL-PEDAGIO
                   MOVE 'S' TO WRK-VIGENTE-SW
             END-IF.
             PERFORM 0610-LER-TAXA.

       0630-GUARDAR-ALTERNATIVA.
             IF TEM-TAXA-VIGENTE
                   AND WRK-TRANSP-ATUAL NOT = WRK-TRANSP-SIM
                   MOVE WRK-TRANSP-ATUAL TO CT-CODIGO
                   MOVE WRK-DATA-HOJE TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   IF NOT CT-BLOQUEADA
                         IF WRK-QT-ALTERNATIVAS < 300
                               ADD 1 TO WRK-QT-ALTERNATIVAS
                               SET IX-TA TO WRK-QT-ALTERNATIVAS
                               PERFORM 0640-MOVER-ALTERNATIVA
                         ELSE
                               ADD 1 TO WRK-QT-FORA-TABELA
                         END-IF
                   END-IF
             END-IF.
             MOVE 'N' TO WRK-VIGENTE-SW.

       0640-MOVER-ALTERNATIVA.
             MOVE WRK-UF-ATUAL      TO TA-UF(IX-TA).
             MOVE WRK-TRANSP-ATUAL  TO TA-TRANSP(IX-TA).
             MOVE WRK-SEL-TAXA      TO TA-TAXA(IX-TA).
             MOVE WRK-SEL-TAXA-KG   TO TA-TAXA-KG(IX-TA).
             MOVE WRK-SEL-TAXA-M3   TO TA-TAXA-M3(IX-TA).
             MOVE WRK-SEL-PCT-ADVAL TO TA-PCT-ADVAL(IX-TA).
             MOVE WRK-SEL-PCT-GRIS  TO TA-PCT-GRIS(IX-TA).
             MOVE WRK-SEL-PEDAGIO   TO TA-PEDAGIO(IX-TA).
             MOVE ZEROS             TO TA-TOTAL(IX-TA).

       1000-ABRIR.
             OPEN INPUT FRETE-AUDIT.
             MOVE WRK-FS-FRETE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-AUD-SW
                   DISPLAY 'FRETE-AUDIT INEXISTENTE, SEM EMBARQUES '
                           'A SIMULAR'
             END-IF.
             OPEN INPUT FRETE-RATES.
             OPEN INPUT PRODUTO-MASTER.
             OPEN INPUT PEDIDO-REGISTRO.
             OPEN OUTPUT REL-SIMULACAO.

       1100-LER-AUDITORIA.
             IF NOT FIM-AUDITORIA
                   READ FRETE-AUDIT
                         AT END MOVE 'S' TO WRK-EOF-AUD-SW
                   END-READ
             END-IF.

       2000-SIMULAR-EMBARQUE.
             ADD 1 TO WRK-QT-LIDOS.
             EVALUATE TRUE
                   WHEN FA-EMBARQUE-DEVOL
                   WHEN FA-DATA(1:6) < WRK-ANOMES-INI
                   WHEN FA-DATA(1:6) > WRK-ANOMES-FIM
                         CONTINUE
                   WHEN SO-EMBARQUES-PROPRIOS
                        AND FA-TRANSP NOT = WRK-TRANSP-SIM
                         CONTINUE
                   WHEN FA-FRETE = ZEROS
                         ADD 1 TO WRK-QT-GRATIS
                   WHEN OTHER
                         PERFORM 2100-TARIFAR-EMBARQUE
             END-EVALUATE.
             PERFORM 1100-LER-AUDITORIA.

       2100-TARIFAR-EMBARQUE.
             PERFORM 2200-LOCALIZAR-UF.
             IF NOT LINHA-ACHADA
                   ADD 1 TO WRK-QT-FORA-TABELA
             ELSE
                   ADD 1 TO WRK-QT-SIMULADOS
                   PERFORM 2300-OBTER-PRODUTO
                   ADD 1 TO TU-QT(IX-TU)
                   ADD FA-FRETE TO TU-ATUAL(IX-TU)
                   PERFORM 2400-TARIFAR-PROPOSTA
                   SET IX-TA TO 1
                   PERFORM 2500-TARIFAR-ALTERNATIVA
                         UNTIL IX-TA > WRK-QT-ALTERNATIVAS
             END-IF.

       2200-LOCALIZAR-UF.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TU TO 1.
             PERFORM 2210-COMPARAR-UF
                   UNTIL IX-TU > WRK-QT-UFS OR LINHA-ACHADA.
             IF NOT LINHA-ACHADA AND WRK-QT-UFS < 30
                   ADD 1 TO WRK-QT-UFS
                   SET IX-TU TO WRK-QT-UFS
                   MOVE FA-UF  TO TU-UF(IX-TU)
                   MOVE ZEROS  TO TU-QT(IX-TU)
                   MOVE ZEROS  TO TU-ATUAL(IX-TU)
                   MOVE ZEROS  TO TU-PROPOSTO(IX-TU)
                   MOVE 'N'    TO TU-TEM-PROPOSTA(IX-TU)
                   MOVE SPACES TO TU-ALT-TRANSP(IX-TU)
                   MOVE ZEROS  TO TU-ALT-TOTAL(IX-TU)
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.

       2210-COMPARAR-UF.
             IF TU-UF(IX-TU) = FA-UF
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TU UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * PESO E VOLUME DO PRODUTO: PELO PEDIDO QUANDO O EMBARQUE O TRAZ,
      * SENAO PELA DESCRICAO NO PRODUTO-MASTER (GUARDANDO A ULTIMA
      * ACHADA, POIS A AUDITORIA REPETE MUITO O MESMO PRODUTO).
      *----------------------------------------------------------------
       2300-OBTER-PRODUTO.
             MOVE 'N' TO WRK-PRODUTO-SW.
             IF FA-PEDIDO > ZEROS
                   MOVE FA-PEDIDO TO PR-NUMERO
                   READ PEDIDO-REGISTRO
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE PR-CODIGO TO PM-CODIGO
                               PERFORM 2310-LER-PRODUTO
                   END-READ
             END-IF.
             IF NOT PRODUTO-ENCONTRADO
                   IF FA-PRODUTO = WRK-ULT-PRODUTO
                         MOVE WRK-ULT-ACHOU TO WRK-PRODUTO-SW
                         MOVE WRK-ULT-PESO  TO WRK-PESO-KG
                         MOVE WRK-ULT-M3    TO WRK-VOLUME-M3
                   ELSE
                         PERFORM 2320-PROCURAR-DESCRICAO
                         MOVE FA-PRODUTO     TO WRK-ULT-PRODUTO
                         MOVE WRK-PRODUTO-SW TO WRK-ULT-ACHOU
                         MOVE WRK-PESO-KG    TO WRK-ULT-PESO
                         MOVE WRK-VOLUME-M3  TO WRK-ULT-M3
                   END-IF
             END-IF.
             IF NOT PRODUTO-ENCONTRADO
                   ADD 1 TO WRK-QT-SEM-PROD
             END-IF.

       2310-LER-PRODUTO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-PRODUTO-SW
                   NOT INVALID KEY
                         PERFORM 2330-GUARDAR-MEDIDAS
             END-READ.

       2320-PROCURAR-DESCRICAO.
             MOVE ZEROS TO WRK-PESO-KG.
             MOVE ZEROS TO WRK-VOLUME-M3.
             MOVE 'N' TO WRK-EOF-PROD-SW.
             MOVE ZEROS TO PM-CODIGO.
             START PRODUTO-MASTER KEY IS >= PM-CODIGO
                   INVALID KEY MOVE 'S' TO WRK-EOF-PROD-SW
             END-START.
             PERFORM 2340-LER-PROXIMO-PRODUTO
                   UNTIL FIM-PRODUTOS OR PRODUTO-ENCONTRADO.

       2330-GUARDAR-MEDIDAS.
             MOVE 'S' TO WRK-PRODUTO-SW.
             MOVE PM-PESO-KG TO WRK-PESO-KG.
             COMPUTE WRK-VOLUME-M3 ROUNDED =
                   (PM-COMPRIMENTO-CM * PM-LARGURA-CM
                                      * PM-ALTURA-CM) / 1000000.

       2340-LER-PROXIMO-PRODUTO.
             READ PRODUTO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-PROD-SW
             END-READ.
             IF NOT FIM-PRODUTOS AND PM-PRODUTO = FA-PRODUTO
                   PERFORM 2330-GUARDAR-MEDIDAS
             END-IF.

       2400-TARIFAR-PROPOSTA.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TP TO 1.
             PERFORM 2410-COMPARAR-PROPOSTA
                   UNTIL IX-TP > WRK-QT-PROPOSTA OR LINHA-ACHADA.
             IF LINHA-ACHADA
                   MOVE TP-TAXA(IX-TP)      TO WRK-SEL-TAXA
                   MOVE TP-TAXA-KG(IX-TP)   TO WRK-SEL-TAXA-KG
                   MOVE TP-TAXA-M3(IX-TP)   TO WRK-SEL-TAXA-M3
                   MOVE TP-PCT-ADVAL(IX-TP) TO WRK-SEL-PCT-ADVAL
                   MOVE TP-PCT-GRIS(IX-TP)  TO WRK-SEL-PCT-GRIS
                   MOVE TP-PEDAGIO(IX-TP)   TO WRK-SEL-PEDAGIO
                   PERFORM 2600-CALCULAR-FRETE
                   ADD WRK-FRETE TO TU-PROPOSTO(IX-TU)
                   MOVE 'S' TO TU-TEM-PROPOSTA(IX-TU)
             ELSE
                   ADD 1 TO WRK-QT-SEM-PROPOSTA
             END-IF.

       2410-COMPARAR-PROPOSTA.
             IF TP-UF(IX-TP) = FA-UF
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

       2500-TARIFAR-ALTERNATIVA.
             IF TA-UF(IX-TA) = FA-UF
                   MOVE TA-TAXA(IX-TA)      TO WRK-SEL-TAXA
                   MOVE TA-TAXA-KG(IX-TA)   TO WRK-SEL-TAXA-KG
                   MOVE TA-TAXA-M3(IX-TA)   TO WRK-SEL-TAXA-M3
                   MOVE TA-PCT-ADVAL(IX-TA) TO WRK-SEL-PCT-ADVAL
                   MOVE TA-PCT-GRIS(IX-TA)  TO WRK-SEL-PCT-GRIS
                   MOVE TA-PEDAGIO(IX-TA)   TO WRK-SEL-PEDAGIO
                   PERFORM 2600-CALCULAR-FRETE
                   ADD WRK-FRETE TO TA-TOTAL(IX-TA)
             END-IF.
             SET IX-TA UP BY 1.

      *----------------------------------------------------------------
      * MESMA COMPOSICAO DO CALC-FRETE: MAIOR ENTRE PISO POR VALOR,
      * FRETE-PESO E FRETE-CUBAGEM, MAIS AD VALOREM E GRIS; O PEDAGIO
      * SO NA LINHA QUE CARREGOU O PEDAGIO DO EMBARQUE.
      *----------------------------------------------------------------
       2600-CALCULAR-FRETE.
             COMPUTE WRK-FRETE = FA-VALOR * WRK-SEL-TAXA.

             IF PRODUTO-ENCONTRADO
                   COMPUTE WRK-FRETE-PESO =
                         WRK-PESO-KG * WRK-SEL-TAXA-KG

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
                   FA-VALOR * WRK-SEL-PCT-ADVAL / 100.
             COMPUTE WRK-GRIS ROUNDED =
                   FA-VALOR * WRK-SEL-PCT-GRIS / 100.
             COMPUTE WRK-FRETE = WRK-FRETE + WRK-ADVAL + WRK-GRIS.
             IF FA-PEDAGIO > ZEROS
                   ADD WRK-SEL-PEDAGIO TO WRK-FRETE
             END-IF.

      *----------------------------------------------------------------
      * ORDENA AS UFS (SELECAO SIMPLES EM MEMORIA, COMO NO
      * REL-FRETE-MENSAL).
      *----------------------------------------------------------------
       3000-ORDENAR-UFS.
             IF WRK-QT-UFS > 1
                   MOVE 1 TO WRK-IX-ORD
                   PERFORM 3010-PASSADA-ORDENACAO
                         UNTIL WRK-IX-ORD >= WRK-QT-UFS
             END-IF.

       3010-PASSADA-ORDENACAO.
             COMPUTE WRK-IX-ORD2 = WRK-IX-ORD + 1.
             PERFORM 3020-COMPARAR-TROCAR
                   UNTIL WRK-IX-ORD2 > WRK-QT-UFS.
             ADD 1 TO WRK-IX-ORD.

       3020-COMPARAR-TROCAR.
             IF TU-UF(WRK-IX-ORD2) < TU-UF(WRK-IX-ORD)
                   MOVE TU-DET(WRK-IX-ORD)  TO WRK-TROCA-UF
                   MOVE TU-DET(WRK-IX-ORD2) TO TU-DET(WRK-IX-ORD)
                   MOVE WRK-TROCA-UF        TO TU-DET(WRK-IX-ORD2)
             END-IF.
             ADD 1 TO WRK-IX-ORD2.

       4000-IMPRIMIR.
             MOVE ZEROS TO WRK-TOT-QT.
             MOVE ZEROS TO WRK-TOT-ATUAL.
             MOVE ZEROS TO WRK-TOT-PROPOSTO.
             PERFORM 8000-CABECALHO.
             SET IX-TU TO 1.
             PERFORM 4100-IMPRIMIR-UF
                   UNTIL IX-TU > WRK-QT-UFS.
             PERFORM 4200-IMPRIMIR-TOTAL.
             PERFORM 4300-IMPRIMIR-ALTERNATIVAS.
             PERFORM 4500-IMPRIMIR-CONTAGENS.
             WRITE REL-SIMULACAO-LINHA FROM RPT-RODAPE-PADRAO.

       4100-IMPRIMIR-UF.
             PERFORM 8200-CONTROLAR-PAGINA.
             PERFORM 4110-MELHOR-ALTERNATIVA.
             MOVE SPACES TO LINHA-UF.
             MOVE TU-UF(IX-TU)    TO LU-UF.
             MOVE TU-QT(IX-TU)    TO LU-QT.
             MOVE TU-ATUAL(IX-TU) TO LU-ATUAL.
             IF TU-COM-PROPOSTA(IX-TU)
                   MOVE TU-PROPOSTO(IX-TU) TO LU-PROPOSTO
                   COMPUTE WRK-DIFERENCA =
                         TU-PROPOSTO(IX-TU) - TU-ATUAL(IX-TU)
                   MOVE WRK-DIFERENCA TO LU-DIFERENCA
                   COMPUTE WRK-PCT-VAR ROUNDED =
                         WRK-DIFERENCA * 100 / TU-ATUAL(IX-TU)
                   MOVE WRK-PCT-VAR TO LU-PCT
                   IF TU-ALT-TRANSP(IX-TU) NOT = SPACES
                         MOVE TU-ALT-TRANSP(IX-TU) TO LU-ALT-TRANSP
                         MOVE TU-ALT-TOTAL(IX-TU)  TO LU-ALT-TOTAL
                   END-IF
                   ADD TU-QT(IX-TU)       TO WRK-TOT-QT
                   ADD TU-ATUAL(IX-TU)    TO WRK-TOT-ATUAL
                   ADD TU-PROPOSTO(IX-TU) TO WRK-TOT-PROPOSTO
             ELSE
                   MOVE 'SEM TAXA NA PROPOSTA - FORA DO TOTAL'
                        TO LUS-TEXTO
             END-IF.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-UF.
             ADD 1 TO WRK-LINHAS-PAGINA.
             SET IX-TU UP BY 1.

      *----------------------------------------------------------------
      * A MELHOR ALTERNATIVA DA UF SO E GUARDADA QUANDO SAI MAIS BARATA
      * QUE A PROPOSTA PARA OS MESMOS EMBARQUES.
      *----------------------------------------------------------------
       4110-MELHOR-ALTERNATIVA.
             MOVE SPACES TO TU-ALT-TRANSP(IX-TU).
             MOVE ZEROS  TO TU-ALT-TOTAL(IX-TU).
             IF TU-COM-PROPOSTA(IX-TU)
                   SET IX-TA TO 1
                   PERFORM 4120-COMPARAR-ALTERNATIVA
                         UNTIL IX-TA > WRK-QT-ALTERNATIVAS
             END-IF.
             IF TU-ALT-TRANSP(IX-TU) NOT = SPACES
                   ADD 1 TO WRK-QT-UF-ALT
             END-IF.

       4120-COMPARAR-ALTERNATIVA.
             IF TA-UF(IX-TA) = TU-UF(IX-TU)
                   AND TA-TOTAL(IX-TA) < TU-PROPOSTO(IX-TU)
                   IF TU-ALT-TRANSP(IX-TU) = SPACES
                         OR TA-TOTAL(IX-TA) < TU-ALT-TOTAL(IX-TU)
                         MOVE TA-TRANSP(IX-TA) TO TU-ALT-TRANSP(IX-TU)
                         MOVE TA-TOTAL(IX-TA)  TO TU-ALT-TOTAL(IX-TU)
                   END-IF
             END-IF.
             SET IX-TA UP BY 1.

       4200-IMPRIMIR-TOTAL.
             MOVE ALL '-' TO REL-SIMULACAO-LINHA.
             WRITE REL-SIMULACAO-LINHA.
             MOVE WRK-TOT-QT       TO LT-QT.
             MOVE WRK-TOT-ATUAL    TO LT-ATUAL.
             MOVE WRK-TOT-PROPOSTO TO LT-PROPOSTO.
             COMPUTE WRK-DIFERENCA = WRK-TOT-PROPOSTO - WRK-TOT-ATUAL.
             MOVE WRK-DIFERENCA TO LT-DIFERENCA.
             IF WRK-TOT-ATUAL > ZEROS
                   COMPUTE WRK-PCT-VAR ROUNDED =
                         WRK-DIFERENCA * 100 / WRK-TOT-ATUAL
             ELSE
                   MOVE ZEROS TO WRK-PCT-VAR
             END-IF.
             MOVE WRK-PCT-VAR TO LT-PCT.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-TOTAL.

       4300-IMPRIMIR-ALTERNATIVAS.
             PERFORM 8000-CABECALHO.
             MOVE 'UFS ONDE OUTRA TRANSPORTADORA SAI MAIS BARATA QUE A P
      -    'ROPOSTA' TO REL-SIMULACAO-LINHA.
             WRITE REL-SIMULACAO-LINHA.
             MOVE 'UF COD NOME                   CUSTO OUTRA      PROPOS
      -    'TO      ECONOMIA' TO REL-SIMULACAO-LINHA.
             WRITE REL-SIMULACAO-LINHA.
             MOVE ALL '-' TO REL-SIMULACAO-LINHA.
             WRITE REL-SIMULACAO-LINHA.
             SET IX-TU TO 1.
             PERFORM 4310-IMPRIMIR-ALTERNATIVA
                   UNTIL IX-TU > WRK-QT-UFS.
             IF WRK-QT-UF-ALT = ZEROS
                   MOVE 'NENHUMA - A PROPOSTA E A MAIS BARATA EM TODAS A
      -    'S UFS' TO REL-SIMULACAO-LINHA
                   WRITE REL-SIMULACAO-LINHA
             END-IF.

       4310-IMPRIMIR-ALTERNATIVA.
             IF TU-ALT-TRANSP(IX-TU) NOT = SPACES
                   PERFORM 8200-CONTROLAR-PAGINA
                   MOVE TU-ALT-TRANSP(IX-TU) TO CT-CODIGO
                   MOVE WRK-DATA-HOJE TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   MOVE TU-UF(IX-TU)         TO LA-UF
                   MOVE TU-ALT-TRANSP(IX-TU) TO LA-TRANSP
                   MOVE CT-NOME              TO LA-NOME
                   MOVE TU-ALT-TOTAL(IX-TU)  TO LA-ALT-TOTAL
                   MOVE TU-PROPOSTO(IX-TU)   TO LA-PROPOSTO
                   COMPUTE LA-ECONOMIA =
                         TU-PROPOSTO(IX-TU) - TU-ALT-TOTAL(IX-TU)
                   WRITE REL-SIMULACAO-LINHA FROM LINHA-ALTERNATIVA
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.
             SET IX-TU UP BY 1.

       4500-IMPRIMIR-CONTAGENS.
             WRITE REL-SIMULACAO-LINHA FROM SPACES.
             MOVE 'EMBARQUES LIDOS NA AUDITORIA............'
                  TO LC-ROTULO.
             MOVE WRK-QT-LIDOS TO LC-QTDE.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'EMBARQUES SIMULADOS.....................'
                  TO LC-ROTULO.
             MOVE WRK-QT-SIMULADOS TO LC-QTDE.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'FRETE GRATIS NO PERIODO (FORA)..........'
                  TO LC-ROTULO.
             MOVE WRK-QT-GRATIS TO LC-QTDE.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'SEM PRODUTO NO MESTRE (SO PELO VALOR)...'
                  TO LC-ROTULO.
             MOVE WRK-QT-SEM-PROD TO LC-QTDE.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM.
             MOVE 'EM UF SEM TAXA NA PROPOSTA..............'
                  TO LC-ROTULO.
             MOVE WRK-QT-SEM-PROPOSTA TO LC-QTDE.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM.
             IF WRK-QT-FORA-TABELA > ZEROS
                   MOVE 'IGNORADOS POR LIMITE DAS TABELAS........'
                        TO LC-ROTULO
                   MOVE WRK-QT-FORA-TABELA TO LC-QTDE
                   WRITE REL-SIMULACAO-LINHA FROM LINHA-CONTAGEM
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'SIMULACAO DE PROPOSTA DE FRETE' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-SIMULACAO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-SIMULACAO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-TRANSP-SIM TO LP-TRANSP.
             MOVE WRK-NOME-SIM   TO LP-NOME.
             MOVE WRK-ANOMES-INI TO LP-INI.
             MOVE WRK-ANOMES-FIM TO LP-FIM.
             WRITE REL-SIMULACAO-LINHA FROM LINHA-PARAMETROS.
             IF WRK-PAGINA = 1
                   MOVE 'UF   QTD   CUSTO ATUAL      PROPOSTO     DIFERE
      -    'NCA    VAR% TRP   CUSTO OUTRA' TO REL-SIMULACAO-LINHA
                   WRITE REL-SIMULACAO-LINHA
                   MOVE ALL '-' TO REL-SIMULACAO-LINHA
                   WRITE REL-SIMULACAO-LINHA
             END-IF.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             CLOSE FRETE-AUDIT.
             CLOSE FRETE-RATES.
             CLOSE PRODUTO-MASTER.
             CLOSE PEDIDO-REGISTRO.
             CLOSE REL-SIMULACAO.
             DISPLAY 'SIMULACAO DE PROPOSTA DE FRETE CONCLUIDA'.
             DISPLAY 'EMBARQUES SIMULADOS.....: ' WRK-QT-SIMULADOS.
             DISPLAY 'CUSTO ATUAL.............: ' WRK-TOT-ATUAL.
             DISPLAY 'CUSTO PROPOSTO..........: ' WRK-TOT-PROPOSTO.
             DISPLAY 'UFS COM OUTRA MAIS BARATA: ' WRK-QT-UF-ALT.

       END PROGRAM SIMULA-FRETE.
