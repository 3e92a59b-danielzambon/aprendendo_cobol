      *          FINALMENTE TER UMA LISTA DE TRABALHO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS TITULOS EM ABERTO SAO DESCARREGADOS NO AGITRAB E ORDENADOS
      * POR CLIENTE (SORT PARA O AGIORD1), COM QUEBRA POR CLIENTE SEM
      * TABELA EM MEMORIA. CADA CLIENTE GUARDA A SEQUENCIA DO SEU
      * PRIMEIRO TITULO NA LEITURA E O RESUMO E REORDENADO POR ELA
      * (AGIORD2), PARA OS CLIENTES SAIREM NA ORDEM EM QUE APARECEM NO
      * CONTAS-RECEBER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O ATRASO E A DATA DE EMISSAO PASSAM A VIR DO DIA
      *                 DE MOVIMENTO ABERTO NO CONTROLE DATAMOV, COMO NO
      *                 REL-BALANCO, EM VEZ DA DATA DA MAQUINA: A RODADA
      *                 QUE CRUZA A MEIA-NOITE NAO MUDA A FAIXA DOS
      *                 TITULOS E O RELATORIO ENTRA NO TESTE DE
      *                 REGRESSAO (REG-TESTE).
      * 15/10/2026 DZ - SEM O LIMITE DE 100 CLIENTES: A TABELA EM
      *                 MEMORIA DA LUGAR A SORT POR CLIENTE COM QUEBRA
      *                 DE CONTROLE (AGITRAB/AGIORD1) E A REORDENACAO DO
      *                 RESUMO PELA ORDEM DE CHEGADA (AGIORD2), MANTENDO
      *                 O RELATORIO IGUAL.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT AGING-TRAB ASSIGN TO 'AGITRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT AGING-ORDEM ASSIGN TO 'AGIORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT AGING-RESUMO ASSIGN TO 'AGIRES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RESUMO.

           SELECT AGING-ORDEM-RESUMO ASSIGN TO 'AGIORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-AGING ASSIGN TO 'AGISRT1'.

           SELECT SORT-AGING-RESUMO ASSIGN TO 'AGISRT2'.

           SELECT REL-AGING-OUT ASSIGN TO 'RELAGING'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       COPY titulo.

      *----------------------------------------------------------------
      * UM REGISTRO POR TITULO EM ABERTO. FAIXA 0 = A VENCER, 1 = 1-30,
      * 2 = 31-60, 3 = MAIS DE 60 DIAS. SEQ = ORDEM DE LEITURA.
      *----------------------------------------------------------------
       FD  AGING-TRAB.
       01  AGING-TRAB-REC.
           05 AI-CLIENTE       PIC 9(06).
           05 AI-SEQ           PIC 9(09).
           05 AI-FAIXA         PIC X(01).
           05 AI-VALOR         PIC 9(08)V99.

       SD  SORT-AGING.
       01  SORT-AGING-REC.
           05 AJ-CLIENTE       PIC 9(06).
           05 AJ-SEQ           PIC 9(09).
           05 AJ-FAIXA         PIC X(01).
           05 AJ-VALOR         PIC 9(08)V99.

       FD  AGING-ORDEM.
       01  AGING-ORDEM-REC.
           05 AK-CLIENTE       PIC 9(06).
           05 AK-SEQ           PIC 9(09).
           05 AK-FAIXA         PIC X(01).
             88 AK-A-VENCER        VALUE '0'.
             88 AK-FAIXA-30        VALUE '1'.
             88 AK-FAIXA-60        VALUE '2'.
           05 AK-VALOR         PIC 9(08)V99.

      *----------------------------------------------------------------
      * UM REGISTRO POR CLIENTE, COM A SEQUENCIA DO PRIMEIRO TITULO.
      *----------------------------------------------------------------
       FD  AGING-RESUMO.
       01  AGING-RESUMO-REC.
           05 AM-SEQ           PIC 9(09).
           05 AM-CLIENTE       PIC 9(06).
           05 AM-A-VENCER      PIC 9(10)V99.
           05 AM-FAIXA-30      PIC 9(10)V99.
           05 AM-FAIXA-60      PIC 9(10)V99.
           05 AM-FAIXA-MAIS    PIC 9(10)V99.

       SD  SORT-AGING-RESUMO.
       01  SORT-AGING-RESUMO-REC.
           05 AN-SEQ           PIC 9(09).
           05 AN-CLIENTE       PIC 9(06).
           05 AN-A-VENCER      PIC 9(10)V99.
           05 AN-FAIXA-30      PIC 9(10)V99.
           05 AN-FAIXA-60      PIC 9(10)V99.
           05 AN-FAIXA-MAIS    PIC 9(10)V99.

       FD  AGING-ORDEM-RESUMO.
       01  AGING-ORDEM-RESUMO-REC.
           05 AP-SEQ           PIC 9(09).
           05 AP-CLIENTE       PIC 9(06).
           05 AP-A-VENCER      PIC 9(10)V99.
           05 AP-FAIXA-30      PIC 9(10)V99.
           05 AP-FAIXA-60      PIC 9(10)V99.
           05 AP-FAIXA-MAIS    PIC 9(10)V99.

       FD  REL-AGING-OUT.
       01  REL-AGING-LINHA     PIC X(80).

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM     PIC X(02) VALUE '00'.
       77 WRK-FS-RESUMO    PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2    PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDEM           VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO   VALUE 'S'.

       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77 WRK-SEQ-LEITURA  PIC 9(09) VALUE ZEROS.
       77 WRK-CLIENTE-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CLIENTES  PIC 9(07) VALUE ZEROS.

       77 WRK-TOT-A-VENCER PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-30       PIC 9(12)V99 VALUE ZEROS.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-SEQ-LEITURA.
             MOVE ZEROS TO WRK-QT-CLIENTES.
             MOVE ZEROS TO WRK-QT-ABERTOS.
             MOVE ZEROS TO WRK-TOT-A-VENCER.
             MOVE ZEROS TO WRK-TOT-60.
             MOVE ZEROS TO WRK-TOT-MAIS.
             MOVE ZEROS TO WRK-PAGINA.
             PERFORM 0900-OBTER-DATA-MOVIMENTO.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-TITULO.
             PERFORM 2000-CLASSIFICAR UNTIL FIM-TITULOS.
             CLOSE AGING-TRAB.
             PERFORM 2500-ORDENAR-CLIENTES.
             PERFORM 2600-APURAR-CLIENTES.
             PERFORM 2900-ORDENAR-RESUMO.
             PERFORM 3000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * O ATRASO E CONTADO ATE A DATA DE NEGOCIO ABERTA NO CONTROLE
      * DATAMOV (CTRL-DIA-MOV); SEM CONTROLE OU COM O DIA FECHADO,
      * VALE A DATA DA MAQUINA, COM AVISO NO CONSOLE.
      *----------------------------------------------------------------
       0900-OBTER-DATA-MOVIMENTO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO WRK-DATA-HOJE
                   ELSE
                         DISPLAY 'DIA DE MOVIMENTO FECHADO OU SEM '
                                 'CONTROLE, USANDO A DATA DA MAQUINA'
                   END-IF
                   CLOSE DATA-MOVIMENTO
             ELSE
                   DISPLAY 'CONTROLE DATAMOV AUSENTE, USANDO A DATA '
                           'DA MAQUINA'
             END-IF.

       1000-ABRIR.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.
             OPEN OUTPUT AGING-TRAB.
             OPEN OUTPUT REL-AGING-OUT.

       1100-LER-TITULO.
                   MOVE WRK-DATA-HOJE  TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
                   PERFORM 2200-SOMAR-NA-FAIXA
             END-IF.
             PERFORM 1100-LER-TITULO.

       2200-SOMAR-NA-FAIXA.
             EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= ZEROS
                         MOVE '0' TO AI-FAIXA
                         ADD TIT-VALOR TO WRK-TOT-A-VENCER
                   WHEN WRK-DIAS-ATRASO <= 30
                         MOVE '1' TO AI-FAIXA
                         ADD TIT-VALOR TO WRK-TOT-30
                   WHEN WRK-DIAS-ATRASO <= 60
                         MOVE '2' TO AI-FAIXA
                         ADD TIT-VALOR TO WRK-TOT-60
                   WHEN OTHER
                         MOVE '3' TO AI-FAIXA
                         ADD TIT-VALOR TO WRK-TOT-MAIS
             END-EVALUATE.
             ADD 1 TO WRK-SEQ-LEITURA.
             MOVE TIT-CLIENTE     TO AI-CLIENTE.
             MOVE WRK-SEQ-LEITURA TO AI-SEQ.
             MOVE TIT-VALOR       TO AI-VALOR.
             WRITE AGING-TRAB-REC.

       2500-ORDENAR-CLIENTES.
             SORT SORT-AGING
                   ON ASCENDING KEY  AJ-CLIENTE
                                     AJ-SEQ
                   USING AGING-TRAB
                   GIVING AGING-ORDEM.

      *----------------------------------------------------------------
      * QUEBRA POR CLIENTE: UM REGISTRO DE RESUMO POR CLIENTE, COM A
      * SEQUENCIA DO SEU PRIMEIRO TITULO (O PRIMEIRO DO GRUPO).
      *----------------------------------------------------------------
       2600-APURAR-CLIENTES.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT AGING-ORDEM.
             OPEN OUTPUT AGING-RESUMO.
             PERFORM 2610-LER-ORDEM.
             PERFORM 2620-PROCESSAR-TITULO UNTIL FIM-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   WRITE AGING-RESUMO-REC
             END-IF.
             CLOSE AGING-ORDEM.
             CLOSE AGING-RESUMO.

       2610-LER-ORDEM.
             READ AGING-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       2620-PROCESSAR-TITULO.
             IF PRIMEIRO-REGISTRO OR AK-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF NOT PRIMEIRO-REGISTRO
                         WRITE AGING-RESUMO-REC
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE AK-CLIENTE TO WRK-CLIENTE-ANT
                   MOVE AK-SEQ     TO AM-SEQ
                   MOVE AK-CLIENTE TO AM-CLIENTE
                   MOVE ZEROS TO AM-A-VENCER
                   MOVE ZEROS TO AM-FAIXA-30
                   MOVE ZEROS TO AM-FAIXA-60
                   MOVE ZEROS TO AM-FAIXA-MAIS
                   ADD 1 TO WRK-QT-CLIENTES
             END-IF.
             EVALUATE TRUE
                   WHEN AK-A-VENCER
                         ADD AK-VALOR TO AM-A-VENCER
                   WHEN AK-FAIXA-30
                         ADD AK-VALOR TO AM-FAIXA-30
                   WHEN AK-FAIXA-60
                         ADD AK-VALOR TO AM-FAIXA-60
                   WHEN OTHER
                         ADD AK-VALOR TO AM-FAIXA-MAIS
             END-EVALUATE.
             PERFORM 2610-LER-ORDEM.

       2900-ORDENAR-RESUMO.
             SORT SORT-AGING-RESUMO
                   ON ASCENDING KEY  AN-SEQ
                   USING AGING-RESUMO
                   GIVING AGING-ORDEM-RESUMO.

       3000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT AGING-ORDEM-RESUMO.
             PERFORM 3050-LER-RESUMO.
             PERFORM 3100-IMPRIMIR-CLIENTE UNTIL FIM-ORDEM.
             CLOSE AGING-ORDEM-RESUMO.
             WRITE REL-AGING-LINHA FROM SPACES.
             MOVE WRK-TOT-A-VENCER TO LT-A-VENCER.
             MOVE WRK-TOT-30       TO LT-30.
             MOVE WRK-TOT-MAIS     TO LT-MAIS.
             WRITE REL-AGING-LINHA FROM LINHA-TOTAL.

       3050-LER-RESUMO.
             READ AGING-ORDEM-RESUMO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3100-IMPRIMIR-CLIENTE.
             MOVE AP-CLIENTE    TO LD-CLIENTE.
             MOVE AP-A-VENCER   TO LD-A-VENCER.
             MOVE AP-FAIXA-30   TO LD-30.
             MOVE AP-FAIXA-60   TO LD-60.
             MOVE AP-FAIXA-MAIS TO LD-MAIS.
             WRITE REL-AGING-LINHA FROM LINHA-DETALHE.
             PERFORM 3050-LER-RESUMO.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
