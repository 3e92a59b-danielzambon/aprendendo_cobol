      *          LIMITE DE CREDITO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O LEDGER NAO VEM ORDENADO POR CLIENTE, ENTAO OS LANCAMENTOS
      * SAO DESCARREGADOS NO VCLTRAB E ORDENADOS POR CLIENTE (SORT
      * PARA O VCLORD1), COM QUEBRA POR CLIENTE SEM TABELA EM MEMORIA.
      * CADA CLIENTE GUARDA A SEQUENCIA DO SEU PRIMEIRO LANCAMENTO NA
      * LEITURA E O RESUMO E REORDENADO POR ELA (VCLORD2), PARA OS
      * CLIENTES SAIREM NA ORDEM EM QUE APARECEM NO LEDGER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A DATA DE EMISSAO PASSA A VIR DO DIA DE
      *                 MOVIMENTO ABERTO NO CONTROLE DATAMOV, COMO NO
      *                 REL-AGING, EM VEZ DA DATA DA MAQUINA: COM O DIA
      *                 FIXO O RELATORIO ENTRA NO TESTE DE REGRESSAO
      *                 (REG-TESTE).
      * 15/10/2026 DZ - SEM O LIMITE DE 100 CLIENTES: A TABELA EM
      *                 MEMORIA DA LUGAR A SORT POR CLIENTE COM QUEBRA
      *                 DE CONTROLE (VCLTRAB/VCLORD1) E A REORDENACAO DO
      *                 RESUMO PELA ORDEM DE CHEGADA (VCLORD2), MANTENDO
      *                 O RELATORIO IGUAL.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CLIENTE-TRAB ASSIGN TO 'VCLTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT CLIENTE-ORDEM ASSIGN TO 'VCLORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT CLIENTE-RESUMO ASSIGN TO 'VCLRES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RESUMO.

           SELECT CLIENTE-ORDEM-RESUMO ASSIGN TO 'VCLORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-CLIENTE ASSIGN TO 'VCLSRT1'.

           SELECT SORT-CLIENTE-RESUMO ASSIGN TO 'VCLSRT2'.

           SELECT REL-CLIENTE ASSIGN TO 'RELCLIEN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       FD  CLIENTE-MASTER.
       COPY cliente.

      *----------------------------------------------------------------
      * UM REGISTRO POR LANCAMENTO DO LEDGER. SEQ = ORDEM DE LEITURA.
      *----------------------------------------------------------------
       FD  CLIENTE-TRAB.
       01  CLIENTE-TRAB-REC.
           05 CI-CLIENTE       PIC 9(06).
           05 CI-SEQ           PIC 9(09).
           05 CI-TIPO          PIC X(01).
           05 CI-VALOR         PIC 9(08)V99.

       SD  SORT-CLIENTE.
       01  SORT-CLIENTE-REC.
           05 CJ-CLIENTE       PIC 9(06).
           05 CJ-SEQ           PIC 9(09).
           05 CJ-TIPO          PIC X(01).
           05 CJ-VALOR         PIC 9(08)V99.

       FD  CLIENTE-ORDEM.
       01  CLIENTE-ORDEM-REC.
           05 CK-CLIENTE       PIC 9(06).
           05 CK-SEQ           PIC 9(09).
           05 CK-TIPO          PIC X(01).
             88 CK-E-ESTORNO       VALUE 'E'.
           05 CK-VALOR         PIC 9(08)V99.

      *----------------------------------------------------------------
      * UM REGISTRO POR CLIENTE, COM A SEQUENCIA DO PRIMEIRO LANCAMENTO
      * E AS VENDAS E OS ESTORNOS SOMADOS EM SEPARADO.
      *----------------------------------------------------------------
       FD  CLIENTE-RESUMO.
       01  CLIENTE-RESUMO-REC.
           05 CM-SEQ           PIC 9(09).
           05 CM-CLIENTE       PIC 9(06).
           05 CM-QTDE          PIC 9(07).
           05 CM-VENDAS        PIC 9(10)V99.
           05 CM-ESTORNOS      PIC 9(10)V99.

       SD  SORT-CLIENTE-RESUMO.
       01  SORT-CLIENTE-RESUMO-REC.
           05 CN-SEQ           PIC 9(09).
           05 CN-CLIENTE       PIC 9(06).
           05 CN-QTDE          PIC 9(07).
           05 CN-VENDAS        PIC 9(10)V99.
           05 CN-ESTORNOS      PIC 9(10)V99.

       FD  CLIENTE-ORDEM-RESUMO.
       01  CLIENTE-ORDEM-RESUMO-REC.
           05 CP-SEQ           PIC 9(09).
           05 CP-CLIENTE       PIC 9(06).
           05 CP-QTDE          PIC 9(07).
           05 CP-VENDAS        PIC 9(10)V99.
           05 CP-ESTORNOS      PIC 9(10)V99.

       FD  REL-CLIENTE.
       01  REL-CLIENTE-LINHA   PIC X(80).

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM     PIC X(02) VALUE '00'.
       77 WRK-FS-RESUMO    PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2    PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDEM           VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO   VALUE 'S'.
       77 WRK-CLIENTE-SW   PIC X(01) VALUE 'N'.
         88 CLIENTE-NO-MESTRE   VALUE 'S'.

       77 WRK-SEQ-LEITURA   PIC 9(09) VALUE ZEROS.
       77 WRK-CLIENTE-ANT   PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTE PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-CLIENTES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCAMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-GERAL   PIC S9(12)V99 VALUE ZEROS.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-CLIENTES.
             MOVE ZEROS TO WRK-SEQ-LEITURA.
             MOVE ZEROS TO WRK-QT-LANCAMENTOS.
             MOVE ZEROS TO WRK-TOTAL-GERAL.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-LEDGER.
             PERFORM 2000-ACUMULAR UNTIL FIM-LEDGER.
             CLOSE CLIENTE-TRAB.
             PERFORM 2500-ORDENAR-CLIENTES.
             PERFORM 2600-APURAR-CLIENTES.
             PERFORM 2900-ORDENAR-RESUMO.
             PERFORM 3000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * A DATA DE EMISSAO E A DATA DE NEGOCIO ABERTA NO CONTROLE
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
             OPEN INPUT SALES-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
                   DISPLAY 'VENDA-LEDGER INEXISTENTE, NADA A LISTAR'
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             OPEN OUTPUT CLIENTE-TRAB.
             OPEN OUTPUT REL-CLIENTE.
             PERFORM 0900-OBTER-DATA-MOVIMENTO.

       1100-LER-LEDGER.
             IF NOT FIM-LEDGER
             END-IF.

       2000-ACUMULAR.
             ADD 1 TO WRK-QT-LANCAMENTOS.
             IF VL-E-ESTORNO
                   SUBTRACT VL-VALOR FROM WRK-TOTAL-GERAL
             ELSE
                   ADD VL-VALOR TO WRK-TOTAL-GERAL
             END-IF.
             ADD 1 TO WRK-SEQ-LEITURA.
             MOVE VL-CLIENTE      TO CI-CLIENTE.
             MOVE WRK-SEQ-LEITURA TO CI-SEQ.
             MOVE VL-TIPO         TO CI-TIPO.
             MOVE VL-VALOR        TO CI-VALOR.
             WRITE CLIENTE-TRAB-REC.
             PERFORM 1100-LER-LEDGER.

       2500-ORDENAR-CLIENTES.
             SORT SORT-CLIENTE
                   ON ASCENDING KEY  CJ-CLIENTE
                                     CJ-SEQ
                   USING CLIENTE-TRAB
                   GIVING CLIENTE-ORDEM.

      *----------------------------------------------------------------
      * QUEBRA POR CLIENTE: UM REGISTRO DE RESUMO POR CLIENTE, COM A
      * SEQUENCIA DO SEU PRIMEIRO LANCAMENTO (O PRIMEIRO DO GRUPO).
      *----------------------------------------------------------------
       2600-APURAR-CLIENTES.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT CLIENTE-ORDEM.
             OPEN OUTPUT CLIENTE-RESUMO.
             PERFORM 2610-LER-ORDEM.
             PERFORM 2620-PROCESSAR-LANCAMENTO UNTIL FIM-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   WRITE CLIENTE-RESUMO-REC
             END-IF.
             CLOSE CLIENTE-ORDEM.
             CLOSE CLIENTE-RESUMO.

       2610-LER-ORDEM.
             READ CLIENTE-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       2620-PROCESSAR-LANCAMENTO.
             IF PRIMEIRO-REGISTRO OR CK-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF NOT PRIMEIRO-REGISTRO
                         WRITE CLIENTE-RESUMO-REC
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE CK-CLIENTE TO WRK-CLIENTE-ANT
                   MOVE CK-SEQ     TO CM-SEQ
                   MOVE CK-CLIENTE TO CM-CLIENTE
                   MOVE ZEROS TO CM-QTDE
                   MOVE ZEROS TO CM-VENDAS
                   MOVE ZEROS TO CM-ESTORNOS
                   ADD 1 TO WRK-QT-CLIENTES
             END-IF.
             ADD 1 TO CM-QTDE.
             IF CK-E-ESTORNO
                   ADD CK-VALOR TO CM-ESTORNOS
             ELSE
                   ADD CK-VALOR TO CM-VENDAS
             END-IF.
             PERFORM 2610-LER-ORDEM.

       2900-ORDENAR-RESUMO.
             SORT SORT-CLIENTE-RESUMO
                   ON ASCENDING KEY  CN-SEQ
                   USING CLIENTE-RESUMO
                   GIVING CLIENTE-ORDEM-RESUMO.

       3000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT CLIENTE-ORDEM-RESUMO.
             PERFORM 3050-LER-RESUMO.
             PERFORM 3100-IMPRIMIR-CLIENTE UNTIL FIM-ORDEM.
             CLOSE CLIENTE-ORDEM-RESUMO.
             WRITE REL-CLIENTE-LINHA FROM SPACES.
             MOVE WRK-TOTAL-GERAL TO LT-TOTAL.
             WRITE REL-CLIENTE-LINHA FROM LINHA-TOTAL-GERAL.

       3050-LER-RESUMO.
             READ CLIENTE-ORDEM-RESUMO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3100-IMPRIMIR-CLIENTE.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO

             PERFORM 3200-BUSCAR-CLIENTE.

             COMPUTE WRK-TOTAL-CLIENTE = CP-VENDAS - CP-ESTORNOS.
             MOVE CP-CLIENTE        TO LD-CODIGO.
             MOVE CP-QTDE           TO LD-QTDE.
             MOVE WRK-TOTAL-CLIENTE TO LD-TOTAL.
             IF CLIENTE-NO-MESTRE
                   MOVE CL-RAZAO TO LD-RAZAO
                   IF CL-SALDO > CL-LIMITE
             END-IF.
             WRITE REL-CLIENTE-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             PERFORM 3050-LER-RESUMO.

       3200-BUSCAR-CLIENTE.
             MOVE 'N' TO WRK-CLIENTE-SW.
             MOVE CP-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CLIENTE-SW
             DISPLAY 'VENDAS POR CLIENTE CONCLUIDO'.
             DISPLAY 'LANCAMENTOS LIDOS.......: ' WRK-QT-LANCAMENTOS.
             DISPLAY 'CLIENTES NO RELATORIO...: ' WRK-QT-CLIENTES.

       END PROGRAM REL-VENDA-CLIENTE.
