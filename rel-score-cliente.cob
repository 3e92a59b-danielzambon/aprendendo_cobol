      *         B = 70% A 89% (MANTEM O LIMITE);
      *         C = 50% A 69% (SUGERE LIMITE X 0,8);
      *         D = ABAIXO DE 50% (SUGERE LIMITE X 0,5).
      * CLIENTE SEM TITULO PAGO FICA FORA DO RANKING.
      * OS TITULOS BAIXADOS SAO DESCARREGADOS NO SCOTRAB E ORDENADOS
      * POR CLIENTE (SORT PARA O SCOORD1), COM QUEBRA POR CLIENTE SEM
      * TABELA EM MEMORIA. O RESUMO DE CADA CLIENTE E REORDENADO PELO
      * RANKING (SCOORD2): PERCENTUAL EM DIA DECRESCENTE, MEDIA DE
      * DIAS CRESCENTE E, NO EMPATE, A ORDEM EM QUE O CLIENTE APARECE
      * NO CONTAS-RECEBER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A DATA DE EMISSAO PASSA A VIR DO DIA DE
      *                 MOVIMENTO ABERTO NO CONTROLE DATAMOV, COMO NO
      *                 REL-AGING, EM VEZ DA DATA DA MAQUINA: COM O DIA
      *                 FIXO O RELATORIO ENTRA NO TESTE DE REGRESSAO
      *                 (REG-TESTE).
      * 15/10/2026 DZ - SEM O LIMITE DE 100 CLIENTES: A TABELA EM
      *                 MEMORIA E A ORDENACAO POR TROCA DAO LUGAR A SORT
      *                 POR CLIENTE COM QUEBRA DE CONTROLE
      *                 (SCOTRAB/SCOORD1) E A SORT DO RANKING (SCOORD2),
      *                 MANTENDO O RELATORIO IGUAL.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT SCORE-TRAB ASSIGN TO 'SCOTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT SCORE-ORDEM ASSIGN TO 'SCOORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT SCORE-RESUMO ASSIGN TO 'SCORES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RESUMO.

           SELECT SCORE-RANKING ASSIGN TO 'SCOORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RANKING.

           SELECT SORT-SCORE ASSIGN TO 'SCOSRT1'.

           SELECT SORT-RANKING ASSIGN TO 'SCOSRT2'.

           SELECT REL-SCORE ASSIGN TO 'RELSCORE'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       FD  CLIENTE-MASTER.
       COPY cliente.

      *----------------------------------------------------------------
      * UM REGISTRO POR TITULO PAGO OU CANCELADO. SEQ = ORDEM DE
      * LEITURA.
      *----------------------------------------------------------------
       FD  SCORE-TRAB.
       01  SCORE-TRAB-REC.
           05 SI-CLIENTE       PIC 9(06).
           05 SI-SEQ           PIC 9(09).
           05 SI-STATUS        PIC X(01).
           05 SI-VENCIMENTO    PIC 9(08).
           05 SI-DATA-PAGTO    PIC 9(08).

       SD  SORT-SCORE.
       01  SORT-SCORE-REC.
           05 SJ-CLIENTE       PIC 9(06).
           05 SJ-SEQ           PIC 9(09).
           05 SJ-STATUS        PIC X(01).
           05 SJ-VENCIMENTO    PIC 9(08).
           05 SJ-DATA-PAGTO    PIC 9(08).

       FD  SCORE-ORDEM.
       01  SCORE-ORDEM-REC.
           05 SK-CLIENTE       PIC 9(06).
           05 SK-SEQ           PIC 9(09).
           05 SK-STATUS        PIC X(01).
             88 SK-CANCELADO       VALUE 'C'.
           05 SK-VENCIMENTO    PIC 9(08).
           05 SK-DATA-PAGTO    PIC 9(08).

      *----------------------------------------------------------------
      * UM REGISTRO POR CLIENTE COM TITULO PAGO, JA COM O SCORE.
      *----------------------------------------------------------------
       FD  SCORE-RESUMO.
       01  SCORE-RESUMO-REC.
           05 SM-PCT-EM-DIA    PIC 9(03)V99.
           05 SM-MEDIA-DIAS    PIC S9(05)V99.
           05 SM-SEQ           PIC 9(09).
           05 SM-CLIENTE       PIC 9(06).
           05 SM-QT-PAGOS      PIC 9(05).
           05 SM-QT-CANCEL     PIC 9(05).
           05 SM-FAIXA         PIC X(01).

       SD  SORT-RANKING.
       01  SORT-RANKING-REC.
           05 SN-PCT-EM-DIA    PIC 9(03)V99.
           05 SN-MEDIA-DIAS    PIC S9(05)V99.
           05 SN-SEQ           PIC 9(09).
           05 SN-CLIENTE       PIC 9(06).
           05 SN-QT-PAGOS      PIC 9(05).
           05 SN-QT-CANCEL     PIC 9(05).
           05 SN-FAIXA         PIC X(01).

       FD  SCORE-RANKING.
       01  SCORE-RANKING-REC.
           05 SP-PCT-EM-DIA    PIC 9(03)V99.
           05 SP-MEDIA-DIAS    PIC S9(05)V99.
           05 SP-SEQ           PIC 9(09).
           05 SP-CLIENTE       PIC 9(06).
           05 SP-QT-PAGOS      PIC 9(05).
           05 SP-QT-CANCEL     PIC 9(05).
           05 SP-FAIXA         PIC X(01).

       FD  REL-SCORE.
       01  REL-SCORE-LINHA     PIC X(80).

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM     PIC X(02) VALUE '00'.
       77 WRK-FS-RESUMO    PIC X(02) VALUE '00'.
       77 WRK-FS-RANKING   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDEM           VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO   VALUE 'S'.
       77 WRK-CAD-SW       PIC X(01) VALUE 'N'.
         88 CADASTRO-ACHADO     VALUE 'S'.

       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77 WRK-SEQ-LEITURA  PIC 9(09) VALUE ZEROS.

      *----------------------------------------------------------------
      * ACUMULADOS DO CLIENTE CORRENTE NA QUEBRA.
      *----------------------------------------------------------------
       01 WRK-CLIENTE-ATUAL.
          05 WRK-CLIENTE-ANT  PIC 9(06).
          05 WRK-SEQ-PRIMEIRO PIC 9(09).
          05 WRK-QT-PAGOS     PIC 9(05).
          05 WRK-QT-EM-DIA    PIC 9(05).
          05 WRK-QT-CANCEL    PIC 9(05).
          05 WRK-SOMA-DIAS    PIC S9(09).

       77 WRK-LIMITE-SUGERIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-IMPRESSOS PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.


       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-SEQ-LEITURA.
             MOVE ZEROS TO WRK-QT-IMPRESSOS.
             MOVE ZEROS TO WRK-PAGINA.
             PERFORM 0900-OBTER-DATA-MOVIMENTO.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-TITULO.
             PERFORM 2000-ACUMULAR UNTIL FIM-TITULOS.
             CLOSE SCORE-TRAB.
             PERFORM 2500-ORDENAR-CLIENTES.
             PERFORM 3000-CALCULAR-SCORES.
             PERFORM 4000-ORDENAR-RANKING.
             PERFORM 5000-IMPRIMIR.
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
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
                   END-START
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             OPEN OUTPUT SCORE-TRAB.
             OPEN OUTPUT REL-SCORE.

       1100-LER-TITULO.

       2000-ACUMULAR.
             IF TIT-PAGO OR TIT-CANCELADO
                   ADD 1 TO WRK-SEQ-LEITURA
                   MOVE TIT-CLIENTE     TO SI-CLIENTE
                   MOVE WRK-SEQ-LEITURA TO SI-SEQ
                   MOVE TIT-STATUS      TO SI-STATUS
                   MOVE TIT-VENCIMENTO  TO SI-VENCIMENTO
                   MOVE TIT-DATA-PAGTO  TO SI-DATA-PAGTO
                   WRITE SCORE-TRAB-REC
             END-IF.
             PERFORM 1100-LER-TITULO.

       2500-ORDENAR-CLIENTES.
             SORT SORT-SCORE
                   ON ASCENDING KEY  SJ-CLIENTE
                                     SJ-SEQ
                   USING SCORE-TRAB
                   GIVING SCORE-ORDEM.

      *----------------------------------------------------------------
      * QUEBRA POR CLIENTE: SOMA OS TITULOS DO CLIENTE E, NA TROCA DE
      * CLIENTE, CALCULA O SCORE E GRAVA O RESUMO.
      *----------------------------------------------------------------
       3000-CALCULAR-SCORES.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT SCORE-ORDEM.
             OPEN OUTPUT SCORE-RESUMO.
             PERFORM 3010-LER-ORDEM.
             PERFORM 3020-PROCESSAR-TITULO UNTIL FIM-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   PERFORM 3100-CALCULAR-UM-SCORE
             END-IF.
             CLOSE SCORE-ORDEM.
             CLOSE SCORE-RESUMO.

       3010-LER-ORDEM.
             READ SCORE-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3020-PROCESSAR-TITULO.
             IF PRIMEIRO-REGISTRO OR SK-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF NOT PRIMEIRO-REGISTRO
                         PERFORM 3100-CALCULAR-UM-SCORE
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE ZEROS TO WRK-CLIENTE-ATUAL
                   MOVE SK-CLIENTE TO WRK-CLIENTE-ANT
                   MOVE SK-SEQ     TO WRK-SEQ-PRIMEIRO
             END-IF.
             PERFORM 3030-SOMAR-TITULO.
             PERFORM 3010-LER-ORDEM.

       3030-SOMAR-TITULO.
             IF SK-CANCELADO
                   ADD 1 TO WRK-QT-CANCEL
             ELSE
                   ADD 1 TO WRK-QT-PAGOS
                   MOVE 'D' TO DA-OPERACAO
                   MOVE SK-VENCIMENTO TO DA-DATA-1
                   MOVE SK-DATA-PAGTO TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
                   ADD WRK-DIAS-ATRASO TO WRK-SOMA-DIAS
                   IF WRK-DIAS-ATRASO <= ZEROS
                         ADD 1 TO WRK-QT-EM-DIA
                   END-IF
             END-IF.

       3100-CALCULAR-UM-SCORE.
             IF WRK-QT-PAGOS > ZEROS
                   COMPUTE SM-PCT-EM-DIA ROUNDED =
                         WRK-QT-EM-DIA * 100 / WRK-QT-PAGOS
                   COMPUTE SM-MEDIA-DIAS ROUNDED =
                         WRK-SOMA-DIAS / WRK-QT-PAGOS
                   EVALUATE TRUE
                         WHEN SM-PCT-EM-DIA >= 90
                               MOVE 'A' TO SM-FAIXA
                         WHEN SM-PCT-EM-DIA >= 70
                               MOVE 'B' TO SM-FAIXA
                         WHEN SM-PCT-EM-DIA >= 50
                               MOVE 'C' TO SM-FAIXA
                         WHEN OTHER
                               MOVE 'D' TO SM-FAIXA
                   END-EVALUATE
                   MOVE WRK-SEQ-PRIMEIRO TO SM-SEQ
                   MOVE WRK-CLIENTE-ANT  TO SM-CLIENTE
                   MOVE WRK-QT-PAGOS     TO SM-QT-PAGOS
                   MOVE WRK-QT-CANCEL    TO SM-QT-CANCEL
                   WRITE SCORE-RESUMO-REC
             END-IF.

      *----------------------------------------------------------------
      * RANKING: MAIOR PERCENTUAL EM DIA PRIMEIRO E, NO EMPATE, MENOR
      * MEDIA DE DIAS DE ATRASO; PERSISTINDO O EMPATE, VALE A ORDEM DE
      * CHEGADA DO CLIENTE.
      *----------------------------------------------------------------
       4000-ORDENAR-RANKING.
             SORT SORT-RANKING
                   ON DESCENDING KEY SN-PCT-EM-DIA
                   ON ASCENDING KEY  SN-MEDIA-DIAS
                                     SN-SEQ
                   USING SCORE-RESUMO
                   GIVING SCORE-RANKING.

       5000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT SCORE-RANKING.
             PERFORM 5050-LER-RANKING.
             PERFORM 5100-IMPRIMIR-CLIENTE UNTIL FIM-ORDEM.
             CLOSE SCORE-RANKING.
             WRITE REL-SCORE-LINHA FROM RPT-RODAPE-PADRAO.

       5050-LER-RANKING.
             READ SCORE-RANKING
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       5100-IMPRIMIR-CLIENTE.
             PERFORM 5200-SUGERIR-LIMITE.
             MOVE SP-CLIENTE    TO LD-CLIENTE.
             MOVE SP-FAIXA      TO LD-FAIXA.
             MOVE SP-PCT-EM-DIA TO LD-PCT.
             MOVE SP-MEDIA-DIAS TO LD-MEDIA.
             MOVE SP-QT-PAGOS   TO LD-QT-PAGOS.
             MOVE SP-QT-CANCEL  TO LD-QT-CANCEL.
             WRITE REL-SCORE-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-QT-IMPRESSOS.
             PERFORM 5050-LER-RANKING.

       5200-SUGERIR-LIMITE.
             MOVE 'N' TO WRK-CAD-SW.
             MOVE SP-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CAD-SW
             END-READ.
             IF CADASTRO-ACHADO
                   MOVE CL-LIMITE TO LD-LIMITE-ATUAL
                   EVALUATE SP-FAIXA
                         WHEN 'A'
                               COMPUTE WRK-LIMITE-SUGERIDO ROUNDED =
                                     CL-LIMITE * 1,2
