      * DIAS NA TABELA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - KPI EM ALERTA TAMBEM VAI PARA A CAIXA DE SAIDA
      *                 DE ALERTAS OPERACIONAIS (GRAVA-ALERTA), PARA A
      *                 GERENCIA, ALEM DA MARCA NO RELATORIO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER          PIC X(01) VALUE '%'.
           05 LV-ALERTA       PIC X(09) VALUE SPACES.

       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
          05 AV-NUMERO        PIC 9(08).
       COPY fstatus.
       COPY rpthdr.

                   MOVE SPACES TO LV-ALERTA
             END-IF.
             WRITE REL-TENDENCIA-LINHA FROM LINHA-VARIACAO.
             IF LV-ALERTA NOT = SPACES
                   PERFORM 3500-ALERTAR-VARIACAO
             END-IF.
             ADD 1 TO WRK-IX-KPI.

       3200-SOMAR-DIA.
                               TO WRK-SOMA-ANTERIOR
             END-EVALUATE.

      *----------------------------------------------------------------
      * A CONDICAO LEVA O KPI E O MES, PARA O MESMO DESVIO NAO SER
      * REPETIDO A CADA EMISSAO DO RELATORIO NO MES.
      *----------------------------------------------------------------
       3500-ALERTAR-VARIACAO.
             MOVE '1' TO AV-SEVERIDADE.
             MOVE 'REL-TENDENCIA' TO AV-PROGRAMA.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'KPI' WRK-ROTULO ' ' WRK-MES-ATUAL
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE SPACES TO AV-MENSAGEM.
             STRING 'KPI ' WRK-ROTULO ' VARIOU ' LV-VARIACAO
                    '% NO MES ' WRK-MES-ATUAL
                   DELIMITED BY SIZE INTO AV-MENSAGEM.
             MOVE 'GERENCIA' TO AV-DESTINO.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'TENDENCIA DOS KPIS DIARIOS' TO RPTH-TITULO.
