      * PARA O OPERADOR CONFERIR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - SUBSISTEMA DIVERGENTE GERA ALERTA OPERACIONAL
      *                 (GRAVA-ALERTA) PARA A OPERACAO CONFERIR A NOITE.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG): A
      *                 LEITURA SEQUENCIAL PASSA A SER READ NEXT,
           05 LR-VEREDITO     PIC X(10).
           05 FILLER          PIC X(34) VALUE SPACES.

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

                   MOVE 'CONFERIDO' TO LR-VEREDITO
             ELSE
                   MOVE 'DIVERGENTE' TO LR-VEREDITO
                   PERFORM 4200-ALERTAR-DIVERGENCIA
             END-IF.
             WRITE REL-BALANCO-LINHA FROM LINHA-RESULTADO.
             DISPLAY LR-SUBSISTEMA ': ' LR-VEREDITO.

       4200-ALERTAR-DIVERGENCIA.
             MOVE '1' TO AV-SEVERIDADE.
             MOVE 'REL-BALANCO' TO AV-PROGRAMA.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'BALANCO ' LR-SUBSISTEMA ' DIVERGENTE'
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE SPACES TO AV-MENSAGEM.
             STRING 'BALANCO DIVERGENTE ' LR-SUBSISTEMA
                    ' GRAV ' LR-GRAVADOS
                    ' LEDGER ' LR-DELTA
                   DELIMITED BY SIZE INTO AV-MENSAGEM.
             MOVE 'OPERACAO' TO AV-DESTINO.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       5000-REGRAVAR-RETRATO.
             OPEN OUTPUT CONTROLE-RETRATO.
             MOVE 'VENDALDG' TO CR-LEDGER.
