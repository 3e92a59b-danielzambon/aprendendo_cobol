      ******************************************************************
      * Copybook: ALERTOUT.cpy
      * Purpose:  RECORD LAYOUT FOR THE ALERTOUT OUTBOX (LINE
      *           SEQUENTIAL), UMA LINHA POR ALERTA NOVO GRAVADA PELA
      *           SUBROTINA GRAVA-ALERTA PARA O GATEWAY DE E-MAIL/SMS
      *           RECOLHER E ENVIAR A QUEM DEVE AGIR. REPETICAO DA
      *           MESMA CONDICAO DENTRO DA JANELA DO ALERTCFG NAO GERA
      *           LINHA NOVA. O NUMERO E O MESMO DO MESTRE ALERTAS,
      *           ONDE A CIENCIA E ACOMPANHADA.
      ******************************************************************
       01 ALERTA-SAIDA-REC.
          05 AO-NUMERO        PIC 9(08).
          05 AO-SEVERIDADE    PIC X(01).
          05 AO-PROGRAMA      PIC X(18).
          05 AO-DESTINO       PIC X(12).
          05 AO-DATA          PIC 9(08).
          05 AO-HORA          PIC 9(08).
          05 AO-CONDICAO      PIC X(30).
          05 AO-MENSAGEM      PIC X(60).
