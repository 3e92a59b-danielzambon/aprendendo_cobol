      * LIMPA PELO UTILITARIO TRAVA-UTIL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - TRAVA NEGADA POR TRAVA VELHA (ADQUIRIDA EM DIA
      *                 ANTERIOR, SINAL DE RODADA CAIDA) GERA ALERTA
      *                 OPERACIONAL (GRAVA-ALERTA) PARA O SUPERVISOR
      *                 LIMPAR PELO TRAVA-UTIL.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
             10 TTV-DATA       PIC 9(08).
             10 TTV-HORA       PIC 9(08).
       77 WRK-QT-TRAVAS  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
          05 AV-NUMERO        PIC 9(08).

       COPY fstatus.

                   MOVE 'N' TO TL-RESULTADO
                   MOVE TTV-PROGRAMA(IX-TTV) TO TL-DONO-PROGRAMA
                   MOVE TTV-USUARIO(IX-TTV)  TO TL-DONO-USUARIO
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   IF TTV-DATA(IX-TTV) < WRK-DATA-HOJE
                         PERFORM 3200-ALERTAR-TRAVA-VELHA
                   END-IF
             ELSE
                   IF WRK-QT-TRAVAS < 50
                         ADD 1 TO WRK-QT-TRAVAS
                   SET IX-TTV UP BY 1
             END-IF.

       3200-ALERTAR-TRAVA-VELHA.
             MOVE '1' TO AV-SEVERIDADE.
             MOVE 'CTRL-TRAVA' TO AV-PROGRAMA.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'TRAVA VELHA ' TTV-RECURSO(IX-TTV)
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE SPACES TO AV-MENSAGEM.
             STRING 'TRAVA ' TTV-RECURSO(IX-TTV) ' DE '
                    TTV-DATA(IX-TTV) ' (' TTV-PROGRAMA(IX-TTV) ')'
                   DELIMITED BY SIZE INTO AV-MENSAGEM.
             MOVE 'SUPERVISOR' TO AV-DESTINO.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       4000-LIBERAR-TRAVAS.
             IF WRK-QT-TRAVAS > 0
                   SET IX-TTV TO 1
