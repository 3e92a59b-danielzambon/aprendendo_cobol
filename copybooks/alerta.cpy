      ******************************************************************
      * Copybook: ALERTA.cpy
      * Purpose:  RECORD LAYOUT FOR THE ALERTAS OPERATIONAL ALERT
      *           MASTER (INDEXED, CHAVE AL-NUMERO, CHAVE ALTERNATIVA
      *           AL-CONDICAO COM DUPLICATAS), UM REGISTRO POR ALERTA
      *           GRAVADO PELA SUBROTINA GRAVA-ALERTA: GRAVIDADE,
      *           PROGRAMA DE ORIGEM, CONDICAO (CHAVE DE SUPRESSAO DE
      *           REPETIDOS), MENSAGEM, QUEM DEVE AGIR, PRIMEIRA E
      *           ULTIMA OCORRENCIA COM O NUMERO DE REPETICOES
      *           SUPRIMIDAS, E A CIENCIA DADA NO CIENCIA-ALERTA.
      *           ALERTA SEM CIENCIA SAI NO REL-ALERTAS DIARIO. A
      *           MENSAGEM FICA NO FIM DO REGISTRO: AS IMAGENS DO
      *           JORNAL MUDJRN (150 POSICOES) GUARDAM A CIENCIA E
      *           CORTAM SO O FINAL DO TEXTO.
      ******************************************************************
       01 ALERTA-REC.
          05 AL-NUMERO        PIC 9(08).
          05 AL-CONDICAO      PIC X(30).
          05 AL-SEVERIDADE    PIC X(01).
            88 AL-INFORMATIVO     VALUE '0'.
            88 AL-AVISO           VALUE '1'.
            88 AL-GRAVE           VALUE '2'.
          05 AL-CIENCIA       PIC X(01).
            88 AL-CIENCIA-DADA    VALUE 'S'.
          05 AL-CIENCIA-USUARIO PIC X(10).
          05 AL-CIENCIA-DATA  PIC 9(08).
          05 AL-CIENCIA-HORA  PIC 9(08).
          05 AL-DESTINO       PIC X(12).
          05 AL-PROGRAMA      PIC X(18).
          05 AL-DATA          PIC 9(08).
          05 AL-HORA          PIC 9(08).
          05 AL-QT-REPETICOES PIC 9(05).
          05 AL-DATA-ULTIMA   PIC 9(08).
          05 AL-HORA-ULTIMA   PIC 9(08).
          05 AL-MENSAGEM      PIC X(60).
