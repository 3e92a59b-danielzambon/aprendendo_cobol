      ******************************************************************
      * Copybook: TESTREST.cpy
      * Purpose:  RECORD LAYOUT FOR THE TESTREST RESTORE-DRILL RESULT
      *           FILE (INDEXED, CHAVE DATA + MESTRE), UM REGISTRO POR
      *           MESTRE EM CADA TESTE SEMANAL DO TESTE-RESTAURACAO:
      *           DATA/HORA DO BACKUP TESTADO, CONTAGENS DA RECARGA E
      *           DO TRAILER, DIFERENCAS CONTRA O MESTRE VIVO E O
      *           RESULTADO. TESTE REPROVADO APARECE NO REL-PENDENCIAS
      *           ATE ALGUEM DAR CIENCIA PELO CIENCIA-TESTE-REST.
      ******************************************************************
       01 TESTE-RESTAURACAO-REC.
          05 TR-CHAVE.
             10 TR-DATA       PIC 9(08).
             10 TR-MESTRE     PIC X(08).
          05 TR-HORA          PIC 9(08).
          05 TR-DATA-BACKUP   PIC 9(08).
          05 TR-HORA-BACKUP   PIC 9(08).
          05 TR-QT-TRAILER    PIC 9(07).
          05 TR-QT-RESTAURADOS PIC 9(07).
          05 TR-QT-FALTANTES  PIC 9(07).
          05 TR-QT-SOBRANDO   PIC 9(07).
          05 TR-QT-DIFERENTES PIC 9(07).
          05 TR-QT-POS-BACKUP PIC 9(07).
          05 TR-RESULTADO     PIC X(01).
            88 TR-APROVADO        VALUE 'A'.
            88 TR-REPROVADO       VALUE 'R'.
          05 TR-MOTIVO        PIC X(30).
          05 TR-CIENCIA       PIC X(01).
            88 TR-CIENCIA-DADA    VALUE 'S'.
          05 TR-CIENCIA-USUARIO PIC X(10).
          05 TR-CIENCIA-DATA  PIC 9(08).
