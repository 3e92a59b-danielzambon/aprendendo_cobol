      *                 PASSA A PULAR O MESTRE COM MENSAGEM, EM VEZ DE
      *                 SEGUIR PARA UM START/READ CONTRA ARQUIVO NAO
      *                 ABERTO.
      * 15/10/2026 DZ - O TRAILER 'TRL' GRAVA TAMBEM A DATA E A HORA DO
      *                 INICIO DO BACKUP (POSICOES 11-26), PARA O
      *                 TESTE-RESTAURACAO SEPARAR NO JORNAL MUDJRN O QUE
      *                 MUDOU NO MESTRE DEPOIS DO RETRATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-MESTRES.
       01 WRK-TRAILER.
          05 FILLER          PIC X(03) VALUE 'TRL'.
          05 WRK-TRL-QTDE    PIC 9(07).
          05 WRK-TRL-DATA    PIC 9(08).
          05 WRK-TRL-HORA    PIC 9(08).
          05 FILLER          PIC X(74) VALUE SPACES.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             DISPLAY 'BACKUP DOS MESTRES INDEXADOS - INICIO'.
             ACCEPT WRK-TRL-DATA FROM DATE YYYYMMDD.
             ACCEPT WRK-TRL-HORA FROM TIME.
             PERFORM 1000-BACKUP-USUARIO.
             PERFORM 2000-BACKUP-FRETE.
             PERFORM 3000-BACKUP-PRODUTO.
