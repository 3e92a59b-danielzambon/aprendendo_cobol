      *           DECIDIDO. GRAVADO PELO CARGA-USUARIO QUANDO A CARGA
      *           TRAZ UM NIVEL DIFERENTE DO JA CADASTRADO PARA O
      *           USUARIO, E CONSUMIDO PELO APROVA-NIVEL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO SOL-ORIGINADOR: OPERADOR DO MENU QUE RODOU
      *                 A CARGA (OPERATU), EM BRANCO NA CARGA NOTURNA;
      *                 O APROVA-NIVEL RECUSA A DECISAO TOMADA PELO
      *                 PROPRIO ORIGINADOR OU PELO PROPRIO USUARIO DA
      *                 SOLICITACAO.
      ******************************************************************
       01 SOLICITACAO-NIVEL-REC.
          05 SOL-USUARIO           PIC X(10).
          05 SOL-NIVEL-ATUAL       PIC 9(02).
          05 SOL-NIVEL-SOLICITADO  PIC 9(02).
          05 SOL-DATA-SOLICITACAO  PIC 9(08).
          05 SOL-ORIGINADOR        PIC X(10).
