      ******************************************************************
      * Copybook: ELOCTL.cpy
      * Purpose:  RECORD LAYOUT FOR THE ELO-CONTROLE CHAIN CONTROL FILE
      *           (INDEXED, CHAVE EC-LOG): UM REGISTRO POR LOG DE
      *           AUDITORIA ENCADEADO (ACESSAUD, NIVELAUD, OPERLOG,
      *           MUDJRN) COM A ULTIMA SEQUENCIA E O ULTIMO HASH
      *           ENTREGUES PELO ENCADEIA-LOG E A ANCORA DO INICIO DA
      *           CADEIA (SEQUENCIA E HASH ANTERIOR ESPERADOS NA
      *           PRIMEIRA LINHA DO ARQUIVO VIVO, QUE SO MUDA NO
      *           EXPURGO). O VERIFICA-ELOS CONFERE O LOG CONTRA ELE,
      *           O QUE APONTA TAMBEM LINHAS APAGADAS NO INICIO OU NO
      *           FIM DO ARQUIVO.
      ******************************************************************
       01 ELO-CONTROLE-REC.
          05 EC-LOG            PIC X(08).
          05 EC-SEQ-INICIAL    PIC 9(09).
          05 EC-HASH-INICIAL   PIC X(10).
          05 EC-ULTIMA-SEQ     PIC 9(09).
          05 EC-ULTIMO-HASH    PIC X(10).
          05 EC-DATA-ALT       PIC 9(08).
          05 EC-HORA-ALT       PIC 9(08).
