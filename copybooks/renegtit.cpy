      ******************************************************************
      * Copybook: RENEGTIT.cpy
      * Purpose:  RECORD LAYOUT FOR THE TITULO-RENEGOCIADO FILE
      *           (RENEGTIT), KEYED BY THE SAME CHAVE AS THE
      *           CONTAS-RECEBER (DATA DA VENDA + SEQUENCIA + PARCELA):
      *           UMA LINHA POR TITULO ORIGINAL INCLUIDO EM ACORDO PELO
      *           RENEGOCIA-DIVIDA (TIT-RENEGOCIADO), COM O ACORDO
      *           (CHAVE DO ACORDOS) E OS ENCARGOS DE MORA CALCULADOS
      *           SOBRE ELE NA DATA DO ACORDO.
      ******************************************************************
       01 TITULO-RENEGOCIADO-REC.
          05 RN-CHAVE.
             10 RN-DATA-VENDA  PIC 9(08).
             10 RN-SEQ         PIC 9(05).
             10 RN-PARCELA     PIC 9(02).
          05 RN-ACORDO.
             10 RN-ACORDO-DATA PIC 9(08).
             10 RN-ACORDO-SEQ  PIC 9(05).
          05 RN-CLIENTE       PIC 9(06).
          05 RN-VALOR         PIC 9(08)V99.
          05 RN-DIAS-ATRASO   PIC 9(05).
          05 RN-ENCARGOS      PIC 9(08)V99.
