      ******************************************************************
      * Copybook: NFECTL.cpy
      * Purpose:  CONTROLE DE AUTORIZACAO DA NF-E POR FATURA (ARQUIVO
      *           NFECTL), KEYED BY NC-FATURA (O FAT-NUMERO DO FATURA-
      *           MASTER, QUE E TAMBEM O NUMERO DA NOTA). GRAVADO PELO
      *           GERA-NFE COM O XML GERADO (PENDENTE), ATUALIZADO PELO
      *           RETORNO-NFE COM O RETORNO DA SEFAZ (AUTORIZADA COM O
      *           PROTOCOLO, REJEITADA COM O CODIGO E O MOTIVO, OU
      *           CANCELADA) E LIDO PELO REL-PENDENCIAS, QUE LISTA AS
      *           FATURAS AINDA NAO AUTORIZADAS.
      ******************************************************************
       01 NFE-CONTROLE-REC.
          05 NC-FATURA          PIC 9(06).
          05 NC-CHAVE           PIC X(44).
          05 NC-DATA-GERACAO    PIC 9(08).
          05 NC-STATUS          PIC X(01).
            88 NC-PENDENTE         VALUE 'P'.
            88 NC-AUTORIZADA       VALUE 'A'.
            88 NC-REJEITADA        VALUE 'R'.
            88 NC-CANCELADA        VALUE 'C'.
          05 NC-DATA-STATUS     PIC 9(08).
          05 NC-PROTOCOLO       PIC X(15).
          05 NC-COD-RETORNO     PIC 9(03).
          05 NC-MOTIVO          PIC X(40).
