      ******************************************************************
      * Copybook: PEDCOMP.cpy
      * Purpose:  RECORD LAYOUT FOR THE PEDIDO-COMPRA PURCHASE ORDER
      *           FILE, KEYED BY OC-CHAVE (NUMERO DO PEDIDO + ITEM,
      *           NUMERO CONTROLADO PELO ARQUIVO OCSEQ, TECNICA DO
      *           FATSEQ), COM CHAVE ALTERNADA OC-PROD-FILIAL (COM
      *           DUPLICIDADE) PARA SOMAR O QUE JA ESTA PEDIDO E NAO
      *           RECEBIDO DE UM PRODUTO NUMA FILIAL. GRAVADO PELO
      *           GERA-PEDIDO-COMPRA, UM PEDIDO POR FORNECEDOR E
      *           FILIAL; A QUANTIDADE EM ABERTO (OC-QTDE MENOS
      *           OC-QTDE-RECEBIDA DOS ITENS ABERTOS) E DESCONTADA DA
      *           SUGESTAO DO REL-REPOSICAO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVOS STATUS DE RECEBIMENTO GRAVADOS PELO
      *                 RECEBE-COMPRA: P (RECEBIDO EM PARTE, CONTINUA
      *                 PENDENTE), R (RECEBIDO POR INTEIRO) E E
      *                 (ENCERRADO A MENOR, O SALDO NAO VEM MAIS).
      ******************************************************************
       01 PEDIDO-COMPRA-REC.
          05 OC-CHAVE.
             10 OC-NUMERO      PIC 9(06).
             10 OC-ITEM        PIC 9(03).
          05 OC-PROD-FILIAL.
             10 OC-CODIGO      PIC 9(06).
             10 OC-FILIAL      PIC 9(02).
          05 OC-FORNECEDOR    PIC 9(06).
          05 OC-DATA          PIC 9(08).
          05 OC-DATA-PREVISTA PIC 9(08).
          05 OC-QTDE          PIC 9(05).
          05 OC-QTDE-RECEBIDA PIC 9(05).
          05 OC-CUSTO-UNIT    PIC 9(06)V99.
          05 OC-STATUS        PIC X(01).
            88 OC-ABERTO          VALUE 'A'.
            88 OC-PARCIAL         VALUE 'P'.
            88 OC-RECEBIDO        VALUE 'R'.
            88 OC-ENCERRADO       VALUE 'E'.
            88 OC-PENDENTE        VALUE 'A' 'P'.
          05 OC-DATA-STATUS   PIC 9(08).
