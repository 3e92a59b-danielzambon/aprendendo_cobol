      ******************************************************************
      * Copybook: ISSCFG.cpy
      * Purpose:  PARAMETRO DO ISS SOBRE SERVICOS PRESTADOS (ARQUIVO
      *           ISSCFG, UMA LINHA POR SERVICO): A FILIAL QUE PRESTA O
      *           SERVICO, O MUNICIPIO DELA (CODIGO IBGE COMPLETO), O
      *           ITEM DA LISTA DE SERVICOS DA LC 116/2003 E A
      *           ALIQUOTA DO ISS DAQUELE MUNICIPIO. O CODIGO DO
      *           SERVICO E O MESMO DA ORIGEM NO PISCOFLD: ARMAZEN
      *           (ARMAZENAGEM, FATURA-ARMAZENAGEM) E MENSAL
      *           (MENSALIDADE ESCOLAR, FATURA-MENSALIDADE).
      ******************************************************************
       01 ISS-CONFIG-REC.
          05 IS-SERVICO         PIC X(08).
          05 IS-FILIAL          PIC 9(02).
          05 IS-MUNICIPIO       PIC 9(07).
          05 IS-CIDADE          PIC X(20).
          05 IS-ITEM-LISTA      PIC X(05).
          05 IS-ALIQUOTA        PIC 9(01)V9(04).
