      ******************************************************************
      * Copybook: ATIVCFG.cpy
      * Purpose:  PARAMETRO DAS CATEGORIAS DO ATIVO IMOBILIZADO
      *           (ARQUIVO ATIVCFG, UMA LINHA POR CATEGORIA): CODIGO,
      *           DESCRICAO E VIDA UTIL EM MESES, QUE DA A TAXA DE
      *           DEPRECIACAO LINEAR (VEICULOS 60 MESES = 20% AO ANO,
      *           MOVEIS E MAQUINAS 120 MESES = 10% AO ANO). CADA
      *           PROGRAMA CARREGA O ARQUIVO NUMA TABELA PROPRIA (ATE
      *           20 CATEGORIAS).
      ******************************************************************
       01 ATIVO-CATEGORIA-REC.
          05 CI-CATEGORIA     PIC X(02).
          05 CI-DESCRICAO     PIC X(20).
          05 CI-VIDA-MESES    PIC 9(03).
