      ******************************************************************
      * Copybook: NFECFG.cpy
      * Purpose:  PARAMETRO DO EMITENTE DA NF-E (ARQUIVO NFECFG, UMA
      *           LINHA), LIDO PELO GERA-NFE: CNPJ, INSCRICAO ESTADUAL,
      *           RAZAO SOCIAL E ENDERECO DA EMPRESA (MUNICIPIO PELO
      *           CODIGO IBGE COMPLETO), SERIE DAS NOTAS, AMBIENTE DA
      *           SEFAZ (1 = PRODUCAO, 2 = HOMOLOGACAO), REGIME
      *           TRIBUTARIO (CRT) E OS CFOP DE VENDA DENTRO E FORA DO
      *           ESTADO DO EMITENTE.
      ******************************************************************
       01 NFE-CONFIG-REC.
          05 NE-CNPJ            PIC 9(14).
          05 NE-IE              PIC X(14).
          05 NE-RAZAO           PIC X(40).
          05 NE-LOGRADOURO      PIC X(40).
          05 NE-NUMERO          PIC X(06).
          05 NE-BAIRRO          PIC X(20).
          05 NE-MUNICIPIO       PIC 9(07).
          05 NE-CIDADE          PIC X(20).
          05 NE-UF              PIC X(02).
          05 NE-CEP             PIC 9(08).
          05 NE-SERIE           PIC 9(03).
          05 NE-AMBIENTE        PIC 9(01).
            88 NE-PRODUCAO         VALUE 1.
            88 NE-HOMOLOGACAO      VALUE 2.
          05 NE-CRT             PIC 9(01).
          05 NE-CFOP-DENTRO     PIC 9(04).
          05 NE-CFOP-FORA       PIC 9(04).
