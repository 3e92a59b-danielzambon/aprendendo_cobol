      ******************************************************************
      * Copybook: CONSIG.cpy
      * Purpose:  RECORD LAYOUT FOR THE CONSIGNACAO MASTER (CONSIGMST,
      *           INDEXADO POR CO-CHAVE = MATRICULA + SEQUENCIA): UM
      *           REGISTRO POR EMPRESTIMO CONSIGNADO OU PENSAO
      *           ALIMENTICIA JUDICIAL DESCONTADA EM FOLHA, COM O
      *           CREDOR, A FORMA DE CALCULO DA PARCELA, O NUMERO DE
      *           PARCELAS E A COMPETENCIA DE INICIO. MANTIDO PELO
      *           CARGA-CONSIGNACAO; ATUALIZADO PELO FOLHA-PAGTO
      *           (PARCELAS PAGAS) E PELA RESCISAO (QUITACAO).
      *-----------------------------------------------------------------
      * TIPOS: C = EMPRESTIMO CONSIGNADO (CREDOR E O BANCO CO-BANCO);
      * P = PENSAO ALIMENTICIA (CREDITADA NA CONTA DO BENEFICIARIO,
      * AGENCIA/CONTA NO BANCO CO-BANCO). BASE DA PARCELA: V = VALOR
      * FIXO CO-VALOR-PARCELA; L = CO-PERCENTUAL DO LIQUIDO LEGAL
      * (BRUTO - INSS - IRRF); B = CO-PERCENTUAL DO BRUTO.
      * CO-QT-PARCELAS ZERO = SEM PRAZO (PENSAO). CO-COMPET-ULT E
      * CO-PAGAS-ANT GUARDAM A ULTIMA COMPETENCIA APLICADA E AS
      * PARCELAS PAGAS ANTES DELA, PARA A RERODADA DA FOLHA REFAZER O
      * MES SEM CONTAR A PARCELA DUAS VEZES.
      ******************************************************************
       01 CONSIGNACAO-MASTER-REC.
          05 CO-CHAVE.
             10 CO-MATRICULA     PIC 9(06).
             10 CO-SEQ           PIC 9(02).
          05 CO-TIPO            PIC X(01).
            88 CO-CONSIGNADO        VALUE 'C'.
            88 CO-PENSAO            VALUE 'P'.
            88 CO-TIPO-VALIDO       VALUE 'C' 'P'.
          05 CO-BANCO           PIC 9(03).
          05 CO-CREDOR-NOME     PIC X(30).
          05 CO-CONTRATO        PIC X(15).
          05 CO-BASE            PIC X(01).
            88 CO-BASE-VALOR        VALUE 'V'.
            88 CO-BASE-LIQUIDO      VALUE 'L'.
            88 CO-BASE-BRUTO        VALUE 'B'.
            88 CO-BASE-VALIDA       VALUE 'V' 'L' 'B'.
          05 CO-VALOR-PARCELA   PIC 9(06)V99.
          05 CO-PERCENTUAL      PIC 9(02)V99.
          05 CO-QT-PARCELAS     PIC 9(03).
          05 CO-QT-PAGAS        PIC 9(03).
          05 CO-COMPET-INICIO   PIC 9(06).
          05 CO-BEN-AGENCIA     PIC 9(04).
          05 CO-BEN-CONTA       PIC 9(08).
          05 CO-SITUACAO        PIC X(01).
            88 CO-ATIVO             VALUE 'A'.
            88 CO-QUITADO           VALUE 'Q'.
            88 CO-ENCERRADO         VALUE 'E'.
          05 CO-COMPET-ULT      PIC 9(06).
          05 CO-PAGAS-ANT       PIC 9(03).
