      ******************************************************************
      * Copybook: CONSMOV.cpy
      * Purpose:  RECORD LAYOUT FOR THE CONSIGNACAO-MOV FILE
      *           (CONSIGMOV, INDEXADO POR CM-CHAVE = MATRICULA +
      *           COMPETENCIA + SEQUENCIA DO CONSIGMST): UMA LINHA POR
      *           DESCONTO DE CONSIGNADO OU PENSAO NO MES, COM O VALOR
      *           PREVISTO, O VALOR DESCONTADO E A SITUACAO. GRAVADO
      *           PELO FOLHA-PAGTO (COMPETENCIA AAAAMM) E PELA RESCISAO
      *           (AAAA15, QUITACAO DOS CONSIGNADOS); LIDO PELO
      *           FOLHA-CONTRACHEQUE, FOLHA-REMESSA (CREDITO DA PENSAO),
      *           CONTAB-DIARIO E REL-CONSIGNADO (REPASSE AOS BANCOS).
      *-----------------------------------------------------------------
      * SITUACAO: D = DESCONTADO INTEGRAL; M = SEM MARGEM (NADA
      * DESCONTADO, PARCELA NAO AVANCA); P = PENSAO DESCONTADA EM
      * PARTE (LIQUIDO INSUFICIENTE). CM-COMPET-REPASSE E A
      * COMPETENCIA DO REPASSE AO BANCO EM QUE O REL-CONSIGNADO LEVOU
      * A LINHA (ZERO = AINDA NAO REPASSADA); E O QUE IMPEDE A
      * QUITACAO DA RESCISAO DE SER REPASSADA EM DOIS MESES.
      ******************************************************************
       01 CONSIGNACAO-MOV-REC.
          05 CM-CHAVE.
             10 CM-MATRICULA     PIC 9(06).
             10 CM-COMPETENCIA   PIC 9(06).
             10 CM-SEQ           PIC 9(02).
          05 CM-FILIAL          PIC 9(02).
          05 CM-TIPO            PIC X(01).
            88 CM-CONSIGNADO        VALUE 'C'.
            88 CM-PENSAO            VALUE 'P'.
          05 CM-BANCO           PIC 9(03).
          05 CM-CREDOR-NOME     PIC X(30).
          05 CM-CONTRATO        PIC X(15).
          05 CM-PARCELA         PIC 9(03).
          05 CM-QT-PARCELAS     PIC 9(03).
          05 CM-VALOR-PREVISTO  PIC 9(06)V99.
          05 CM-VALOR-DESCONTO  PIC 9(06)V99.
          05 CM-SITUACAO        PIC X(01).
            88 CM-DESCONTADO        VALUE 'D'.
            88 CM-SEM-MARGEM        VALUE 'M'.
            88 CM-PARCIAL           VALUE 'P'.
          05 CM-BEN-AGENCIA     PIC 9(04).
          05 CM-BEN-CONTA       PIC 9(08).
          05 CM-COMPET-REPASSE  PIC 9(06).
