      * 22/08/2026 DZ - NOVO VL-FILIAL (FILIAL ONDE A VENDA OCORREU,
      *                 VALIDADA CONTRA O PARAMETRO FILIAIS), PARA OS
      *                 RELATORIOS SEPARAREM MATRIZ E FILIAL.
      * 15/10/2026 DZ - NOVO VL-EXECUCAO (RODADA DO LOTE QUE GRAVOU A
      *                 LINHA, NUMERADA PELO CTRL-EXECUCAO; ZERO =
      *                 LANCAMENTO AVULSO), PARA O ESTORNA-EXECUCAO
      *                 ESTORNAR UMA RODADA INTEIRA.
      ******************************************************************
       01 VENDA-LEDGER-REC.
          05 VL-SEQ           PIC 9(05).
          05 VL-UF-DESTINO    PIC X(02).
          05 VL-ICMS          PIC 9(08)V99.
          05 VL-FILIAL        PIC 9(02).
          05 VL-EXECUCAO      PIC 9(08).
