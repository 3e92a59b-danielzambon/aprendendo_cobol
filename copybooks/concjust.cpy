      ******************************************************************
      * Copybook: CONCJUST.cpy
      * Purpose:  RECORD LAYOUT FOR THE JUSTIFICATIVAS DA CONCILIACAO
      *           DO CONTAS-RECEBER (ARQUIVO CONCJUST, LINE
      *           SEQUENTIAL, MANTIDO PELA CONTABILIDADE): UMA LINHA
      *           POR DIFERENCA EXPLICADA NA COMPETENCIA, COM O TIPO E
      *           A CHAVE DA DIFERENCA COMO SAEM NO RELCONCR E O
      *           VALOR ABSOLUTO DA DIFERENCA. A JUSTIFICATIVA SO VALE
      *           ENQUANTO O VALOR BATER: DIFERENCA QUE MUDA VOLTA A
      *           FICAR PENDENTE NO REL-CONCILIA-CR.
      *           CHAVE POR TIPO: C = CODIGO DO CLIENTE (6 DIGITOS),
      *           G = EM BRANCO, T = DATA DA VENDA + SEQUENCIA +
      *           PARCELA DO TITULO, L = DATA DO LANCAMENTO + TIPO
      *           (R RECEBIMENTO, E ESTORNO).
      ******************************************************************
       01 CONC-JUSTIF-REC.
          05 CJ-COMPETENCIA     PIC 9(06).
          05 CJ-TIPO            PIC X(01).
            88 CJ-DE-CLIENTE       VALUE 'C'.
            88 CJ-DE-GERAL         VALUE 'G'.
            88 CJ-DE-TITULO        VALUE 'T'.
            88 CJ-DE-LANCTO        VALUE 'L'.
          05 CJ-CHAVE           PIC X(15).
          05 CJ-VALOR           PIC 9(10)V99.
          05 CJ-USUARIO         PIC X(10).
          05 CJ-TEXTO           PIC X(40).
