      ******************************************************************
      * Copybook: RECUPLDG.cpy
      * Purpose:  RECORD LAYOUT FOR THE RECUPERACAO LEDGER (ARQUIVO
      *           RECUPLDG, LINE SEQUENTIAL, SO CRESCE): UMA LINHA POR
      *           PAGAMENTO RECEBIDO SOBRE TITULO JA BAIXADO COMO PERDA
      *           (TIT-PERDA/TIT-RECUPERADO), GRAVADA PELO BAIXA-TITULO
      *           (RECEBIMENTO DIGITADO) OU PELO COBRANCA-RETORNO
      *           (RETORNO DO BANCO). RV-DATA E A DATA DO RECEBIMENTO,
      *           EM QUE O CONTAB-DIARIO LANCA D 1102 BANCOS / C 3107
      *           RECUPERACAO DE CREDITOS, SEM TOCAR NA CONTA 1101.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO RV-EXECUCAO (RODADA DO LOTE QUE GRAVOU A
      *                 LINHA, NUMERADA PELO CTRL-EXECUCAO), PARA O
      *                 ESTORNA-EXECUCAO RETIRAR DO LEDGER AS
      *                 RECUPERACOES DE UMA RODADA ERRADA.
      ******************************************************************
       01 RECUPERACAO-LEDGER-REC.
          05 RV-DATA            PIC 9(08).
          05 RV-DATA-VENDA      PIC 9(08).
          05 RV-SEQ             PIC 9(05).
          05 RV-PARCELA         PIC 9(02).
          05 RV-CLIENTE         PIC 9(06).
          05 RV-VALOR           PIC 9(08)V99.
          05 RV-ORIGEM          PIC X(08).
            88 RV-DE-BAIXA         VALUE 'BAIXA'.
            88 RV-DE-RETORNO       VALUE 'RETORNO'.
          05 RV-EXECUCAO        PIC 9(08).
