      ******************************************************************
      * Copybook: FAIXASIM.cpy
      * Purpose:  PARAMETRO DA SIMULACAO DE REAJUSTE NO RELATORIO DE
      *           FAIXAS SALARIAIS (ARQUIVO FAIXASIM, UMA LINHA): O
      *           PERCENTUAL DE DISSIDIO A SIMULAR. GRAVADO PELO
      *           FOLHA-DISSIDIO ANTES DA CONFIRMACAO DO REAJUSTE E
      *           ESVAZIADO LOGO APOS A EMISSAO; ARQUIVO AUSENTE, VAZIO
      *           OU PERCENTUAL ZERADO = RELATORIO SEM SIMULACAO (A
      *           RODADA MENSAL DO JOB-NOTURNO).
      ******************************************************************
       01 FAIXA-SIMULACAO-REC.
          05 FX-PCT-REAJUSTE  PIC 9(02)V99.
