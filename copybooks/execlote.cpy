      ******************************************************************
      * Copybook: EXECLOTE.cpy
      * Purpose:  RECORD LAYOUT FOR THE EXECUCAO-LOTE RUN LEDGER
      *           (LOTEEXEC), UMA LINHA POR EVENTO DE RODADA DE
      *           PROGRAMA DE LANCAMENTO EM LOTE, GRAVADA PELA
      *           SUBROTINA CTRL-EXECUCAO: ABERTURA ('A', QUE NUMERA A
      *           RODADA), CONCLUSAO ('C') E ESTORNO ('R', RODADA DO
      *           ESTORNA-EXECUCAO, COM A RODADA ESTORNADA EM
      *           EX-REFERENCIA E O OPERADOR E O APROVADOR DO DUPLO
      *           CONTROLE). O NUMERO DA RODADA E CARIMBADO EM CADA
      *           REGISTRO QUE ELA GRAVA NOS LEDGERS, NO TITULOS E NO
      *           JORNAL MUDJRN, PARA O ESTORNA-EXECUCAO ACHAR TUDO O
      *           QUE A RODADA CRIOU OU ALTEROU.
      ******************************************************************
       01 EXECUCAO-LOTE-REC.
          05 EX-EXECUCAO      PIC 9(08).
          05 EX-EVENTO        PIC X(01).
            88 EX-ABERTA          VALUE 'A'.
            88 EX-CONCLUIDA       VALUE 'C'.
            88 EX-ESTORNO         VALUE 'R'.
          05 EX-PROGRAMA      PIC X(18).
          05 EX-DATA          PIC 9(08).
          05 EX-HORA          PIC 9(08).
          05 EX-USUARIO       PIC X(10).
          05 EX-APROVADOR     PIC X(10).
          05 EX-REFERENCIA    PIC 9(08).
