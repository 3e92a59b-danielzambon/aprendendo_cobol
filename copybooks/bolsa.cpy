      ******************************************************************
      * Copybook: BOLSA.cpy
      * Purpose:  RECORD LAYOUT FOR THE BOLSA MASTER (BOLSAMST,
      *           INDEXADO POR BO-MATRICULA): A BOLSA OU DESCONTO DE
      *           MENSALIDADE DE CADA ALUNO, COM O TIPO, A FORMA DO
      *           DESCONTO (PERCENTUAL OU VALOR FIXO), A VIGENCIA EM
      *           COMPETENCIAS, A APROVACAO E AS CONDICOES DE PERDA.
      *           MANTIDO PELO CARGA-BOLSA, APROVADO PELO APROVA-BOLSA,
      *           APLICADO PELO FATURA-MENSALIDADE E REVISADO (PERDA
      *           POR REPROVACAO OU ATRASO) PELO REL-BOLSAS.
      *-----------------------------------------------------------------
      * TIPOS: M = BOLSA DE MERITO; S = BOLSA SOCIAL; I = DESCONTO DE
      * IRMAOS; F = FILHO DE FUNCIONARIO. BO-FORMA P = BO-PERCENTUAL
      * DA MENSALIDADE DA TURMA; V = BO-VALOR FIXO ABATIDO. SITUACAO:
      * P = PENDENTE DE APROVACAO (TODA INCLUSAO OU ALTERACAO DE
      * VALOR/VIGENCIA VOLTA PARA P); A = APROVADA; N = NEGADA;
      * R = REVOGADA POR CONDICAO (DATA E MOTIVO EM BO-DATA-REVOG/
      * BO-MOTIVO-REVOG); E = ENCERRADA PELA SECRETARIA. SO A BOLSA A
      * DENTRO DA VIGENCIA DESCONTA. BO-DIAS-ATRASO ZERO = SEM PERDA
      * POR ATRASO DE PAGAMENTO.
      ******************************************************************
       01 BOLSA-MASTER-REC.
          05 BO-MATRICULA       PIC 9(06).
          05 BO-TIPO            PIC X(01).
            88 BO-MERITO            VALUE 'M'.
            88 BO-SOCIAL            VALUE 'S'.
            88 BO-IRMAOS            VALUE 'I'.
            88 BO-FUNCIONARIO       VALUE 'F'.
            88 BO-TIPO-VALIDO       VALUE 'M' 'S' 'I' 'F'.
          05 BO-FORMA           PIC X(01).
            88 BO-FORMA-PERCENTUAL  VALUE 'P'.
            88 BO-FORMA-VALOR       VALUE 'V'.
            88 BO-FORMA-VALIDA      VALUE 'P' 'V'.
          05 BO-PERCENTUAL      PIC 9(03)V99.
          05 BO-VALOR           PIC 9(06)V99.
          05 BO-COMPET-INICIO   PIC 9(06).
          05 BO-COMPET-FIM      PIC 9(06).
          05 BO-PERDE-REPROVACAO PIC X(01).
            88 BO-COND-REPROVACAO   VALUE 'S'.
          05 BO-DIAS-ATRASO     PIC 9(03).
          05 BO-SITUACAO        PIC X(01).
            88 BO-PENDENTE          VALUE 'P'.
            88 BO-APROVADA          VALUE 'A'.
            88 BO-NEGADA            VALUE 'N'.
            88 BO-REVOGADA          VALUE 'R'.
            88 BO-ENCERRADA         VALUE 'E'.
          05 BO-APROVADOR       PIC X(10).
          05 BO-DATA-APROV      PIC 9(08).
          05 BO-DATA-REVOG      PIC 9(08).
          05 BO-MOTIVO-REVOG    PIC X(20).
