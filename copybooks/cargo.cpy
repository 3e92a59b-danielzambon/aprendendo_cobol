      ******************************************************************
      * Copybook: CARGO.cpy
      * Purpose:  RECORD LAYOUT FOR THE CARGO-MASTER JOB POSITION FILE
      *           (CARGOMST, INDEXADO POR CG-CODIGO - O MESMO CODIGO DE
      *           4 POSICOES DE FP-CARGO NO CADASTRO DE FUNCIONARIOS):
      *           TITULO DO CARGO, CODIGO CBO (CLASSIFICACAO BRASILEIRA
      *           DE OCUPACOES) E A FAIXA SALARIAL DO CARGO - MINIMO,
      *           PONTO MEDIO E MAXIMO. MANTIDO PELO CARGA-CARGO;
      *           CONSULTADO PELO CARGA-FUNCIONARIO (CARGO INEXISTENTE
      *           E RECUSADO) E PELO REL-FAIXA-SALARIAL, QUE MEDE A
      *           POSICAO DE CADA SALARIO NA FAIXA (COMPA-RATIO =
      *           SALARIO / PONTO MEDIO).
      ******************************************************************
       01 CARGO-MASTER-REC.
          05 CG-CODIGO        PIC 9(04).
          05 CG-TITULO        PIC X(30).
          05 CG-CBO           PIC 9(06).
          05 CG-SAL-MINIMO    PIC 9(06)V99.
          05 CG-SAL-MEDIO     PIC 9(06)V99.
          05 CG-SAL-MAXIMO    PIC 9(06)V99.
