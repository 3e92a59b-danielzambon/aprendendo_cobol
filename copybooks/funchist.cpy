      ******************************************************************
      * Copybook: FUNCHIST.cpy
      * Purpose:  RECORD LAYOUT FOR THE FUNCIONARIO-HISTORICO FILE
      *           (FUNCHIST, INDEXADO POR MATRICULA + DATA DE VIGENCIA
      *           + SEQUENCIAL), UMA LINHA POR MUDANCA DE SALARIO,
      *           FILIAL, DOMICILIO BANCARIO OU SITUACAO (DESLIGAMENTO)
      *           NO CADASTRO DE FUNCIONARIOS (FUNCMST), COM O VALOR
      *           ANTERIOR, O NOVO E O MOTIVO: 'QUAL ERA O SALARIO EM
      *           MARCO DO ANO PASSADO E POR QUE MUDOU' SAI DAQUI, SEM
      *           PROCURAR PAPEL NO RH.
      *           GRAVADO PELO CARGA-FUNCIONARIO (MANUTENCAO),
      *           FOLHA-DISSIDIO (REAJUSTE COLETIVO) E MIGRA-FOLHENT
      *           (ADMISSAO DE QUEM JA ESTAVA NO FOLHENT). NA ADMISSAO
      *           OS VALORES ANTERIORES VEM ZERADOS; NA EXCLUSAO, OS
      *           NOVOS. FH-SEQ DESEMPATA DUAS MUDANCAS NA MESMA
      *           VIGENCIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVOS FH-CARGO-ANT E FH-CARGO-NOVO: A TROCA DE
      *                 CARGO (PROMOCAO) TAMBEM ENTRA NO HISTORICO. O
      *                 FUNCHIST EXISTENTE E CONVERTIDO PELO
      *                 MIGRA-MESTRES (CARGOS ZERADOS).
      ******************************************************************
       01 FUNC-HIST-REC.
          05 FH-CHAVE.
             10 FH-MATRICULA     PIC 9(06).
             10 FH-DT-VIGENCIA   PIC 9(08).
             10 FH-SEQ           PIC 9(03).
          05 FH-MOTIVO           PIC X(03).
            88 FH-ADMISSAO           VALUE 'ADM'.
            88 FH-DISSIDIO           VALUE 'DIS'.
            88 FH-PROMOCAO           VALUE 'PRO'.
            88 FH-MERITO             VALUE 'MER'.
            88 FH-TRANSFERENCIA      VALUE 'TRF'.
            88 FH-TROCA-BANCO        VALUE 'BCO'.
            88 FH-DESLIGAMENTO       VALUE 'DSL'.
            88 FH-CORRECAO           VALUE 'COR'.
            88 FH-EXCLUSAO           VALUE 'EXC'.
            88 FH-MOTIVO-VALIDO      VALUE 'ADM' 'DIS' 'PRO' 'MER'
                                           'TRF' 'BCO' 'DSL' 'COR'
                                           'EXC'.
          05 FH-SALARIO-ANT      PIC 9(06)V99.
          05 FH-SALARIO-NOVO     PIC 9(06)V99.
          05 FH-FILIAL-ANT       PIC 9(02).
          05 FH-FILIAL-NOVA      PIC 9(02).
          05 FH-AGENCIA-ANT      PIC 9(04).
          05 FH-CONTA-ANT        PIC 9(08).
          05 FH-AGENCIA-NOVA     PIC 9(04).
          05 FH-CONTA-NOVA       PIC 9(08).
          05 FH-DT-DESLIG-ANT    PIC 9(08).
          05 FH-DT-DESLIG-NOVO   PIC 9(08).
          05 FH-DATA-REG         PIC 9(08).
          05 FH-HORA-REG         PIC 9(08).
          05 FH-PROGRAMA         PIC X(18).
          05 FH-CARGO-ANT        PIC 9(04).
          05 FH-CARGO-NOVO       PIC 9(04).
