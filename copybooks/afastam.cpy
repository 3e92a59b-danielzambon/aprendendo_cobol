      ******************************************************************
      * Copybook: AFASTAM.cpy
      * Purpose:  RECORD LAYOUT FOR THE AFASTAMENTO-MASTER LEAVE OF
      *           ABSENCE FILE (AFASTMST, INDEXADO POR AF-CHAVE =
      *           MATRICULA + DATA DE INICIO DO AFASTAMENTO): TIPO,
      *           DATA PREVISTA DE TERMINO (ZERO = SEM PREVISAO), CID
      *           E MOTIVO. MANTIDO PELO CARGA-AFASTAMENTO; LIDO PELA
      *           SUBROTINA CALC-AFASTAMENTO (DIAS DE AFASTAMENTO A
      *           CARGO DA EMPRESA, DO INSS E SEM REMUNERACAO NUM
      *           PERIODO), QUE ATENDE O FOLHA-PAGTO, O FOLHA-FERIAS,
      *           O FOLHA-13 E O FOLHA-PROVISAO, E PELO REL-AFASTADOS.
      *-----------------------------------------------------------------
      * TIPOS: D = DOENCA E A = ACIDENTE DE TRABALHO (OS 15 PRIMEIROS
      * DIAS A CARGO DA EMPRESA, O RESTANTE DO INSS); M = LICENCA
      * MATERNIDADE (PAGA PELA EMPRESA E COMPENSADA NA GUIA DO INSS;
      * SEM PREVISAO DE TERMINO VALE 120 DIAS); N = LICENCA NAO
      * REMUNERADA (SUSPENDE O CONTRATO).
      ******************************************************************
       01 AFASTAMENTO-MASTER-REC.
          05 AF-CHAVE.
             10 AF-MATRICULA   PIC 9(06).
             10 AF-DT-INICIO   PIC 9(08).
          05 AF-TIPO          PIC X(01).
            88 AF-DOENCA          VALUE 'D'.
            88 AF-ACIDENTE        VALUE 'A'.
            88 AF-MATERNIDADE     VALUE 'M'.
            88 AF-NAO-REMUNERADO  VALUE 'N'.
            88 AF-TIPO-VALIDO     VALUE 'D' 'A' 'M' 'N'.
          05 AF-DT-FIM        PIC 9(08).
          05 AF-CID           PIC X(06).
          05 AF-MOTIVO        PIC X(30).
