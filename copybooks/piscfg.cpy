      ******************************************************************
      * Copybook: PISCFG.cpy
      * Purpose:  PARAMETRO DE ALIQUOTAS DE PIS E COFINS POR REGIME DE
      *           INCIDENCIA (ARQUIVO PISCFG, UMA LINHA POR REGIME):
      *           C = CUMULATIVO (LUCRO PRESUMIDO, SEM CREDITO) E
      *           N = NAO CUMULATIVO (LUCRO REAL, COM CREDITO SOBRE AS
      *           ENTRADAS). SO UMA LINHA DEVE ESTAR MARCADA COMO
      *           VIGENTE ('S'); E ELA QUE O CALC-PISCOFINS APLICA.
      ******************************************************************
       01 PIS-CONFIG-REC.
          05 RG-REGIME          PIC X(01).
            88 RG-CUMULATIVO       VALUE 'C'.
            88 RG-NAO-CUMULATIVO   VALUE 'N'.
          05 RG-VIGENTE         PIC X(01).
            88 RG-E-VIGENTE        VALUE 'S'.
          05 RG-ALIQ-PIS        PIC 9(01)V9(04).
          05 RG-ALIQ-COFINS     PIC 9(01)V9(04).
          05 RG-DESCRICAO       PIC X(30).
