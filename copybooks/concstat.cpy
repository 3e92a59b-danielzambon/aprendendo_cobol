      ******************************************************************
      * Copybook: CONCSTAT.cpy
      * Purpose:  RECORD LAYOUT FOR THE SITUACAO DA CONCILIACAO DO
      *           CONTAS-RECEBER (ARQUIVO CONCSTAT, LINE SEQUENTIAL,
      *           SO CRESCE): UMA LINHA POR RODADA DO REL-CONCILIA-CR,
      *           COM A QUANTIDADE DE DIFERENCAS PENDENTES (SEM
      *           JUSTIFICATIVA NO CONCJUST) E JUSTIFICADAS. VALE A
      *           ULTIMA LINHA DA COMPETENCIA: O FECHA-COMPETENCIA SO
      *           FECHA VENDAS COM ELA CONCILIADA.
      ******************************************************************
       01 CONC-STATUS-REC.
          05 CN-COMPETENCIA     PIC 9(06).
          05 CN-SITUACAO        PIC X(01).
            88 CN-CONCILIADA       VALUE 'C'.
            88 CN-DIVERGENTE       VALUE 'D'.
          05 CN-DATA            PIC 9(08).
          05 CN-HORA            PIC 9(08).
          05 CN-QT-PENDENTES    PIC 9(05).
          05 CN-QT-JUSTIFICADAS PIC 9(05).
