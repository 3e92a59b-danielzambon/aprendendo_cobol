      ******************************************************************
      * Copybook: BHMOV.cpy
      * Purpose:  RECORD LAYOUT FOR THE BANCO-HORAS-MOV STATEMENT FILE
      *           (BHMOV, INDEXADO POR BM-CHAVE = MATRICULA +
      *           COMPETENCIA): UMA LINHA POR FUNCIONARIO E MES COM O
      *           SALDO ANTERIOR, AS HORAS CREDITADAS E DEBITADAS NO
      *           MES, AS HORAS PAGAS COMO EXTRA (VENCIMENTO DO CICLO
      *           OU RESCISAO), AS HORAS NEGATIVAS PERDOADAS NO
      *           VENCIMENTO E O SALDO FINAL. GRAVADO PELO FOLHA-PAGTO
      *           (COMPETENCIA AAAAMM) E PELA RESCISAO (AAAA15, COMO
      *           NO FOLHA-LEDGER); LIDO PELO REL-BANCO-HORAS.
      ******************************************************************
       01 BANCO-HORAS-MOV-REC.
          05 BM-CHAVE.
             10 BM-MATRICULA   PIC 9(06).
             10 BM-COMPETENCIA PIC 9(06).
          05 BM-FILIAL        PIC 9(02).
          05 BM-ORIGEM        PIC X(01).
            88 BM-DA-FOLHA        VALUE 'F'.
            88 BM-DA-RESCISAO     VALUE 'R'.
          05 BM-SALDO-ANT     PIC S9(04)V99.
          05 BM-CREDITO       PIC 9(03)V99.
          05 BM-DEBITO        PIC 9(03)V99.
          05 BM-HORAS-PAGAS   PIC 9(04)V99.
          05 BM-VALOR-PAGO    PIC 9(06)V99.
          05 BM-HORAS-EXPIRA  PIC 9(04)V99.
          05 BM-SALDO-FINAL   PIC S9(04)V99.
          05 BM-FIM-CICLO     PIC 9(06).
