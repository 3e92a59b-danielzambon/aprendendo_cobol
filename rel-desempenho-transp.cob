      * ATRASO (TAMANHO DAS TABELAS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O RELATORIO PASSA A IMPRIMIR O NOME DA
      *                 TRANSPORTADORA (MESTRE DE TRANSPORTADORAS, VIA
      *                 CONSULTA-TRANSP) NO LUGAR DO CODIGO.
      * 02/09/2026 DZ - LINHAS DO FRETE-AUDIT SEM DATA PROMETIDA
      *                 (FA-DATA-PROMETIDA ZERADA, COMO AS GRAVADAS
      *                 PELO FRETE-CONSOLIDA E PELO PROC-DEVOLUCAO) E
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-DETALHE.
           05 LD-TRANSP       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MES          PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NO-PRAZO     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MEDIA        PIC ZZZZ9,99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-UF.
           05 LU-TRANSP       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-UF           PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LU-QT-ATRASO    PIC ZZZZ9.
           05 FILLER          PIC X(09) VALUE ' ATRASOS '.
           05 FILLER          PIC X(32) VALUE SPACES.

       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).

       COPY fstatus.
       COPY rpthdr.
             WRITE REL-DESEMP-LINHA FROM RPT-RODAPE-PADRAO.

       5100-IMPRIMIR-LINHA.
             MOVE TD-TRANSP(IX-TD)    TO CT-CODIGO.
             MOVE WRK-DATA-HOJE       TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME             TO LD-TRANSP.
             MOVE TD-MES(IX-TD)       TO LD-MES.
             MOVE TD-EMBARQUES(IX-TD) TO LD-EMBARQUES.
             MOVE TD-ENTREGUES(IX-TD) TO LD-ENTREGUES.
             SET IX-TD UP BY 1.

       5200-IMPRIMIR-UF.
             MOVE TU-TRANSP(IX-TU)    TO CT-CODIGO.
             MOVE WRK-DATA-HOJE       TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME             TO LU-TRANSP.
             MOVE TU-UF(IX-TU)        TO LU-UF.
             MOVE TU-QT-ATRASO(IX-TU) TO LU-QT-ATRASO.
             WRITE REL-DESEMP-LINHA FROM LINHA-UF.
             WRITE REL-DESEMP-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-DESEMP-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'TRANSPORTADORA                 MES    EMBAR ENTRG PRA
      -    'ZO MED.ATRASO'
                  TO REL-DESEMP-LINHA.
             WRITE REL-DESEMP-LINHA.
             MOVE ALL '-' TO REL-DESEMP-LINHA.
