      * AVISO E SEM ETIQUETA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A ETIQUETA PASSA A IMPRIMIR O NOME DA
      *                 TRANSPORTADORA (MESTRE DE TRANSPORTADORAS, VIA
      *                 CONSULTA-TRANSP) NO LUGAR DO CODIGO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER          PIC X(09) VALUE ' VOLUMES '.
           05 LE-VOLUMES      PIC 9(03).
           05 FILLER          PIC X(08) VALUE ' TRANSP '.
           05 LE-TRANSP       PIC X(30).
           05 FILLER          PIC X(17) VALUE SPACES.

       01  LINHA-ALERTA.
           05 FILLER          PIC X(40)
           05 FILLER          PIC X(04) VALUE ' ***'.
           05 FILLER          PIC X(36) VALUE SPACES.

       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).
       COPY fstatus.
       COPY rpthdr.
       COPY cepfaixa.
             MOVE PR-NUMERO   TO LE-PEDIDO.
             MOVE 1           TO LE-VOLUMES.
             IF PR-TRANSP = SPACES
                   MOVE 'PAD' TO CT-CODIGO
             ELSE
                   MOVE PR-TRANSP TO CT-CODIGO
             END-IF.
             MOVE WRK-DATA-EXPED TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             MOVE CT-NOME TO LE-TRANSP.
             WRITE REL-ETIQ-LINHA FROM LINHA-PEDIDO.
             IF NOT CEP-CONFERE
                   WRITE REL-ETIQ-LINHA FROM LINHA-ALERTA
