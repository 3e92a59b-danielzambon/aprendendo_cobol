      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LAYOUT DO TRANSFER ACOMPANHA O LOTE DO DOCUMENTO
      *                 (TR-LOTE, TR-DATA-FABRIC, TR-DATA-VALIDADE, TR-
      *                 QTDE-LOTE).
      * 15/10/2026 DZ - FD DO TRANSFER-MASTER ACOMPANHA O NOVO CUSTO
      *                 UNITARIO DO DOCUMENTO (TR-CUSTO-UNIT).
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TR-FRETE         PIC 9(06)V99.
           05 TR-UF-DESTINO    PIC X(02).
           05 TR-BOX-DESTINO   PIC 9(04).
           05 TR-CUSTO-UNIT    PIC 9(07)V9(04).
           05 TR-LOTE          PIC X(12).
           05 TR-DATA-FABRIC   PIC 9(08).
           05 TR-DATA-VALIDADE PIC 9(08).
           05 TR-QTDE-LOTE     PIC 9(05).

       FD  REL-TRANSF.
       01  REL-TRANSF-LINHA    PIC X(80).
