      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - LAYOUT DO VENDAS-SUSP ACOMPANHA O NOVO CAMPO
      *                 SU-ORIGINADOR GRAVADO PELO REG-VENDAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-SUSPENSE.
           05 SU-DATA          PIC 9(08).
           05 SU-MOTIVO        PIC X(30).
           05 SU-PARCELAS      PIC 9(02).
           05 SU-ORIGINADOR    PIC X(10).

       FD  REL-SUSP.
       01  REL-SUSP-LINHA      PIC X(80).
