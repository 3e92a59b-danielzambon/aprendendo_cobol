      *           REL-OCUPACAO MOSTRA A UTILIZACAO POR CLASSE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO BX-AREA-M2 (AREA DO MATERIAL GUARDADO, EM
      *                 M2, GRAVADA PELO CALC-AREA-DEPOSITO NA
      *                 ALOCACAO; ZERO = NAO MEDIDO), PARA O
      *                 REALOCA-BOX RECALCULAR A CLASSE NECESSARIA E
      *                 SUGERIR A MUDANCA PARA UM BOX MENOR.
      * 02/09/2026 DZ - NOVO BX-CLIENTE (DONO DO MATERIAL GUARDADO,
      *                 ZERO = MATERIAL PROPRIO), INFORMADO NA
      *                 ALOCACAO PELO CALC-AREA-DEPOSITO, PARA O
          05 BX-MATERIAL      PIC X(30).
          05 BX-DATA          PIC 9(08).
          05 BX-CLIENTE       PIC 9(06).
          05 BX-AREA-M2       PIC 9(03)V99.
