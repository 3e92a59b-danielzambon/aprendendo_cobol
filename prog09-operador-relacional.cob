      *                 MATERIAL (0 = PROPRIO), GRAVADO EM BX-CLIENTE
      *                 E ZERADO NA LIBERACAO, PARA O FATURA-ARMAZENA-
      *                 GEM COBRAR OS BOX-DIAS DE TERCEIROS.
      * 15/10/2026 DZ - AS FAIXAS DE AREA P/M/G PASSAM PARA O COPYBOOK
      *                 FAIXABOX, COMPARTILHADO COM O REALOCA-BOX, E A
      *                 AREA CALCULADA E GRAVADA NO BOX ALOCADO
      *                 (BX-AREA-M2), ZERADA NA LIBERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-AREA-DEPOSITO.
       77 COMPRIMENTO   PIC 9(03)V99 VALUE ZEROS.
       77 VAR-AREA          PIC 9(03)V99 VALUE ZEROS.

       COPY faixabox.
       77 WRK-BOX-ALOCADO   PIC X(30) VALUE SPACES.

       77 WRK-UNIDADE       PIC X(02) VALUE 'M '.
                       MOVE WRK-MATERIAL TO BX-MATERIAL
                       ACCEPT BX-DATA FROM DATE YYYYMMDD
                       MOVE WRK-CLIENTE-DONO TO BX-CLIENTE
                       MOVE VAR-AREA TO BX-AREA-M2
                       REWRITE BOX-MASTER-REC
                       DISPLAY 'MATERIAL ARMAZENADO NO BOX '
                               BX-NUMERO
                             MOVE SPACES TO BX-MATERIAL
                             MOVE ZEROS TO BX-DATA
                             MOVE ZEROS TO BX-CLIENTE
                             MOVE ZEROS TO BX-AREA-M2
                             REWRITE BOX-MASTER-REC
                       END-IF
                 END-IF
