      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SUBROTINA DE SERVICO -- CALCULO DE PIS E COFINS SOBRE
      *          UMA BASE DE RECEITA, PELAS ALIQUOTAS DO REGIME VIGENTE
      *          NO PARAMETRO PISCFG. CHAMADA POR CALL PELO
      *          CONTAB-DIARIO (VENDAS), FATURA-ARMAZENAGEM E
      *          FATURA-MENSALIDADE, PARA QUE TODA RECEITA SEJA
      *          TRIBUTADA PELA MESMA REGRA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O PARAMETRO E LIDO UMA VEZ, NA PRIMEIRA CHAMADA; AS SEGUINTES
      * REAPROVEITAM AS ALIQUOTAS GUARDADAS. SEM PISCFG (OU SEM LINHA
      * VIGENTE) OS TRIBUTOS VOLTAM ZERADOS COM PS-SEM-PARAMETRO, E O
      * AVISO SAI UMA UNICA VEZ NO CONSOLE.
      * PS-REGIME E AS ALIQUOTAS VOLTAM PREENCHIDOS PARA O CHAMADOR
      * GRAVAR NO LEDGER E O REL-PISCOFINS SABER SE HA CREDITO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-PISCOFINS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIS-CONFIG ASSIGN TO 'PISCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD  PIS-CONFIG.
       COPY piscfg.

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-CARGA-SW     PIC X(01) VALUE 'N'.
         88 PARAMETRO-CARREGADO VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 REGIME-ACHADO       VALUE 'S'.

       77 WRK-REGIME       PIC X(01) VALUE SPACES.
       77 WRK-ALIQ-PIS     PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-ALIQ-COFINS  PIC 9(01)V9(04) VALUE ZEROS.
       COPY fstatus.

       LINKAGE SECTION.
       01 PS-PARM.
          05 PS-BASE            PIC 9(10)V99.
          05 PS-PIS             PIC 9(08)V99.
          05 PS-COFINS          PIC 9(08)V99.
          05 PS-REGIME          PIC X(01).
          05 PS-ALIQ-PIS        PIC 9(01)V9(04).
          05 PS-ALIQ-COFINS     PIC 9(01)V9(04).
          05 PS-RETORNO         PIC X(01).
             88 PS-OK              VALUE '0'.
             88 PS-SEM-PARAMETRO   VALUE '1'.

       PROCEDURE DIVISION USING PS-PARM.
       0000-MAINLINE.

           IF NOT PARAMETRO-CARREGADO
               PERFORM 0100-CARREGAR-PARAMETRO
           END-IF.

           MOVE ZEROS TO PS-PIS.
           MOVE ZEROS TO PS-COFINS.
           MOVE WRK-REGIME      TO PS-REGIME.
           MOVE WRK-ALIQ-PIS    TO PS-ALIQ-PIS.
           MOVE WRK-ALIQ-COFINS TO PS-ALIQ-COFINS.
           IF REGIME-ACHADO
               MOVE '0' TO PS-RETORNO
               COMPUTE PS-PIS ROUNDED =
                       PS-BASE * WRK-ALIQ-PIS / 100
               COMPUTE PS-COFINS ROUNDED =
                       PS-BASE * WRK-ALIQ-COFINS / 100
           ELSE
               MOVE '1' TO PS-RETORNO
           END-IF.

           GOBACK.

      ******************************************************************
      * LE O PISCFG E GUARDA O REGIME MARCADO COMO VIGENTE. SE HOUVER
      * MAIS DE UMA LINHA VIGENTE, VALE A PRIMEIRA.
      ******************************************************************
       0100-CARREGAR-PARAMETRO.
           MOVE 'S' TO WRK-CARGA-SW.
           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE 'N' TO WRK-EOF-CFG-SW.
           OPEN INPUT PIS-CONFIG.
           MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
           IF FS-OK
               PERFORM 0110-LER-PARAMETRO
               PERFORM 0120-EXAMINAR-PARAMETRO
                   UNTIL FIM-CONFIG OR REGIME-ACHADO
               CLOSE PIS-CONFIG
           END-IF.
           IF NOT REGIME-ACHADO
               DISPLAY 'PARAMETRO PISCFG AUSENTE OU SEM REGIME '
                       'VIGENTE, PIS/COFINS NAO CALCULADOS'
           END-IF.

       0110-LER-PARAMETRO.
           READ PIS-CONFIG
               AT END MOVE 'S' TO WRK-EOF-CFG-SW
           END-READ.

       0120-EXAMINAR-PARAMETRO.
           IF RG-E-VIGENTE
               AND (RG-CUMULATIVO OR RG-NAO-CUMULATIVO)
               MOVE 'S' TO WRK-ACHOU-SW
               MOVE RG-REGIME      TO WRK-REGIME
               MOVE RG-ALIQ-PIS    TO WRK-ALIQ-PIS
               MOVE RG-ALIQ-COFINS TO WRK-ALIQ-COFINS
           ELSE
               PERFORM 0110-LER-PARAMETRO
           END-IF.

       END PROGRAM CALC-PISCOFINS.
