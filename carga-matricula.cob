      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CARENCIA POR TURMA LIDA DO GRUPO MENSALCFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 02/09/2026 DZ - BLOQUEIO DE REMATRICULA POR INADIMPLENCIA: A
      *                 INCLUSAO PASSA A VARRER O CONTAS-RECEBER
      *                 (TITULOS) PROCURANDO TITULO EM ABERTO DO
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULAS-ENTRADA.
       FD  CONTAS-RECEBER.
       COPY titulo.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-QT-ESPERA  PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-FS-TITULOS PIC X(02) VALUE '00'.
       77 WRK-SEM-TIT-SW PIC X(01) VALUE 'N'.
         88 SEM-TITULOS       VALUE 'S'.
       77 WRK-EOF-MEN-SW PIC X(01) VALUE 'N'.
             10 TCA-TURMA      PIC X(03).
             10 TCA-CARENCIA   PIC 9(03).
       77 WRK-QT-CARENCIAS PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO MENSALCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  MENSALIDADE-CONFIG-REC.
           05 MC-TURMA         PIC X(03).
           05 MC-VALOR         PIC 9(06)V99.
           05 MC-DIA-VENC      PIC 9(02).
           05 MC-DESC-PONTUAL  PIC 9(02)V99.
           05 MC-CARENCIA      PIC 9(03).
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
             END-IF.

      *----------------------------------------------------------------
      * A CARENCIA POR TURMA VEM DO GRUPO MENSALCFG DO PARAMST; SEM
      * VIGENCIA A TABELA FICA VAZIA E O BLOQUEIO DE INADIMPLENCIA NAO
      * SE APLICA.
      *----------------------------------------------------------------
       1200-CARREGAR-CARENCIAS.
             MOVE ZEROS TO WRK-QT-CARENCIAS.
             MOVE 'N' TO WRK-EOF-MEN-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1210-LER-CARENCIA.
             PERFORM 1220-GUARDAR-CARENCIA UNTIL FIM-MENSALCFG.

       1210-LER-CARENCIA.
             MOVE 'P' TO VG-OPERACAO.
             MOVE 'MENSALCFG' TO VG-GRUPO.
             MOVE ZEROS TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO MENSALIDADE-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-MEN-SW
             END-IF.

       1220-GUARDAR-CARENCIA.
             IF WRK-QT-CARENCIAS < 50
