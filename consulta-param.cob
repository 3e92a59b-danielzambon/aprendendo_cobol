      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONSULTA AO MESTRE CENTRAL DE PARAMETROS (PARAMST) -
      *          SUBROTINA CHAMADA PELOS PROGRAMAS QUE LIAM OS
      *          ARQUIVOS SOLTOS DE CONFIGURACAO: DEVOLVE O VALOR EM
      *          VIGOR NA DATA PEDIDA (A DE MAIOR VIGENCIA ATE ELA).
      *          SEM DATA INFORMADA (ZEROS), VALE A DATA DO DIA DE
      *          MOVIMENTO ABERTO NO DATAMOV; SEM CONTROLE OU COM O
      *          DIA FECHADO, A DATA DA MAQUINA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * VG-OPERACAO 'C' DEVOLVE O VALOR DE UM ITEM DO GRUPO;
      * VG-OPERACAO 'P' DEVOLVE O PROXIMO ITEM DO GRUPO DEPOIS DE
      * VG-ITEM (ITEM EM BRANCO = PRIMEIRO) QUE TENHA VALOR EM VIGOR,
      * PARA OS PARAMETROS DE VARIAS LINHAS (ICMSCFG, ARMAZCFG, ...):
      * O CHAMADOR REPETE A CHAMADA ATE VG-RESULTADO 'N'. ITEM SO COM
      * VIGENCIAS FUTURAS E PULADO. VG-RESULTADO 'E' ENCONTRADO,
      * 'N' SEM VALOR EM VIGOR (OU FIM DO GRUPO), 'A' MESTRE AUSENTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-PARAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-MASTER ASSIGN TO 'PARAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PA-CHAVE
                  FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MASTER.
       COPY paramst.

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-PARAMETRO PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO PIC X(02) VALUE '00'.
       77 WRK-FIM-GRUPO-SW PIC X(01) VALUE 'N'.
         88 FIM-GRUPO          VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 VIGENCIA-ACHADA    VALUE 'S'.
       77 WRK-ITEM-ATUAL   PIC X(20) VALUE SPACES.
       COPY fstatus.

       LINKAGE SECTION.
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.
            88 VG-NAO-ENCONTRADO  VALUE 'N'.
            88 VG-MESTRE-AUSENTE  VALUE 'A'.

       PROCEDURE DIVISION USING VG-PARM.

       0001-PRINCIPAL.
             MOVE 'N'    TO VG-RESULTADO.
             MOVE SPACES TO VG-VALOR.
             MOVE ZEROS  TO VG-VIGENCIA.
             IF VG-DATA = ZEROS
                   PERFORM 0100-OBTER-DATA-MOVIMENTO
             END-IF.

             OPEN INPUT PARAMETRO-MASTER.
             MOVE WRK-FS-PARAMETRO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'A' TO VG-RESULTADO
                   GOBACK
             END-IF.

             EVALUATE VG-OPERACAO
                   WHEN 'C' PERFORM 1000-CONSULTAR-ITEM
                   WHEN 'P' PERFORM 2000-PROXIMO-ITEM
                   WHEN OTHER CONTINUE
             END-EVALUATE.

             CLOSE PARAMETRO-MASTER.
             GOBACK.

       0100-OBTER-DATA-MOVIMENTO.
             ACCEPT VG-DATA FROM DATE YYYYMMDD.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO VG-DATA
                   END-IF
                   CLOSE DATA-MOVIMENTO
             END-IF.

      *----------------------------------------------------------------
      * AS VIGENCIAS DE UM ITEM FICAM EM ORDEM CRESCENTE NA CHAVE: A
      * ULTIMA LIDA COM DATA ATE VG-DATA E A QUE ESTA EM VIGOR.
      *----------------------------------------------------------------
       1000-CONSULTAR-ITEM.
             MOVE 'N' TO WRK-FIM-GRUPO-SW.
             MOVE VG-GRUPO TO PA-GRUPO.
             MOVE VG-ITEM  TO PA-ITEM.
             MOVE ZEROS    TO PA-VIGENCIA.
             START PARAMETRO-MASTER KEY IS >= PA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-GRUPO-SW
             END-START.
             IF NOT FIM-GRUPO
                   PERFORM 2100-LER-PROXIMO
             END-IF.
             MOVE VG-ITEM TO WRK-ITEM-ATUAL.
             MOVE 'N' TO WRK-ACHOU-SW.
             PERFORM 2300-VIGENCIA-DO-ITEM
                   UNTIL FIM-GRUPO OR PA-ITEM NOT = WRK-ITEM-ATUAL.
             IF VIGENCIA-ACHADA
                   MOVE 'E' TO VG-RESULTADO
             END-IF.

       2000-PROXIMO-ITEM.
             MOVE 'N' TO WRK-FIM-GRUPO-SW.
             MOVE VG-GRUPO TO PA-GRUPO.
             MOVE VG-ITEM  TO PA-ITEM.
             MOVE 99999999 TO PA-VIGENCIA.
             START PARAMETRO-MASTER KEY IS > PA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-GRUPO-SW
             END-START.
             IF NOT FIM-GRUPO
                   PERFORM 2100-LER-PROXIMO
             END-IF.
             PERFORM 2200-AVALIAR-ITEM
                   UNTIL FIM-GRUPO OR VG-ENCONTRADO.

       2100-LER-PROXIMO.
             READ PARAMETRO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-GRUPO-SW
             END-READ.
             IF NOT FIM-GRUPO AND PA-GRUPO NOT = VG-GRUPO
                   MOVE 'S' TO WRK-FIM-GRUPO-SW
             END-IF.

       2200-AVALIAR-ITEM.
             MOVE PA-ITEM TO WRK-ITEM-ATUAL.
             MOVE 'N' TO WRK-ACHOU-SW.
             PERFORM 2300-VIGENCIA-DO-ITEM
                   UNTIL FIM-GRUPO OR PA-ITEM NOT = WRK-ITEM-ATUAL.
             IF VIGENCIA-ACHADA
                   MOVE 'E' TO VG-RESULTADO
                   MOVE WRK-ITEM-ATUAL TO VG-ITEM
             END-IF.

       2300-VIGENCIA-DO-ITEM.
             IF PA-VIGENCIA <= VG-DATA
                   MOVE 'S'         TO WRK-ACHOU-SW
                   MOVE PA-VALOR    TO VG-VALOR
                   MOVE PA-VIGENCIA TO VG-VIGENCIA
             END-IF.
             PERFORM 2100-LER-PROXIMO.

       END PROGRAM CONSULTA-PARAM.
