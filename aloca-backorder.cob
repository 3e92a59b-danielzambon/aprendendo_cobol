      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ALOCACAO DA FILA DE BACKORDER - SUBROTINA CHAMADA
      *          QUANDO ENTRA ESTOQUE NUM PRODUTO/FILIAL (ENTRADA E
      *          AJUSTE NO MOVTO-ESTOQUE, RECEBIMENTO DE
      *          TRANSFERENCIA NO TRANSFERE-ESTOQUE). O CHAMADOR
      *          INFORMA O DISPONIVEL (SALDO MENOS RESERVADO) E A
      *          FILA DO PRODUTO/FILIAL E PERCORRIDA EM ORDEM DE DATA
      *          DO PEDIDO: CADA PEDIDO AGUARDANDO, ATE ESGOTAR O
      *          DISPONIVEL, PASSA PARA LIBERADO ('L', COM A DATA) E
      *          GANHA PR-RESERVA 'R' NO PEDIDO-REGISTRO (COM A
      *          IMAGEM NO JORNAL DE MUDANCAS). A QUANTIDADE ALOCADA
      *          VOLTA PARA O CHAMADOR SOMAR EM ES-RESERVADO NO
      *          REGISTRO DE SALDO QUE ELE JA TEM ABERTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PEDIDO DA FILA QUE NAO EXISTE MAIS NO PEDIDO-REGISTRO, OU
      * QUE JA NAO ESTA EM BACKORDER, E LIBERADO SEM CONSUMIR
      * DISPONIVEL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCA-BACKORDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILA ASSIGN TO 'BACKORD'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-CHAVE
                  FILE STATUS IS WRK-FS-BACKORD.

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILA.
       COPY backord.

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       WORKING-STORAGE SECTION.

       77 WRK-FS-BACKORD  PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW      PIC X(01) VALUE 'N'.
         88 FIM-FILA           VALUE 'S'.
       77 WRK-PEDIDO-SW   PIC X(01) VALUE 'N'.
         88 PEDIDO-AGUARDA     VALUE 'S'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       LINKAGE SECTION.
       01 AB-PARM.
          05 AB-CODIGO        PIC 9(06).
          05 AB-FILIAL        PIC 9(02).
          05 AB-DISPONIVEL    PIC S9(08).
          05 AB-ALOCADOS      PIC 9(05).

       PROCEDURE DIVISION USING AB-PARM.

       0001-PRINCIPAL.
             MOVE ZEROS TO AB-ALOCADOS.
             MOVE 'N' TO WRK-EOF-SW.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             IF AB-DISPONIVEL < 1
                   GOBACK
             END-IF.

             OPEN I-O BACKORDER-FILA.
             MOVE WRK-FS-BACKORD TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   GOBACK
             END-IF.
             OPEN I-O PEDIDO-REGISTRO.
             MOVE WRK-FS-REGISTRO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   CLOSE BACKORDER-FILA
                   GOBACK
             END-IF.

             MOVE AB-CODIGO TO BO-CODIGO.
             MOVE AB-FILIAL TO BO-FILIAL.
             MOVE ZEROS     TO BO-DATA-PEDIDO.
             MOVE ZEROS     TO BO-NUMERO.
             START BACKORDER-FILA KEY IS >= BO-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 1000-LER-FILA.
             PERFORM 2000-ALOCAR-PEDIDO UNTIL FIM-FILA.

             CLOSE BACKORDER-FILA.
             CLOSE PEDIDO-REGISTRO.
             GOBACK.

       1000-LER-FILA.
             IF NOT FIM-FILA
                   READ BACKORDER-FILA NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             IF NOT FIM-FILA
                   IF BO-CODIGO NOT = AB-CODIGO
                      OR BO-FILIAL NOT = AB-FILIAL
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.
             IF NOT FIM-FILA
                   AND AB-ALOCADOS >= AB-DISPONIVEL
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       2000-ALOCAR-PEDIDO.
             IF BO-AGUARDANDO
                   PERFORM 2100-RESERVAR-PEDIDO
                   MOVE 'L' TO BO-STATUS
                   MOVE WRK-DATA-HOJE TO BO-DATA-LIBERACAO
                   REWRITE BACKORDER-REC
             END-IF.
             PERFORM 1000-LER-FILA.

       2100-RESERVAR-PEDIDO.
             MOVE 'N' TO WRK-PEDIDO-SW.
             MOVE BO-NUMERO TO PR-NUMERO.
             READ PEDIDO-REGISTRO
                   INVALID KEY
                         MOVE 'N' TO WRK-PEDIDO-SW
                   NOT INVALID KEY
                         IF PR-EM-BACKORDER
                               MOVE 'S' TO WRK-PEDIDO-SW
                         END-IF
             END-READ.
             IF PEDIDO-AGUARDA
                   MOVE PEDIDO-REGISTRO-REC TO JP-ANTES
                   MOVE 'R' TO PR-RESERVA
                   REWRITE PEDIDO-REGISTRO-REC
                   ADD 1 TO AB-ALOCADOS
                   MOVE 'A' TO JP-OPERACAO
                   MOVE PEDIDO-REGISTRO-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'PEDREG' TO JP-ARQUIVO.
             MOVE 'ALOCA-BACKORDER' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       END PROGRAM ALOCA-BACKORDER.
