      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RESERVA DE ESTOQUE PARA PEDIDO COTADO - SUBROTINA
      *          CHAMADA QUANDO O PEDIDO CHEGA AO STATUS COTADO
      *          (REL-FRETE-LOTE NA COTACAO, ATUALIZA-PEDIDO NA
      *          TROCA MANUAL DE STATUS): QUANDO O DISPONIVEL DO
      *          ESTOQUE-MASTER (ES-SALDO MENOS ES-RESERVADO) DO
      *          PRODUTO NA FILIAL DO PEDIDO COBRE A UNIDADE, ELA E
      *          RESERVADA (ES-RESERVADO + 1); SENAO O PEDIDO ENTRA
      *          NA FILA DE BACKORDER (BACKORD) NA ORDEM DA DATA DO
      *          PEDIDO. O CHAMADOR GRAVA O RESULTADO EM PR-RESERVA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A RESERVA E CONSUMIDA NO FATURA-PEDIDO, JUNTO COM A BAIXA DO
      * SALDO. PRODUTO SEM SALDO CADASTRADO NA FILIAL (ESTOQUE AINDA
      * NAO IMPLANTADO, QUE O FATURA-PEDIDO FATURA SEM CONFERENCIA)
      * NAO RESERVA NEM ENTRA NA FILA: VOLTA EM BRANCO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA-ESTOQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-CHAVE
                  FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT BACKORDER-FILA ASSIGN TO 'BACKORD'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-CHAVE
                  FILE STATUS IS WRK-FS-BACKORD.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MASTER.
       COPY estoqmst.

       FD  BACKORDER-FILA.
       COPY backord.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ESTOQUE PIC X(02) VALUE '00'.
       77 WRK-FS-BACKORD PIC X(02) VALUE '00'.
       77 WRK-DISPONIVEL PIC S9(08) VALUE ZEROS.
       COPY fstatus.

       LINKAGE SECTION.
       01 RE-PARM.
          05 RE-NUMERO        PIC 9(06).
          05 RE-DATA-PEDIDO   PIC 9(08).
          05 RE-CODIGO        PIC 9(06).
          05 RE-FILIAL        PIC 9(02).
          05 RE-CLIENTE       PIC 9(06).
          05 RE-DATA          PIC 9(08).
          05 RE-RESULTADO     PIC X(01).
             88 RE-RESERVADO       VALUE 'R'.
             88 RE-BACKORDER       VALUE 'B'.
             88 RE-SEM-CONTROLE    VALUE ' '.

       PROCEDURE DIVISION USING RE-PARM.

       0001-PRINCIPAL.
             MOVE SPACES TO RE-RESULTADO.

             OPEN I-O ESTOQUE-MASTER.
             MOVE WRK-FS-ESTOQUE TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1000-RESERVAR-UNIDADE
                   CLOSE ESTOQUE-MASTER
             END-IF.

             IF RE-BACKORDER
                   PERFORM 2000-ENFILEIRAR-PEDIDO
             END-IF.
             GOBACK.

       1000-RESERVAR-UNIDADE.
             MOVE RE-CODIGO TO ES-CODIGO.
             MOVE RE-FILIAL TO ES-FILIAL.
             READ ESTOQUE-MASTER
                   INVALID KEY
                         MOVE SPACES TO RE-RESULTADO
                   NOT INVALID KEY
                         COMPUTE WRK-DISPONIVEL =
                               ES-SALDO - ES-RESERVADO
                         IF WRK-DISPONIVEL >= 1
                               ADD 1 TO ES-RESERVADO
                               REWRITE ESTOQUE-MASTER-REC
                               MOVE 'R' TO RE-RESULTADO
                         ELSE
                               MOVE 'B' TO RE-RESULTADO
                         END-IF
             END-READ.

      *----------------------------------------------------------------
      * PEDIDO JA NA FILA (RECOTACAO DO MESMO PEDIDO) MANTEM A
      * POSICAO ORIGINAL.
      *----------------------------------------------------------------
       2000-ENFILEIRAR-PEDIDO.
             OPEN I-O BACKORDER-FILA.
             MOVE WRK-FS-BACKORD TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE BACKORDER-FILA
                   OPEN OUTPUT BACKORDER-FILA
                   CLOSE BACKORDER-FILA
                   OPEN I-O BACKORDER-FILA
             END-IF.
             MOVE RE-CODIGO      TO BO-CODIGO.
             MOVE RE-FILIAL      TO BO-FILIAL.
             MOVE RE-DATA-PEDIDO TO BO-DATA-PEDIDO.
             MOVE RE-NUMERO      TO BO-NUMERO.
             MOVE RE-CLIENTE     TO BO-CLIENTE.
             MOVE RE-DATA        TO BO-DATA-FILA.
             MOVE 'A'            TO BO-STATUS.
             MOVE ZEROS          TO BO-DATA-LIBERACAO.
             WRITE BACKORDER-REC
                   INVALID KEY CONTINUE
             END-WRITE.
             CLOSE BACKORDER-FILA.

       END PROGRAM RESERVA-ESTOQUE.
