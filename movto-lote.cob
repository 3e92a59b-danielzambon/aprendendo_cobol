      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: MOVIMENTO DE ESTOQUE POR LOTE - SUBROTINA CHAMADA
      *          JUNTO COM O LANCAMENTO NO SALDO DO ESTOQUE-MASTER
      *          (MOVTO-ESTOQUE, FATURA-PEDIDO, TRANSFERE-ESTOQUE).
      *          NA ENTRADA ('E') CREDITA A QUANTIDADE NO LOTE
      *          INFORMADO, CRIANDO O LOTE COM AS DATAS DE FABRICACAO
      *          E VALIDADE; NA SAIDA ('S') CONSOME OS LOTES DO
      *          PRODUTO/FILIAL EM ORDEM DE VALIDADE (FEFO: PRIMEIRO
      *          O QUE VENCE PRIMEIRO) E DEVOLVE A QUANTIDADE TIRADA
      *          DE LOTES E O PRIMEIRO LOTE CONSUMIDO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ENTRADA SEM LOTE NAO PASSA POR AQUI (FICA NO SALDO SEM LOTE).
      * NA SAIDA COM ML-SO-VALIDOS = 'S' (VENDA) O LOTE VENCIDO ATE A
      * DATA DO MOVIMENTO NAO E CONSUMIDO; A PARTE DA QUANTIDADE QUE
      * OS LOTES NAO COBREM SAI DO SALDO SEM LOTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVTO-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-LOTE ASSIGN TO 'ESTOQLOT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EL-CHAVE
                  FILE STATUS IS WRK-FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-LOTE.
       COPY estoqlot.

       WORKING-STORAGE SECTION.

       77 WRK-FS-LOTE      PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LOTES           VALUE 'S'.
       77 WRK-RESTANTE     PIC 9(05) VALUE ZEROS.
       77 WRK-CONSUMO      PIC 9(05) VALUE ZEROS.
       COPY fstatus.

       LINKAGE SECTION.
       01 ML-PARM.
          05 ML-OPERACAO      PIC X(01).
             88 ML-ENTRADA         VALUE 'E'.
             88 ML-SAIDA           VALUE 'S'.
          05 ML-CODIGO        PIC 9(06).
          05 ML-FILIAL        PIC 9(02).
          05 ML-QTDE          PIC 9(05).
          05 ML-DATA          PIC 9(08).
          05 ML-LOTE          PIC X(12).
          05 ML-DATA-FABRIC   PIC 9(08).
          05 ML-DATA-VALIDADE PIC 9(08).
          05 ML-SO-VALIDOS    PIC X(01).
             88 ML-IGNORAR-VENCIDOS VALUE 'S'.
          05 ML-QT-LOTE       PIC 9(05).

       PROCEDURE DIVISION USING ML-PARM.

       0001-PRINCIPAL.
             MOVE ZEROS TO ML-QT-LOTE.
             IF ML-SAIDA
                   MOVE SPACES TO ML-LOTE
                   MOVE ZEROS TO ML-DATA-FABRIC
                   MOVE ZEROS TO ML-DATA-VALIDADE
             END-IF.
             IF ML-QTDE = ZEROS
                   GOBACK
             END-IF.
             IF ML-ENTRADA AND ML-LOTE = SPACES
                   GOBACK
             END-IF.

             OPEN I-O ESTOQUE-LOTE.
             MOVE WRK-FS-LOTE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   IF ML-SAIDA
                         GOBACK
                   END-IF
                   CLOSE ESTOQUE-LOTE
                   OPEN OUTPUT ESTOQUE-LOTE
                   CLOSE ESTOQUE-LOTE
                   OPEN I-O ESTOQUE-LOTE
             END-IF.

             IF ML-ENTRADA
                   PERFORM 1000-CREDITAR-LOTE
             ELSE
                   PERFORM 2000-CONSUMIR-FEFO
             END-IF.
             CLOSE ESTOQUE-LOTE.
             GOBACK.

      *----------------------------------------------------------------
      * O MESMO LOTE QUE CHEGA DE NOVO (OUTRA NOTA, OUTRA
      * TRANSFERENCIA) SOMA NO REGISTRO QUE JA EXISTE.
      *----------------------------------------------------------------
       1000-CREDITAR-LOTE.
             MOVE ML-CODIGO TO EL-CODIGO.
             MOVE ML-FILIAL TO EL-FILIAL.
             MOVE ML-LOTE   TO EL-LOTE.
             IF ML-DATA-VALIDADE IS NUMERIC
                AND ML-DATA-VALIDADE > ZEROS
                   MOVE ML-DATA-VALIDADE TO EL-DATA-VALIDADE
             ELSE
                   MOVE 99999999 TO EL-DATA-VALIDADE
             END-IF.
             READ ESTOQUE-LOTE
                   INVALID KEY
                         IF ML-DATA-FABRIC IS NUMERIC
                               MOVE ML-DATA-FABRIC TO EL-DATA-FABRIC
                         ELSE
                               MOVE ZEROS TO EL-DATA-FABRIC
                         END-IF
                         MOVE ML-DATA TO EL-DATA-ENTRADA
                         MOVE ML-QTDE TO EL-SALDO
                         MOVE ML-DATA TO EL-DATA-ULT-MOV
                         WRITE ESTOQUE-LOTE-REC
                   NOT INVALID KEY
                         ADD ML-QTDE TO EL-SALDO
                         MOVE ML-DATA TO EL-DATA-ULT-MOV
                         REWRITE ESTOQUE-LOTE-REC
             END-READ.
             MOVE ML-QTDE TO ML-QT-LOTE.

       2000-CONSUMIR-FEFO.
             MOVE ML-QTDE TO WRK-RESTANTE.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ML-CODIGO TO EL-CODIGO.
             MOVE ML-FILIAL TO EL-FILIAL.
             MOVE ZEROS TO EL-DATA-VALIDADE.
             MOVE LOW-VALUES TO EL-LOTE.
             START ESTOQUE-LOTE KEY IS >= EL-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 2100-LER-LOTE.
             PERFORM 2200-CONSUMIR-LOTE UNTIL FIM-LOTES.

       2100-LER-LOTE.
             IF NOT FIM-LOTES
                   READ ESTOQUE-LOTE NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             IF NOT FIM-LOTES
                   IF EL-CODIGO NOT = ML-CODIGO
                      OR EL-FILIAL NOT = ML-FILIAL
                      OR WRK-RESTANTE = ZEROS
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.

       2200-CONSUMIR-LOTE.
             IF EL-SALDO > ZEROS
                AND (NOT ML-IGNORAR-VENCIDOS
                     OR EL-DATA-VALIDADE >= ML-DATA)
                   IF EL-SALDO < WRK-RESTANTE
                         MOVE EL-SALDO TO WRK-CONSUMO
                   ELSE
                         MOVE WRK-RESTANTE TO WRK-CONSUMO
                   END-IF
                   SUBTRACT WRK-CONSUMO FROM EL-SALDO
                   SUBTRACT WRK-CONSUMO FROM WRK-RESTANTE
                   ADD WRK-CONSUMO TO ML-QT-LOTE
                   MOVE ML-DATA TO EL-DATA-ULT-MOV
                   REWRITE ESTOQUE-LOTE-REC
                   IF ML-LOTE = SPACES
                         MOVE EL-LOTE          TO ML-LOTE
                         MOVE EL-DATA-FABRIC   TO ML-DATA-FABRIC
                         MOVE EL-DATA-VALIDADE TO ML-DATA-VALIDADE
                   END-IF
             END-IF.
             PERFORM 2100-LER-LOTE.

       END PROGRAM MOVTO-LOTE.
