      *-----------------------------------------------------------------
      * PRODUTO INEXISTENTE NO PRODUTO-MASTER E REJEITADO; SAIDA QUE
      * DEIXARIA O SALDO NEGATIVO E LANCADA COM AVISO NO CONSOLE (A
      * DIVERGENCIA FISICA SE ACERTA NO INVENTARIO). A ENTRADA QUE
      * TRAZ CUSTO UNITARIO (MV-CUSTO-UNIT, GRAVADO PELO RECEBE-COMPRA
      * COM O VALOR DA NOTA) RECALCULA O CUSTO MEDIO PONDERADO DO
      * SALDO; ENTRADA SEM CUSTO, SAIDA E AJUSTE MEXEM SO NA
      * QUANTIDADE E MANTEM O CUSTO MEDIO. O MOVIMENTO PODE TRAZER
      * LOTE, FABRICACAO E VALIDADE (MV-LOTE...), QUE O MOVTO-LOTE
      * LANCA NO SALDO POR LOTE (ESTOQLOT) JUNTO COM O SALDO TOTAL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FICA FORA DO CTRL-EXECUCAO E DO
      *                 ESTORNA-EXECUCAO DE PROPOSITO: CADA MOVIMENTO
      *                 MEXE TAMBEM NO SALDO POR LOTE (ESTOQLOT, PELO
      *                 MOVTO-LOTE) E NA FILA DE BACKORDER E NOS
      *                 PEDIDOS LIBERADOS (BACKORD E PEDREG, PELO
      *                 ALOCA-BACKORDER), QUE NAO PASSAM PELO JORNAL;
      *                 VOLTAR SO A IMAGEM DO ESTOQMST DESCASARIA O
      *                 SALDO TOTAL DOS LOTES E DAS RESERVAS. MOVIMENTO
      *                 ERRADO SE CORRIGE COM O MOVIMENTO CONTRARIO OU
      *                 COM AJUSTE NO ESTOQTRA.
      * 15/10/2026 DZ - CONTROLE DE LOTE E VALIDADE: MOVIMENTO GANHA MV-
      *                 LOTE, MV-DATA-FABRIC E MV-DATA-VALIDADE; ENTRADA
      *                 CREDITA O LOTE, SAIDA E FALTA DE AJUSTE CONSOMEM
      *                 OS LOTES EM ORDEM DE VALIDADE (FEFO) PELO MOVTO-
      *                 LOTE.
      * 15/10/2026 DZ - RESERVA DE ESTOQUE: ENTRADA E AJUSTE QUE DEIXAM
      *                 DISPONIVEL (SALDO MENOS ES-RESERVADO) CHAMAM O
      *                 ALOCA-BACKORDER, QUE LIBERA OS PEDIDOS DA FILA
      *                 DE BACKORDER DO PRODUTO/FILIAL EM ORDEM DE DATA;
      *                 O ALOCADO ENTRA EM ES-RESERVADO.
      * 15/10/2026 DZ - CUSTO MEDIO PONDERADO POR PRODUTO/FILIAL: A
      *                 ENTRADA COM CUSTO UNITARIO RECALCULA O
      *                 ES-CUSTO-MEDIO ANTES DE SOMAR A QUANTIDADE.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 MV-FILIAL        PIC 9(02).
           05 MV-QTDE          PIC 9(05).
           05 MV-DATA          PIC 9(08).
           05 MV-CUSTO-UNIT    PIC 9(06)V99.
           05 MV-LOTE          PIC X(12).
           05 MV-DATA-FABRIC   PIC 9(08).
           05 MV-DATA-VALIDADE PIC 9(08).

       FD  ESTOQUE-MASTER.
       COPY estoqmst.
       77 WRK-QT-LANCADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NEGATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CUSTEADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIBERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LOTES     PIC 9(05) VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(08) VALUE ZEROS.
       01 AB-PARM.
          05 AB-CODIGO        PIC 9(06).
          05 AB-FILIAL        PIC 9(02).
          05 AB-DISPONIVEL    PIC S9(08).
          05 AB-ALOCADOS      PIC 9(05).
       01 ML-PARM.
          05 ML-OPERACAO      PIC X(01).
          05 ML-CODIGO        PIC 9(06).
          05 ML-FILIAL        PIC 9(02).
          05 ML-QTDE          PIC 9(05).
          05 ML-DATA          PIC 9(08).
          05 ML-LOTE          PIC X(12).
          05 ML-DATA-FABRIC   PIC 9(08).
          05 ML-DATA-VALIDADE PIC 9(08).
          05 ML-SO-VALIDOS    PIC X(01).
          05 ML-QT-LOTE       PIC 9(05).
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE ZEROS TO WRK-QT-LANCADOS.
             MOVE ZEROS TO WRK-QT-REJEITADOS.
             MOVE ZEROS TO WRK-QT-NEGATIVOS.
             MOVE ZEROS TO WRK-QT-CUSTEADAS.
             MOVE ZEROS TO WRK-QT-LIBERADOS.
             MOVE ZEROS TO WRK-QT-LOTES.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-MOVIMENTO.
                   MOVE ZEROS TO ES-SALDO
                   MOVE ZEROS TO ES-MINIMO
                   MOVE ZEROS TO ES-DATA-ULT-MOV
                   MOVE ZEROS TO ES-CUSTO-MEDIO
                   MOVE ZEROS TO ES-RESERVADO
                   WRITE ESTOQUE-MASTER-REC
                   MOVE 'S' TO WRK-SALDO-SW
             END-IF.
       2300-APLICAR-MOVIMENTO.
             EVALUATE TRUE
                   WHEN MV-ENTRADA
                         PERFORM 2400-RECALCULAR-CUSTO
                         ADD MV-QTDE TO ES-SALDO
                         IF MV-LOTE NOT = SPACES
                               MOVE MV-QTDE TO ML-QTDE
                               PERFORM 2600-CREDITAR-LOTE
                         END-IF
                   WHEN MV-SAIDA
                         SUBTRACT MV-QTDE FROM ES-SALDO
                         MOVE MV-QTDE TO ML-QTDE
                         PERFORM 2650-CONSUMIR-LOTES
                         IF ES-SALDO < ZEROS
                               ADD 1 TO WRK-QT-NEGATIVOS
                               DISPLAY 'SALDO NEGATIVO APOS SAIDA: '
                                       ' SALDO ' ES-SALDO
                         END-IF
                   WHEN MV-AJUSTE
                         COMPUTE WRK-DIFERENCA = MV-QTDE - ES-SALDO
                         MOVE MV-QTDE TO ES-SALDO
                         PERFORM 2700-AJUSTAR-LOTES
                   WHEN MV-MINIMO
                         MOVE MV-QTDE TO ES-MINIMO
                   WHEN OTHER
                         DISPLAY 'TIPO DE MOVIMENTO INVALIDO: '
                                 MV-TIPO ' PRODUTO ' MV-CODIGO
             END-EVALUATE.
             IF MV-ENTRADA OR MV-AJUSTE
                   PERFORM 2500-ALOCAR-BACKORDER
             END-IF.
             IF MV-ENTRADA OR MV-SAIDA OR MV-AJUSTE OR MV-MINIMO
                   MOVE MV-DATA TO ES-DATA-ULT-MOV
                   REWRITE ESTOQUE-MASTER-REC
                   ADD 1 TO WRK-QT-LANCADOS
             END-IF.

      *----------------------------------------------------------------
      * CUSTO MEDIO PONDERADO: (SALDO x CUSTO MEDIO + QTDE x CUSTO DA
      * ENTRADA) / (SALDO + QTDE). COM SALDO ZERADO OU NEGATIVO O
      * CUSTO DA ENTRADA PASSA A SER O CUSTO MEDIO. MOVIMENTO GRAVADO
      * SEM O CAMPO DE CUSTO (LAYOUT CURTO) CHEGA EM BRANCO E NAO
      * MEXE NO CUSTO.
      *----------------------------------------------------------------
       2400-RECALCULAR-CUSTO.
             IF MV-CUSTO-UNIT IS NUMERIC
                   IF MV-CUSTO-UNIT > ZEROS
                         IF ES-SALDO > ZEROS
                               COMPUTE ES-CUSTO-MEDIO ROUNDED =
                                     ((ES-SALDO * ES-CUSTO-MEDIO)
                                     + (MV-QTDE * MV-CUSTO-UNIT))
                                     / (ES-SALDO + MV-QTDE)
                         ELSE
                               MOVE MV-CUSTO-UNIT TO ES-CUSTO-MEDIO
                         END-IF
                         ADD 1 TO WRK-QT-CUSTEADAS
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * ENTRADA OU AJUSTE QUE DEIXA DISPONIVEL (SALDO MENOS
      * RESERVADO) LIBERA OS PEDIDOS DA FILA DE BACKORDER DO
      * PRODUTO/FILIAL, EM ORDEM DE DATA DO PEDIDO; O QUE FOI
      * ALOCADO PASSA A ESTAR RESERVADO.
      *----------------------------------------------------------------
       2500-ALOCAR-BACKORDER.
             COMPUTE AB-DISPONIVEL = ES-SALDO - ES-RESERVADO.
             IF AB-DISPONIVEL > ZEROS
                   MOVE ES-CODIGO TO AB-CODIGO
                   MOVE ES-FILIAL TO AB-FILIAL
                   CALL 'ALOCA-BACKORDER' USING AB-PARM
                   ADD AB-ALOCADOS TO ES-RESERVADO
                   ADD AB-ALOCADOS TO WRK-QT-LIBERADOS
             END-IF.

      *----------------------------------------------------------------
      * CONTROLE DE LOTE: A ENTRADA COM LOTE CREDITA O LOTE (COM
      * FABRICACAO E VALIDADE); A SAIDA CONSOME OS LOTES EM ORDEM DE
      * VALIDADE (FEFO), VENCIDOS INCLUSIVE, POIS A SAIDA MANUAL E
      * TAMBEM O DESCARTE DO QUE VENCEU. O QUE OS LOTES NAO COBREM
      * SAI DO SALDO SEM LOTE.
      *----------------------------------------------------------------
       2600-CREDITAR-LOTE.
             MOVE 'E'              TO ML-OPERACAO.
             MOVE ES-CODIGO        TO ML-CODIGO.
             MOVE ES-FILIAL        TO ML-FILIAL.
             MOVE MV-DATA          TO ML-DATA.
             MOVE MV-LOTE          TO ML-LOTE.
             MOVE MV-DATA-FABRIC   TO ML-DATA-FABRIC.
             MOVE MV-DATA-VALIDADE TO ML-DATA-VALIDADE.
             MOVE 'N'              TO ML-SO-VALIDOS.
             CALL 'MOVTO-LOTE' USING ML-PARM.
             ADD 1 TO WRK-QT-LOTES.

       2650-CONSUMIR-LOTES.
             MOVE 'S'       TO ML-OPERACAO.
             MOVE ES-CODIGO TO ML-CODIGO.
             MOVE ES-FILIAL TO ML-FILIAL.
             MOVE MV-DATA   TO ML-DATA.
             MOVE 'N'       TO ML-SO-VALIDOS.
             CALL 'MOVTO-LOTE' USING ML-PARM.
             IF ML-QT-LOTE > ZEROS
                   ADD 1 TO WRK-QT-LOTES
             END-IF.

      *----------------------------------------------------------------
      * O AJUSTE INFORMA O SALDO CONTADO: A SOBRA ENTRA NO LOTE
      * INFORMADO NO MOVIMENTO (SEM LOTE, FICA NO SALDO SEM LOTE) E A
      * FALTA SAI DOS LOTES EM ORDEM DE VALIDADE.
      *----------------------------------------------------------------
       2700-AJUSTAR-LOTES.
             IF WRK-DIFERENCA > ZEROS
                AND MV-LOTE NOT = SPACES
                   MOVE WRK-DIFERENCA TO ML-QTDE
                   PERFORM 2600-CREDITAR-LOTE
             END-IF.
             IF WRK-DIFERENCA < ZEROS
                   COMPUTE ML-QTDE = ZEROS - WRK-DIFERENCA
                   PERFORM 2650-CONSUMIR-LOTES
             END-IF.

       9000-ENCERRAR.
             CLOSE ESTOQUE-TRANS.
             CLOSE ESTOQUE-MASTER.
             DISPLAY 'MOVIMENTOS LANCADOS.....: ' WRK-QT-LANCADOS.
             DISPLAY 'MOVIMENTOS REJEITADOS...: ' WRK-QT-REJEITADOS.
             DISPLAY 'SALDOS NEGATIVOS........: ' WRK-QT-NEGATIVOS.
             DISPLAY 'ENTRADAS COM CUSTO......: ' WRK-QT-CUSTEADAS.
             DISPLAY 'BACKORDERS LIBERADOS....: ' WRK-QT-LIBERADOS.
             DISPLAY 'MOVIMENTOS COM LOTE.....: ' WRK-QT-LOTES.

       END PROGRAM MOVTO-ESTOQUE.
