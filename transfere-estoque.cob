      *          DEMAIS SAI NO REL-TRANSF-ABERTAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A MERCADORIA VIAJA PELO CUSTO MEDIO DA ORIGEM NA SAIDA
      * (TR-CUSTO-UNIT, CONGELADO NO DOCUMENTO), QUE ENTRA NO CUSTO
      * MEDIO PONDERADO DO DESTINO NO RECEBIMENTO. A CONTA DE ESTOQUE
      * NAO MUDA NA TRANSFERENCIA: O QUE ESTA EM TRANSITO CONTINUA NO
      * SALDO CONTABIL E E SOMADO A PARTE NO REL-VALOR-ESTOQUE.
      * O LOTE VIAJA NO DOCUMENTO (TR-LOTE...) DA ORIGEM PARA O
      * DESTINO, VER 2350-BAIXAR-LOTES-ORIGEM.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - BOX ALOCADO NO DESTINO FICA COM BX-AREA-M2
      *                 ZERADO (AREA NAO MEDIDA).
      * 15/10/2026 DZ - CONTROLE DE LOTE: A ABERTURA CONSOME OS LOTES DA
      *                 ORIGEM EM ORDEM DE VALIDADE (MOVTO-LOTE) E GRAVA
      *                 NO DOCUMENTO O LOTE DE VALIDADE MAIS CURTA; O
      *                 RECEBIMENTO CREDITA ESSE LOTE NA FILIAL DESTINO.
      * 15/10/2026 DZ - RESERVA DE ESTOQUE: A ABERTURA SO TRANSFERE O
      *                 DISPONIVEL DA ORIGEM (SALDO MENOS ES-RESERVADO)
      *                 E O RECEBIMENTO CHAMA O ALOCA-BACKORDER PARA
      *                 LIBERAR A FILA DE BACKORDER DA FILIAL DESTINO.
      * 15/10/2026 DZ - CUSTO MEDIO NA TRANSFERENCIA: A ABERTURA GRAVA
      *                 NO DOCUMENTO O CUSTO MEDIO DA ORIGEM
      *                 (TR-CUSTO-UNIT) E O RECEBIMENTO RECALCULA O
      *                 CUSTO MEDIO PONDERADO DA FILIAL DESTINO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TR-FRETE         PIC 9(06)V99.
           05 TR-UF-DESTINO    PIC X(02).
           05 TR-BOX-DESTINO   PIC 9(04).
           05 TR-CUSTO-UNIT    PIC 9(07)V9(04).
           05 TR-LOTE          PIC X(12).
           05 TR-DATA-FABRIC   PIC 9(08).
           05 TR-DATA-VALIDADE PIC 9(08).
           05 TR-QTDE-LOTE     PIC 9(05).

       FD  TRANSFER-SEQUENCIA.
       01  TRANSFER-SEQUENCIA-REC.
       77 WRK-VIGOR-SEL    PIC 9(08) VALUE ZEROS.
       77 WRK-PESO-TOTAL   PIC 9(08)V9(03) VALUE ZEROS.
       77 WRK-FRETE        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(07)V9(04) VALUE ZEROS.
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
       77 WRK-MATERIAL     PIC X(30) VALUE SPACES.
       77 WRK-QT-ABERTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RECEBIDAS PIC 9(03) VALUE ZEROS.
                   WHEN NOT SALDO-ENCONTRADO
                         DISPLAY 'PRODUTO SEM SALDO NA FILIAL DE '
                                 'ORIGEM, TRANSFERENCIA RECUSADA'
                   WHEN ES-SALDO - ES-RESERVADO < WRK-QTDE
                         DISPLAY 'DISPONIVEL INSUFICIENTE NA ORIGEM '
                                 '(SALDO ' ES-SALDO ' RESERVADO '
                                 ES-RESERVADO '), TRANSFERENCIA '
                                 'RECUSADA'
                   WHEN OTHER
                         SUBTRACT WRK-QTDE FROM ES-SALDO
                         MOVE WRK-DATA-HOJE TO ES-DATA-ULT-MOV
                         MOVE ES-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                         REWRITE ESTOQUE-MASTER-REC
                         PERFORM 2350-BAIXAR-LOTES-ORIGEM
                         PERFORM 2400-COTAR-FRETE
                         PERFORM 2500-GRAVAR-TRANSFERENCIA
             END-EVALUATE.

      *----------------------------------------------------------------
      * OS LOTES DA ORIGEM SAEM EM ORDEM DE VALIDADE (FEFO). O
      * DOCUMENTO LEVA O PRIMEIRO LOTE CONSUMIDO (O DE VALIDADE MAIS
      * CURTA) E A QUANTIDADE TIRADA DE LOTES, QUE ENTRA TODA NESSE
      * LOTE NO DESTINO: QUANDO A TRANSFERENCIA JUNTA MAIS DE UM LOTE,
      * O DESTINO FICA COM A VALIDADE MAIS CURTA, NUNCA COM UMA MAIS
      * LONGA DO QUE A REAL.
      *----------------------------------------------------------------
       2350-BAIXAR-LOTES-ORIGEM.
             MOVE 'S'             TO ML-OPERACAO.
             MOVE WRK-CODIGO      TO ML-CODIGO.
             MOVE WRK-FILIAL-ORIG TO ML-FILIAL.
             MOVE WRK-QTDE        TO ML-QTDE.
             MOVE WRK-DATA-HOJE   TO ML-DATA.
             MOVE 'N'             TO ML-SO-VALIDOS.
             CALL 'MOVTO-LOTE' USING ML-PARM.

       2400-COTAR-FRETE.
             MOVE 'N' TO WRK-TAXA-SW.
             MOVE 'N' TO WRK-FIM-TAXAS-SW.
             MOVE WRK-FRETE         TO TR-FRETE.
             MOVE WRK-UF-DESTINO    TO TR-UF-DESTINO.
             MOVE ZEROS             TO TR-BOX-DESTINO.
             MOVE WRK-CUSTO-UNIT    TO TR-CUSTO-UNIT.
             MOVE ML-LOTE           TO TR-LOTE.
             MOVE ML-DATA-FABRIC    TO TR-DATA-FABRIC.
             MOVE ML-DATA-VALIDADE  TO TR-DATA-VALIDADE.
             MOVE ML-QT-LOTE        TO TR-QTDE-LOTE.
             WRITE TRANSFER-MASTER-REC
                   INVALID KEY
                         DISPLAY 'NUMERO DE TRANSFERENCIA '
                   MOVE ZEROS TO ES-SALDO
                   MOVE ZEROS TO ES-MINIMO
                   MOVE ZEROS TO ES-DATA-ULT-MOV
                   MOVE ZEROS TO ES-CUSTO-MEDIO
                   MOVE ZEROS TO ES-RESERVADO
                   WRITE ESTOQUE-MASTER-REC
             END-IF.
             PERFORM 3150-RECALCULAR-CUSTO.
             ADD TR-QTDE TO ES-SALDO.
             MOVE WRK-DATA-HOJE TO ES-DATA-ULT-MOV.
             PERFORM 3170-CREDITAR-LOTE.
             PERFORM 3160-ALOCAR-BACKORDER.
             REWRITE ESTOQUE-MASTER-REC.

      *----------------------------------------------------------------
      * A MERCADORIA QUE CHEGA LIBERA PRIMEIRO OS PEDIDOS DA FILA DE
      * BACKORDER DA FILIAL DESTINO, EM ORDEM DE DATA DO PEDIDO.
      *----------------------------------------------------------------
       3160-ALOCAR-BACKORDER.
             MOVE ES-CODIGO TO AB-CODIGO.
             MOVE ES-FILIAL TO AB-FILIAL.
             COMPUTE AB-DISPONIVEL = ES-SALDO - ES-RESERVADO.
             CALL 'ALOCA-BACKORDER' USING AB-PARM.
             IF AB-ALOCADOS > ZEROS
                   ADD AB-ALOCADOS TO ES-RESERVADO
                   DISPLAY 'PEDIDOS EM BACKORDER LIBERADOS: '
                           AB-ALOCADOS
             END-IF.

       3170-CREDITAR-LOTE.
             IF TR-QTDE-LOTE > ZEROS
                   MOVE 'E'              TO ML-OPERACAO
                   MOVE TR-CODIGO        TO ML-CODIGO
                   MOVE TR-FILIAL-DEST   TO ML-FILIAL
                   MOVE TR-QTDE-LOTE     TO ML-QTDE
                   MOVE WRK-DATA-HOJE    TO ML-DATA
                   MOVE TR-LOTE          TO ML-LOTE
                   MOVE TR-DATA-FABRIC   TO ML-DATA-FABRIC
                   MOVE TR-DATA-VALIDADE TO ML-DATA-VALIDADE
                   MOVE 'N'              TO ML-SO-VALIDOS
                   CALL 'MOVTO-LOTE' USING ML-PARM
             END-IF.

      *----------------------------------------------------------------
      * MESMA PONDERACAO DA ENTRADA NO MOVTO-ESTOQUE, COM O CUSTO QUE
      * VEIO NO DOCUMENTO. DOCUMENTO SEM CUSTO (ORIGEM AINDA SEM CUSTO
      * MEDIO) NAO MEXE NO CUSTO DO DESTINO.
      *----------------------------------------------------------------
       3150-RECALCULAR-CUSTO.
             IF TR-CUSTO-UNIT > ZEROS
                   IF ES-SALDO > ZEROS
                         COMPUTE ES-CUSTO-MEDIO ROUNDED =
                               ((ES-SALDO * ES-CUSTO-MEDIO)
                               + (TR-QTDE * TR-CUSTO-UNIT))
                               / (ES-SALDO + TR-QTDE)
                   ELSE
                         MOVE TR-CUSTO-UNIT TO ES-CUSTO-MEDIO
                   END-IF
             END-IF.

       3200-ALOCAR-BOX-DESTINO.
             MOVE 'N' TO WRK-BOX-SW.
             MOVE 'N' TO WRK-EOF-BOX-SW.
                   MOVE WRK-MATERIAL TO BX-MATERIAL
                   MOVE WRK-DATA-HOJE TO BX-DATA
                   MOVE ZEROS TO BX-CLIENTE
                   MOVE ZEROS TO BX-AREA-M2
                   REWRITE BOX-MASTER-REC
                   MOVE BX-NUMERO TO TR-BOX-DESTINO
             ELSE
