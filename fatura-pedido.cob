      * RECUSADA APONTANDO O NUMERO EXISTENTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PEDIDO DE FILIAL FORA DAS FILIAIS PERMITIDAS AO
      *                 OPERADOR DO MENU (CONFERE-FILIAL) TEM A FATURA
      *                 RECUSADA; A RECUSA VAI PARA O ACESSO-AUDIT.
      * 15/10/2026 DZ - ALIQUOTAS DE ICMS LIDAS DO GRUPO ICMSCFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - VENDA-LEDGER E TITULO GANHAM A RODADA DE LOTE
      *                 (VL-EXECUCAO/TIT-EXECUCAO); O LANCAMENTO DESTE
      *                 PROGRAMA E AVULSO E GRAVA RODADA ZERO.
      * 15/10/2026 DZ - CONTROLE DE LOTE: A UNIDADE FATURADA SAI DO LOTE
      *                 QUE VENCE PRIMEIRO (FEFO, SEM LOTE VENCIDO) PELO
      *                 MOVTO-LOTE; O LOTE FICA EM FAT-LOTE E SAI NA
      *                 NOTA COM A VALIDADE.
      * 15/10/2026 DZ - RESERVA DE ESTOQUE: PEDIDO NA FILA DE BACKORDER
      *                 E RECUSADO; PEDIDO RESERVADO FATURA CONTRA O
      *                 SALDO E CONSOME A RESERVA (ES-RESERVADO - 1);
      *                 PEDIDO SEM RESERVA SO FATURA O DISPONIVEL (SALDO
      *                 MENOS RESERVADO).
      * 15/10/2026 DZ - A UNIDADE FATURADA PASSA A SER VALORIZADA PELO
      *                 CUSTO MEDIO DO ESTOQUE-MASTER (PRODUTO +
      *                 FILIAL) NO FAT-CUSTO-MERC, BASE DA PARTIDA DE
      *                 CMV DO CONTAB-DIARIO; PRODUTO SEM SALDO OU SEM
      *                 CUSTO MEDIO FATURA COM CUSTO ZERO E AVISO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A EMISSAO
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA VENDAS
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  CONTAS-RECEBER.
       COPY titulo.


       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-EOF-LED-SW   PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
         88 SALDO-ENCONTRADO    VALUE 'S'.
       77 WRK-COBRE-SW     PIC X(01) VALUE 'S'.
         88 ESTOQUE-COBRE       VALUE 'S'.

      *----------------------------------------------------------------
      * LINHA DO GRUPO ICMSCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  ICMS-CONFIG-REC.
           05 IC-UF            PIC X(02).
           05 IC-ALIQUOTA      PIC 9(02)V99.
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
           05 LV-VALOR        PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(48) VALUE SPACES.

       01  LINHA-LOTE.
           05 FILLER          PIC X(20) VALUE 'LOTE..............: '.
           05 LL-LOTE         PIC X(12).
           05 FILLER          PIC X(11) VALUE ' VALIDADE: '.
           05 LL-VALIDADE     PIC 9(08).
           05 FILLER          PIC X(29) VALUE SPACES.

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
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
       01 CF-PARM.
          05 CF-PROGRAMA      PIC X(18).
          05 CF-FILIAL        PIC 9(02).
          05 CF-RESULTADO     PIC X(01).
             88 CF-PERMITIDA       VALUE 'S'.
             88 CF-NEGADA          VALUE 'N'.
       COPY fstatus.
       COPY rpthdr.

       1300-CARREGAR-ICMS.
             MOVE ZEROS TO WRK-QT-ALIQUOTAS.
             MOVE 'N' TO WRK-EOF-ICMS-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1310-LER-ICMS.
             PERFORM 1320-GUARDAR-ICMS UNTIL FIM-ICMS-CONFIG.
             IF WRK-QT-ALIQUOTAS = ZEROS
                   DISPLAY 'ICMSCFG SEM VIGENCIA NO PARAMST, ICMS DA '
                           'FATURA SAIRA ZERADO'
             END-IF.

       1310-LER-ICMS.
             MOVE 'P'       TO VG-OPERACAO.
             MOVE 'ICMSCFG' TO VG-GRUPO.
             MOVE ZEROS     TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO ICMS-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-ICMS-SW
             END-IF.

       1320-GUARDAR-ICMS.
             IF WRK-QT-ALIQUOTAS < 27
                         MOVE 'S' TO WRK-PEDIDO-SW
             END-READ.

             MOVE 'S' TO CF-RESULTADO.
             IF PEDIDO-ENCONTRADO
                   MOVE 'FATURA-PEDIDO' TO CF-PROGRAMA
                   MOVE PR-FILIAL       TO CF-FILIAL
                   CALL 'CONFERE-FILIAL' USING CF-PARM
                   PERFORM 2500-VERIFICAR-JA-FATURADO
             END-IF.

                   WHEN NOT PEDIDO-ENCONTRADO
                         DISPLAY 'PEDIDO ' WRK-PEDIDO
                                 ' NAO REGISTRADO'
                   WHEN CF-NEGADA
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' E DA FILIAL '
                                 PR-FILIAL ', FATURA RECUSADA'
                   WHEN NOT PR-ENTREGUE
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' AINDA NAO '
                                 'ENTREGUE (STATUS ' PR-STATUS
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' JA FATURADO '
                                 'NA NOTA ' WRK-FATURA-EXISTENTE
                                 ', SEGUNDA EMISSAO RECUSADA'
                   WHEN PR-EM-BACKORDER
                         DISPLAY 'PEDIDO ' WRK-PEDIDO ' NA FILA DE '
                                 'BACKORDER AGUARDANDO ESTOQUE, '
                                 'FATURA RECUSADA'
                   WHEN OTHER
                         PERFORM 2700-CONFERIR-ESTOQUE
                         IF ESTOQUE-COBRE
                               PERFORM 3000-EMITIR-FATURA
                         ELSE
                               DISPLAY 'PEDIDO ' WRK-PEDIDO
                                       ' SEM DISPONIVEL EM ESTOQUE ('
                                       ES-SALDO ' UN, '
                                       ES-RESERVADO ' RESERVADAS), '
                                       'FATURA RECUSADA'
                         END-IF
             END-EVALUATE.

      * CADA PEDIDO CONSOME UMA UNIDADE DO PRODUTO NA FILIAL. SEM
      * SALDO CADASTRADO O PEDIDO FATURA COM AVISO (ESTOQUE AINDA
      * NAO IMPLANTADO PARA O PRODUTO); COM SALDO INSUFICIENTE A
      * FATURA E RECUSADA. PEDIDO COM RESERVA JA TEM A UNIDADE
      * SEPARADA NO SALDO; PEDIDO SEM RESERVA (ANTERIOR A RESERVA) SO
      * FATURA O QUE NAO ESTA RESERVADO PARA OUTROS PEDIDOS.
      *----------------------------------------------------------------
       2700-CONFERIR-ESTOQUE.
             MOVE 'S' TO WRK-COBRE-SW.
                           PR-FILIAL ' SEM SALDO CADASTRADO, '
                           'FATURANDO SEM CONFERENCIA'
             ELSE
                   IF PR-RESERVADO
                         IF ES-SALDO < 1
                               MOVE 'N' TO WRK-COBRE-SW
                         END-IF
                   ELSE
                         IF ES-SALDO - ES-RESERVADO < 1
                               MOVE 'N' TO WRK-COBRE-SW
                         END-IF
                   END-IF
             END-IF.

       2800-BAIXAR-ESTOQUE.
             IF SALDO-ENCONTRADO
                   SUBTRACT 1 FROM ES-SALDO
                   IF PR-RESERVADO AND ES-RESERVADO > ZEROS
                         SUBTRACT 1 FROM ES-RESERVADO
                   END-IF
                   MOVE WRK-DATA-HOJE TO ES-DATA-ULT-MOV
                   REWRITE ESTOQUE-MASTER-REC
             END-IF.
             MOVE PR-CLIENTE        TO FAT-CLIENTE.
             PERFORM 3100-CALCULAR-ICMS.
             MOVE WRK-ICMS          TO FAT-ICMS.
             PERFORM 3200-VALORIZAR-CUSTO.
             MOVE SPACES            TO FAT-LOTE.
             WRITE FATURA-MASTER-REC
                   INVALID KEY
                         DISPLAY 'NUMERO DE FATURA ' FAT-NUMERO
                         SUBTRACT 1 FROM WRK-ULTIMO-NUMERO
                   NOT INVALID KEY
                         PERFORM 7100-GRAVAR-SEQUENCIA
                         PERFORM 3300-BAIXAR-LOTE
                         ADD 1 TO WRK-QT-EMITIDAS
                         MOVE 'FATURAS' TO JP-ARQUIVO
                         MOVE 'I' TO JP-OPERACAO
             END-IF.
             ADD 1 TO WRK-IX-ICMS.

      *----------------------------------------------------------------
      * A UNIDADE FATURADA SAI PELO CUSTO MEDIO DO SALDO LIDO NA
      * CONFERENCIA DE ESTOQUE (2700), ANTES DA BAIXA.
      *----------------------------------------------------------------
       3200-VALORIZAR-CUSTO.
             MOVE ZEROS TO FAT-CUSTO-MERC.
             IF SALDO-ENCONTRADO
                   COMPUTE FAT-CUSTO-MERC ROUNDED = ES-CUSTO-MEDIO
             END-IF.
             IF FAT-CUSTO-MERC = ZEROS
                   DISPLAY 'PRODUTO ' PR-CODIGO ' FILIAL '
                           PR-FILIAL ' SEM CUSTO MEDIO, FATURA '
                           'SEM CMV'
             END-IF.

      *----------------------------------------------------------------
      * A UNIDADE FATURADA SAI DO LOTE QUE VENCE PRIMEIRO (FEFO),
      * SEM CONSUMIR LOTE JA VENCIDO; O LOTE FICA NA FATURA PARA O
      * RECOLHIMENTO. PRODUTO SEM LOTE (OU SO COM SALDO SEM LOTE)
      * FATURA COM FAT-LOTE EM BRANCO.
      *----------------------------------------------------------------
       3300-BAIXAR-LOTE.
             MOVE SPACES TO ML-LOTE.
             IF SALDO-ENCONTRADO
                   MOVE 'S'           TO ML-OPERACAO
                   MOVE PR-CODIGO     TO ML-CODIGO
                   MOVE PR-FILIAL     TO ML-FILIAL
                   MOVE 1             TO ML-QTDE
                   MOVE WRK-DATA-HOJE TO ML-DATA
                   MOVE 'S'           TO ML-SO-VALIDOS
                   CALL 'MOVTO-LOTE' USING ML-PARM
                   IF ML-QT-LOTE > ZEROS
                         MOVE ML-LOTE TO FAT-LOTE
                         REWRITE FATURA-MASTER-REC
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * O MESMO LANCAMENTO COMPLETO DE UMA VENDA ACEITA PELO
      * REG-VENDAS: LINHA NO VENDA-LEDGER (VENDEDOR 'PEDIDO', POIS O
             MOVE FAT-UF            TO VL-UF-DESTINO.
             MOVE FAT-ICMS          TO VL-ICMS.
             MOVE PR-FILIAL         TO VL-FILIAL.
             MOVE ZEROS             TO VL-EXECUCAO.
             WRITE VENDA-LEDGER-REC.

       5200-DEBITAR-CLIENTE.
             MOVE 'A'            TO TIT-STATUS.
             MOVE ZEROS          TO TIT-DATA-PAGTO.
             MOVE ZEROS          TO TIT-JUROS-RECEBIDO.
             MOVE ZEROS          TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         REWRITE TITULO-REC
             MOVE FAT-PRODUTO TO LI-PRODUTO.
             MOVE FAT-UF      TO LI-UF.
             WRITE NOTA-IMPRESSA-LINHA FROM LINHA-ITEM.
             IF FAT-LOTE NOT = SPACES
                   MOVE FAT-LOTE TO LL-LOTE
                   MOVE ML-DATA-VALIDADE TO LL-VALIDADE
                   WRITE NOTA-IMPRESSA-LINHA FROM LINHA-LOTE
             END-IF.
             WRITE NOTA-IMPRESSA-LINHA FROM SPACES.

             MOVE 'MERCADORIA........: ' TO LV-ROTULO.
