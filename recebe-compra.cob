      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RECEBIMENTO DE MERCADORIA CONTRA PEDIDO DE COMPRA - A
      *          DOCA DIGITA NO RECCOMPR, POR ITEM DA NOTA FISCAL DO
      *          FORNECEDOR, O NUMERO DA NOTA, O NUMERO DO PEDIDO DE
      *          COMPRA, O PRODUTO, A QUANTIDADE E O VALOR UNITARIO.
      *          A QUANTIDADE E CONFERIDA CONTRA O SALDO EM ABERTO DO
      *          ITEM NO PEDCOMPR: ENTREGA PARCIAL E ACEITA (ITEM FICA
      *          'P'), ENTREGA COMPLETA FECHA O ITEM ('R'), E A MARCA
      *          DE ENCERRAMENTO DA LINHA FECHA O SALDO A MENOR ('E').
      *          O QUE FOI ACEITO VIRA MOVIMENTO 'E' NO ESTOQTRA PARA O
      *          MOVTO-ESTOQUE (COM O LOTE, A FABRICACAO E A VALIDADE
      *          DIGITADOS NA LINHA, QUANDO O PRODUTO TEM LOTE) E LINHA
      *          NO LEDGER NFENTRAD; EXCESSO, ITEM NAO PEDIDO, PEDIDO
      *          INEXISTENTE E PRECO DIFERENTE DO PEDIDO SAEM NO
      *          RELATORIO DE DIVERGENCIAS PARA O COMPRAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O EXCESSO SOBRE O SALDO DO PEDIDO NAO ENTRA NO ESTOQUE NEM NO
      * NFENTRAD: FICA NA DOCA ATE O COMPRAS DECIDIR ENTRE DEVOLVER OU
      * ABRIR UM PEDIDO COMPLEMENTAR. ITEM SEM PEDIDO E TRATADO DO
      * MESMO JEITO. O VALOR ACEITO DE CADA NOTA ACUMULA NO TITULO A
      * PAGAR AO FORNECEDOR (CPAGAR, ORIGEM F), COM VENCIMENTO NA
      * DATA DA ENTRADA MAIS O PRAZO DE PAGAMENTO DO FORNMST, ROLADO
      * PARA O DIA UTIL SEGUINTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FICA FORA DO CTRL-EXECUCAO E DO
      *                 ESTORNA-EXECUCAO DE PROPOSITO: O QUE A NOTA
      *                 ACEITA SEGUE COMO MOVIMENTO 'E' NO ESTOQTRA,
      *                 QUE O MOVTO-ESTOQUE LANCA NO PASSO SEGUINTE
      *                 (TAMBEM FORA, VER LA), E COMO LINHA NO LEDGER
      *                 NFENTRAD, QUE NAO TEM RODADA E QUE O
      *                 CONTAB-DIARIO E O REL-PISCOFINS LEEM. VOLTAR SO
      *                 O PEDCOMPR E O CPAGAR DEIXARIA O ESTOQUE, A
      *                 CONTABILIDADE E O LIVRO DE ENTRADAS COM O
      *                 RECEBIMENTO. ENTRADA ERRADA SE CORRIGE PELA
      *                 DEVOLUCAO AO FORNECEDOR (SAIDA NO ESTOQTRA) E
      *                 PELO ACERTO DO TITULO NO CPAGAR.
      * 15/10/2026 DZ - A LINHA DO RECCOMPR GANHA LOTE, FABRICACAO E
      *                 VALIDADE (EM BRANCO PARA PRODUTO SEM LOTE),
      *                 LEVADOS NO MOVIMENTO 'E' DO ESTOQTRA.
      * 15/10/2026 DZ - O MOVIMENTO 'E' DO ESTOQTRA PASSA A LEVAR O
      *                 VALOR UNITARIO DA NOTA COMO CUSTO DA ENTRADA,
      *                 PARA O MOVTO-ESTOQUE RECALCULAR O CUSTO MEDIO
      *                 DO PRODUTO NA FILIAL.
      * 15/10/2026 DZ - O VALOR ACEITO DE CADA NOTA PASSA A GERAR O
      *                 TITULO A PAGAR AO FORNECEDOR NO CPAGAR, VENCENDO
      *                 NA ENTRADA MAIS O PRAZO DE PAGAMENTO DO FORNMST
      *                 (DIA UTIL SEGUINTE), COM O DOMICILIO BANCARIO DO
      *                 FORNECEDOR.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-COMPRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTO-ENTRADA ASSIGN TO 'RECCOMPR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CHAVE
                  ALTERNATE RECORD KEY IS OC-PROD-FILIAL
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-PEDCOMPRA.

           SELECT ESTOQUE-TRANS ASSIGN TO 'ESTOQTRA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRANS.

           SELECT NOTA-ENTRADA ASSIGN TO 'NFENTRAD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTA.

           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FO-CODIGO
                  FILE STATUS IS WRK-FS-FORNEC.

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

           SELECT REL-DIVERGENCIA ASSIGN TO 'RELDIVRC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTO-ENTRADA.
       01  RECEBIMENTO-ENTRADA-REC.
           05 RC-NOTA          PIC 9(09).
           05 RC-PEDIDO        PIC 9(06).
           05 RC-CODIGO        PIC 9(06).
           05 RC-QTDE          PIC 9(05).
           05 RC-VALOR-UNIT    PIC 9(06)V99.
           05 RC-DATA          PIC 9(08).
           05 RC-ENCERRA       PIC X(01).
             88 RC-ENCERRAR-SALDO   VALUE 'S'.
           05 RC-LOTE          PIC X(12).
           05 RC-DATA-FABRIC   PIC 9(08).
           05 RC-DATA-VALIDADE PIC 9(08).

       FD  PEDIDO-COMPRA.
       COPY pedcomp.

       FD  ESTOQUE-TRANS.
       01  ESTOQUE-TRANS-REC.
           05 MV-TIPO          PIC X(01).
           05 MV-CODIGO        PIC 9(06).
           05 MV-FILIAL        PIC 9(02).
           05 MV-QTDE          PIC 9(05).
           05 MV-DATA          PIC 9(08).
           05 MV-CUSTO-UNIT    PIC 9(06)V99.
           05 MV-LOTE          PIC X(12).
           05 MV-DATA-FABRIC   PIC 9(08).
           05 MV-DATA-VALIDADE PIC 9(08).

       FD  NOTA-ENTRADA.
       COPY nfentr.

       FD  FORNECEDOR-MASTER.
       COPY fornec.

       FD  CONTAS-PAGAR.
       COPY cpagar.

       FD  REL-DIVERGENCIA.
       01  REL-DIVERGENCIA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-FS-TRANS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA         VALUE 'S'.
       77 WRK-FIM-ITENS-SW PIC X(01) VALUE 'N'.
         88 FIM-ITENS-PEDIDO    VALUE 'S'.
       77 WRK-PEDIDO-SW    PIC X(01) VALUE 'N'.
         88 PEDIDO-EXISTE       VALUE 'S'.
       77 WRK-ITEM-SW      PIC X(01) VALUE 'N'.
         88 ITEM-ENCONTRADO     VALUE 'S'.
       77 WRK-ITEM-PEND-SW PIC X(01) VALUE 'N'.
         88 ITEM-PENDENTE-ACHADO VALUE 'S'.

       77 WRK-ITEM-ACHADO  PIC 9(03) VALUE ZEROS.
       77 WRK-EM-ABERTO    PIC 9(05) VALUE ZEROS.
       77 WRK-ACEITA       PIC 9(05) VALUE ZEROS.
       77 WRK-EXCESSO      PIC 9(05) VALUE ZEROS.
       77 WRK-FALTA        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LINHAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACEITAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERG    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COMPLETOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PARCIAIS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENCERRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MOVTO   PIC 9(08) VALUE ZEROS.

       77 WRK-TITULO-SW    PIC X(01) VALUE 'N'.
         88 TITULO-DISPONIVEL   VALUE 'S'.
       77 WRK-FIM-PARC-SW  PIC X(01) VALUE 'N'.
         88 FIM-PARCELAS        VALUE 'S'.
       77 WRK-FORNEC-SW    PIC X(01) VALUE 'N'.
         88 FORNEC-ABERTO       VALUE 'S'.
       77 WRK-CHAVE-FORNEC-SW PIC X(01) VALUE 'N'.
         88 FORNEC-ACHADO       VALUE 'S'.
       77 WRK-CREDOR       PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ITEM   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-QT-TIT-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-A-PAGAR  PIC 9(10)V99 VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 CD-PARM.
          05 CD-DATA            PIC 9(08).
          05 CD-DIA-UTIL-SW     PIC X(01).
             88 CD-E-DIA-UTIL      VALUE 'S'.

       01  LINHA-DETALHE.
           05 LD-NOTA         PIC 9(09).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PEDIDO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-QTDE-NOTA    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-QTDE         PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-OCORRENCIA   PIC X(40).
           05 FILLER          PIC X(04) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-ENTRADA.
             PERFORM 2000-PROCESSAR-LINHA UNTIL FIM-ENTRADA.
             WRITE REL-DIVERGENCIA-LINHA FROM RPT-RODAPE-PADRAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT RECEBIMENTO-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'RECCOMPR AUSENTE, NADA A RECEBER'
             END-IF.
             OPEN I-O PEDIDO-COMPRA.
             MOVE WRK-FS-PEDCOMPRA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE PEDIDO-COMPRA
                   OPEN OUTPUT PEDIDO-COMPRA
                   CLOSE PEDIDO-COMPRA
                   OPEN I-O PEDIDO-COMPRA
             END-IF.
             OPEN EXTEND ESTOQUE-TRANS.
             MOVE WRK-FS-TRANS TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ESTOQUE-TRANS
                   OPEN OUTPUT ESTOQUE-TRANS
             END-IF.
             OPEN EXTEND NOTA-ENTRADA.
             MOVE WRK-FS-NOTA TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE NOTA-ENTRADA
                   OPEN OUTPUT NOTA-ENTRADA
             END-IF.
             OPEN INPUT FORNECEDOR-MASTER.
             MOVE WRK-FS-FORNEC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-FORNEC-SW
             ELSE
                   MOVE 'N' TO WRK-FORNEC-SW
             END-IF.
             OPEN I-O CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE CONTAS-PAGAR
                   OPEN OUTPUT CONTAS-PAGAR
                   CLOSE CONTAS-PAGAR
                   OPEN I-O CONTAS-PAGAR
             END-IF.
             OPEN OUTPUT REL-DIVERGENCIA.
             PERFORM 8000-CABECALHO.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ RECEBIMENTO-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-LINHA.
             ADD 1 TO WRK-QT-LINHAS.
             IF RC-DATA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO
             ELSE
                   MOVE RC-DATA TO WRK-DATA-MOVTO
             END-IF.
             PERFORM 2100-LOCALIZAR-ITEM.

             EVALUATE TRUE
                   WHEN NOT PEDIDO-EXISTE
                         MOVE ZEROS TO WRK-ACEITA
                         MOVE 'PEDIDO DE COMPRA INEXISTENTE'
                              TO LD-OCORRENCIA
                         PERFORM 2900-GRAVAR-DIVERGENCIA
                   WHEN NOT ITEM-ENCONTRADO
                         MOVE ZEROS TO WRK-ACEITA
                         MOVE 'ITEM NAO PEDIDO, NAO LANCADO'
                              TO LD-OCORRENCIA
                         PERFORM 2900-GRAVAR-DIVERGENCIA
                   WHEN OTHER
                         PERFORM 2200-RECEBER-ITEM
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

      *----------------------------------------------------------------
      * PERCORRE OS ITENS DO PEDIDO ATRAS DO PRODUTO DA NOTA. SE O
      * PRODUTO APARECE EM MAIS DE UM ITEM, FICA O PRIMEIRO AINDA
      * PENDENTE; O REGISTRO ESCOLHIDO E RELIDO PELA CHAVE NO FIM.
      *----------------------------------------------------------------
       2100-LOCALIZAR-ITEM.
             MOVE 'N' TO WRK-PEDIDO-SW.
             MOVE 'N' TO WRK-ITEM-SW.
             MOVE 'N' TO WRK-ITEM-PEND-SW.
             MOVE 'N' TO WRK-FIM-ITENS-SW.
             MOVE ZEROS TO WRK-ITEM-ACHADO.
             MOVE RC-PEDIDO TO OC-NUMERO.
             MOVE ZEROS TO OC-ITEM.
             START PEDIDO-COMPRA KEY IS >= OC-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-ITENS-SW
             END-START.
             PERFORM 2110-LER-ITEM-PEDIDO UNTIL FIM-ITENS-PEDIDO.
             IF ITEM-ENCONTRADO
                   MOVE RC-PEDIDO TO OC-NUMERO
                   MOVE WRK-ITEM-ACHADO TO OC-ITEM
                   READ PEDIDO-COMPRA
                         INVALID KEY MOVE 'N' TO WRK-ITEM-SW
                   END-READ
             END-IF.

       2110-LER-ITEM-PEDIDO.
             READ PEDIDO-COMPRA NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ITENS-SW
             END-READ.
             IF NOT FIM-ITENS-PEDIDO
                   IF OC-NUMERO NOT = RC-PEDIDO
                         MOVE 'S' TO WRK-FIM-ITENS-SW
                   ELSE
                         MOVE 'S' TO WRK-PEDIDO-SW
                         IF OC-CODIGO = RC-CODIGO
                            AND NOT ITEM-PENDENTE-ACHADO
                               MOVE 'S' TO WRK-ITEM-SW
                               MOVE OC-ITEM TO WRK-ITEM-ACHADO
                               IF OC-PENDENTE
                                     MOVE 'S' TO WRK-ITEM-PEND-SW
                               END-IF
                         END-IF
                   END-IF
             END-IF.

       2200-RECEBER-ITEM.
             IF OC-PENDENTE
                   COMPUTE WRK-EM-ABERTO =
                         OC-QTDE - OC-QTDE-RECEBIDA
             ELSE
                   MOVE ZEROS TO WRK-EM-ABERTO
             END-IF.
             MOVE ZEROS TO WRK-EXCESSO.
             IF RC-QTDE > WRK-EM-ABERTO
                   MOVE WRK-EM-ABERTO TO WRK-ACEITA
                   COMPUTE WRK-EXCESSO = RC-QTDE - WRK-EM-ABERTO
             ELSE
                   MOVE RC-QTDE TO WRK-ACEITA
             END-IF.

             IF WRK-ACEITA > ZEROS
                   ADD WRK-ACEITA TO OC-QTDE-RECEBIDA
                   PERFORM 2300-GERAR-ENTRADA
             END-IF.

             IF WRK-EXCESSO > ZEROS
                   IF OC-PENDENTE
                         MOVE 'ENTREGA ACIMA DO PEDIDO, EXCESSO RETIDO'
                              TO LD-OCORRENCIA
                   ELSE
                         MOVE 'ITEM JA FECHADO NO PEDIDO, RETIDO'
                              TO LD-OCORRENCIA
                   END-IF
                   PERFORM 2900-GRAVAR-DIVERGENCIA
             END-IF.

             IF WRK-ACEITA > ZEROS
                AND RC-VALOR-UNIT NOT = OC-CUSTO-UNIT
                   MOVE 'VALOR UNITARIO DIFERENTE DO PEDIDO'
                        TO LD-OCORRENCIA
                   PERFORM 2900-GRAVAR-DIVERGENCIA
             END-IF.

             IF OC-PENDENTE
                   PERFORM 2400-ATUALIZAR-STATUS
                   REWRITE PEDIDO-COMPRA-REC
             END-IF.

       2300-GERAR-ENTRADA.
             MOVE 'E'            TO MV-TIPO.
             MOVE OC-CODIGO      TO MV-CODIGO.
             MOVE OC-FILIAL      TO MV-FILIAL.
             MOVE WRK-ACEITA     TO MV-QTDE.
             MOVE WRK-DATA-MOVTO TO MV-DATA.
             MOVE RC-VALOR-UNIT  TO MV-CUSTO-UNIT.
             MOVE RC-LOTE        TO MV-LOTE.
             IF RC-LOTE NOT = SPACES
                AND RC-DATA-FABRIC IS NUMERIC
                   MOVE RC-DATA-FABRIC TO MV-DATA-FABRIC
             ELSE
                   MOVE ZEROS TO MV-DATA-FABRIC
             END-IF.
             IF RC-LOTE NOT = SPACES
                AND RC-DATA-VALIDADE IS NUMERIC
                   MOVE RC-DATA-VALIDADE TO MV-DATA-VALIDADE
             ELSE
                   MOVE ZEROS TO MV-DATA-VALIDADE
             END-IF.
             WRITE ESTOQUE-TRANS-REC.

             MOVE RC-NOTA        TO NE-NOTA.
             MOVE OC-FORNECEDOR  TO NE-FORNECEDOR.
             MOVE OC-NUMERO      TO NE-PEDIDO.
             MOVE OC-ITEM        TO NE-ITEM.
             MOVE OC-CODIGO      TO NE-CODIGO.
             MOVE OC-FILIAL      TO NE-FILIAL.
             MOVE WRK-ACEITA     TO NE-QTDE.
             MOVE RC-VALOR-UNIT  TO NE-VALOR-UNIT.
             MOVE WRK-DATA-MOVTO TO NE-DATA.
             WRITE NOTA-ENTRADA-REC.
             ADD 1 TO WRK-QT-ACEITAS.
             PERFORM 2500-ACUMULAR-PAGAR.

      *----------------------------------------------------------------
      * UM TITULO A PAGAR POR NOTA DO FORNECEDOR (PARCELA 01), QUE
      * ACUMULA OS ITENS ACEITOS DA NOTA. SE A PARCELA JA SAIU DO
      * ABERTO (APROVADA, REMETIDA OU PAGA), O QUE CHEGAR DEPOIS DA
      * MESMA NOTA ABRE A PARCELA SEGUINTE.
      *----------------------------------------------------------------
       2500-ACUMULAR-PAGAR.
             COMPUTE WRK-VALOR-ITEM = WRK-ACEITA * RC-VALOR-UNIT.
             ADD WRK-VALOR-ITEM TO WRK-TOT-A-PAGAR.
             MOVE OC-FORNECEDOR TO WRK-CREDOR.
             MOVE 'F'           TO PG-ORIGEM.
             MOVE WRK-CREDOR    TO PG-CREDOR.
             MOVE RC-NOTA       TO PG-DOCUMENTO.
             MOVE 1             TO PG-PARCELA.
             MOVE 'N' TO WRK-TITULO-SW.
             MOVE 'N' TO WRK-FIM-PARC-SW.
             PERFORM 2510-PROCURAR-PARCELA
                   UNTIL TITULO-DISPONIVEL OR FIM-PARCELAS.
             IF TITULO-DISPONIVEL
                   ADD WRK-VALOR-ITEM TO PG-VALOR
                   REWRITE PAGAR-REC
             ELSE
                   PERFORM 2520-INCLUIR-PAGAR
             END-IF.

       2510-PROCURAR-PARCELA.
             READ CONTAS-PAGAR
                   INVALID KEY
                         MOVE 'S' TO WRK-FIM-PARC-SW
                   NOT INVALID KEY
                         IF PG-ABERTO
                               MOVE 'S' TO WRK-TITULO-SW
                         ELSE
                               ADD 1 TO PG-PARCELA
                         END-IF
             END-READ.

       2520-INCLUIR-PAGAR.
             MOVE WRK-CREDOR TO FO-CODIGO.
             MOVE 'N' TO WRK-CHAVE-FORNEC-SW.
             IF FORNEC-ABERTO
                   READ FORNECEDOR-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-CHAVE-FORNEC-SW
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-CHAVE-FORNEC-SW
                   END-READ
             END-IF.
             IF NOT FORNEC-ACHADO
                   MOVE ZEROS TO FO-PRAZO-PAGTO
                   MOVE ZEROS TO FO-AGENCIA
                   MOVE ZEROS TO FO-CONTA
                   DISPLAY 'FORNECEDOR ' WRK-CREDOR
                           ' FORA DO FORNMST, TITULO A PAGAR '
                           'VENCE NA ENTRADA E SEM CONTA'
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-MOVTO TO DA-DATA-1.
             MOVE FO-PRAZO-PAGTO TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-VENCIMENTO.
             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.
             PERFORM 2530-ROLAR-VENCIMENTO UNTIL CD-E-DIA-UTIL.

             MOVE WRK-DATA-MOVTO TO PG-EMISSAO.
             MOVE WRK-VENCIMENTO TO PG-VENCIMENTO.
             MOVE WRK-VALOR-ITEM TO PG-VALOR.
             MOVE ZEROS          TO PG-ABATIMENTO.
             MOVE 'A'            TO PG-STATUS.
             MOVE WRK-DATA-HOJE  TO PG-DATA-STATUS.
             MOVE ZEROS          TO PG-DATA-PAGTO.
             MOVE SPACES         TO PG-APROVADOR.
             MOVE FO-AGENCIA     TO PG-AGENCIA.
             MOVE FO-CONTA       TO PG-CONTA.
             WRITE PAGAR-REC
                   INVALID KEY
                         DISPLAY 'TITULO A PAGAR JA EXISTENTE: '
                                 PG-CHAVE
                   NOT INVALID KEY
                         ADD 1 TO WRK-QT-TIT-NOVOS
             END-WRITE.

       2530-ROLAR-VENCIMENTO.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-VENCIMENTO TO DA-DATA-1.
             MOVE 1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-VENCIMENTO.
             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

       2400-ATUALIZAR-STATUS.
             EVALUATE TRUE
                   WHEN OC-QTDE-RECEBIDA NOT < OC-QTDE
                         MOVE 'R' TO OC-STATUS
                         ADD 1 TO WRK-QT-COMPLETOS
                   WHEN RC-ENCERRAR-SALDO
                         MOVE 'E' TO OC-STATUS
                         ADD 1 TO WRK-QT-ENCERRADOS
                         COMPUTE WRK-FALTA =
                               OC-QTDE - OC-QTDE-RECEBIDA
                         MOVE WRK-FALTA TO WRK-ACEITA
                         MOVE 'ITEM ENCERRADO A MENOR, FALTA ACIMA'
                              TO LD-OCORRENCIA
                         PERFORM 2900-GRAVAR-DIVERGENCIA
                   WHEN OC-QTDE-RECEBIDA > ZEROS
                         MOVE 'P' TO OC-STATUS
                         ADD 1 TO WRK-QT-PARCIAIS
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.
             MOVE WRK-DATA-HOJE TO OC-DATA-STATUS.

       2900-GRAVAR-DIVERGENCIA.
             ADD 1 TO WRK-QT-DIVERG.
             MOVE RC-NOTA    TO LD-NOTA.
             MOVE RC-PEDIDO  TO LD-PEDIDO.
             MOVE RC-CODIGO  TO LD-CODIGO.
             MOVE RC-QTDE    TO LD-QTDE-NOTA.
             MOVE WRK-ACEITA TO LD-QTDE.
             WRITE REL-DIVERGENCIA-LINHA FROM LINHA-DETALHE.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'DIVERGENCIAS DE RECEBIMENTO DE COMPRA'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-DIVERGENCIA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-DIVERGENCIA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'NOTA      PEDIDO CODIGO  QTNF QTDE OCORRENCIA'
                  TO REL-DIVERGENCIA-LINHA.
             WRITE REL-DIVERGENCIA-LINHA.
             MOVE ALL '-' TO REL-DIVERGENCIA-LINHA.
             WRITE REL-DIVERGENCIA-LINHA.

       9000-ENCERRAR.
             CLOSE RECEBIMENTO-ENTRADA.
             CLOSE PEDIDO-COMPRA.
             CLOSE ESTOQUE-TRANS.
             CLOSE NOTA-ENTRADA.
             IF FORNEC-ABERTO
                   CLOSE FORNECEDOR-MASTER
             END-IF.
             CLOSE CONTAS-PAGAR.
             CLOSE REL-DIVERGENCIA.
             DISPLAY 'RECEBIMENTO DE COMPRAS CONCLUIDO'.
             DISPLAY 'LINHAS DE NOTA LIDAS.....: ' WRK-QT-LINHAS.
             DISPLAY 'ITENS ACEITOS NO ESTOQUE.: ' WRK-QT-ACEITAS.
             DISPLAY 'ITENS RECEBIDOS INTEIROS.: ' WRK-QT-COMPLETOS.
             DISPLAY 'ITENS RECEBIDOS EM PARTE.: ' WRK-QT-PARCIAIS.
             DISPLAY 'ITENS ENCERRADOS A MENOR.: ' WRK-QT-ENCERRADOS.
             DISPLAY 'DIVERGENCIAS AO COMPRAS..: ' WRK-QT-DIVERG.
             DISPLAY 'TITULOS A PAGAR ABERTOS..: ' WRK-QT-TIT-NOVOS.
             DISPLAY 'VALOR LANCADO A PAGAR....: ' WRK-TOT-A-PAGAR.

       END PROGRAM RECEBE-COMPRA.
