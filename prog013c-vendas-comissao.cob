      *-----------------------------------------------------------------
      * LE TODO O VENDA-LEDGER (GRAVADO POR REG-VENDAS, EM ORDEM DE
      * LANCAMENTO, NAO POR VENDEDOR) E ACUMULA QUANTIDADE E TOTAL
      * VENDIDO POR VENDEDOR. COMO O LEDGER NAO VEM ORDENADO POR
      * VENDEDOR, OS LANCAMENTOS SAO DESCARREGADOS NO COMTRAB E
      * ORDENADOS POR VENDEDOR (SORT PARA O COMORD1), COM QUEBRA POR
      * VENDEDOR SEM TABELA EM MEMORIA; O RESUMO E REORDENADO PELA
      * SEQUENCIA DO PRIMEIRO LANCAMENTO DE CADA VENDEDOR (COMORD2).
      * AO FINAL, IMPRIME UMA LINHA POR VENDEDOR, NA ORDEM EM QUE
      * APARECEM NO LEDGER, COM O TOTAL VENDIDO E A COMISSAO CALCULADA
      * SOBRE ELE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/08/2026 DZ - WRK-EOF-SW, WRK-QT-LANCAMENTOS, WRK-TOTAL-GERAL,
      * 22/08/2026 DZ - TOTAIS POR FILIAL: ALEM DO RATEIO POR VENDEDOR,
      *                 O RELATORIO PASSA A IMPRIMIR O TOTAL VENDIDO DE
      *                 CADA FILIAL (VL-FILIAL) E O CONSOLIDADO.
      * 15/10/2026 DZ - SEM O LIMITE DE 20 VENDEDORES: A
      *                 TABELA-COMISSAO DA LUGAR A SORT POR VENDEDOR COM
      *                 QUEBRA DE CONTROLE (COMTRAB/COMORD1) E A
      *                 REORDENACAO DO RESUMO PELA ORDEM DE CHEGADA
      *                 (COMORD2). SAI A CONTAGEM DE VENDEDORES FORA DA
      *                 TABELA, QUE NAO EXISTEM MAIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-COMISSAO.
                  RECORD KEY IS VD-CODIGO
                  FILE STATUS IS WRK-FS-VENDEDOR.

           SELECT COMISSAO-TRAB ASSIGN TO 'COMTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT COMISSAO-ORDEM ASSIGN TO 'COMORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT COMISSAO-RESUMO ASSIGN TO 'COMRES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RESUMO.

           SELECT COMISSAO-ORDEM-RESUMO ASSIGN TO 'COMORD2'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM2.

           SELECT SORT-COMISSAO ASSIGN TO 'COMSRT1'.

           SELECT SORT-COMISSAO-RESUMO ASSIGN TO 'COMSRT2'.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       FD  VENDEDOR-MASTER.
       COPY vendedor.

      *----------------------------------------------------------------
      * UM REGISTRO POR LANCAMENTO DO LEDGER. SEQ = ORDEM DE LEITURA.
      *----------------------------------------------------------------
       FD  COMISSAO-TRAB.
       01  COMISSAO-TRAB-REC.
           05 MI-VENDEDOR      PIC X(10).
           05 MI-SEQ           PIC 9(09).
           05 MI-TIPO          PIC X(01).
           05 MI-VALOR         PIC 9(08)V99.

       SD  SORT-COMISSAO.
       01  SORT-COMISSAO-REC.
           05 MJ-VENDEDOR      PIC X(10).
           05 MJ-SEQ           PIC 9(09).
           05 MJ-TIPO          PIC X(01).
           05 MJ-VALOR         PIC 9(08)V99.

       FD  COMISSAO-ORDEM.
       01  COMISSAO-ORDEM-REC.
           05 MK-VENDEDOR      PIC X(10).
           05 MK-SEQ           PIC 9(09).
           05 MK-TIPO          PIC X(01).
             88 MK-E-ESTORNO       VALUE 'E'.
           05 MK-VALOR         PIC 9(08)V99.

      *----------------------------------------------------------------
      * UM REGISTRO POR VENDEDOR, COM A SEQUENCIA DO PRIMEIRO
      * LANCAMENTO.
      *----------------------------------------------------------------
       FD  COMISSAO-RESUMO.
       01  COMISSAO-RESUMO-REC.
           05 MM-SEQ           PIC 9(09).
           05 MM-VENDEDOR      PIC X(10).
           05 MM-QTDE          PIC 9(05).
           05 MM-TOTAL         PIC 9(10)V99.

       SD  SORT-COMISSAO-RESUMO.
       01  SORT-COMISSAO-RESUMO-REC.
           05 MN-SEQ           PIC 9(09).
           05 MN-VENDEDOR      PIC X(10).
           05 MN-QTDE          PIC 9(05).
           05 MN-TOTAL         PIC 9(10)V99.

       FD  COMISSAO-ORDEM-RESUMO.
       01  COMISSAO-ORDEM-RESUMO-REC.
           05 MP-SEQ           PIC 9(09).
           05 MP-VENDEDOR      PIC X(10).
           05 MP-QTDE          PIC 9(05).
           05 MP-TOTAL         PIC 9(10)V99.

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER      PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB        PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM       PIC X(02) VALUE '00'.
       77 WRK-FS-RESUMO      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM2      PIC X(02) VALUE '00'.
       77 WRK-EOF-SW         PIC X(01) VALUE 'N'.
         88 FIM-LEDGER            VALUE 'S'.
       77 WRK-EOF-ORD-SW     PIC X(01) VALUE 'N'.
         88 FIM-ORDEM             VALUE 'S'.
       77 WRK-PRIMEIRO-SW    PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO     VALUE 'S'.
       77 WRK-SEQ-LEITURA    PIC 9(09) VALUE ZEROS.
       77 WRK-VENDEDOR-ANT   PIC X(10) VALUE SPACES.
       77 WRK-QT-LANCAMENTOS PIC 9(05)    VALUE ZEROS.
       77 WRK-TOTAL-GERAL    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-COMISSAO-GERAL PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EXCEDENTE-META PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FAIXA-ATINGIDA PIC X(07) VALUE SPACES.

       01 TABELA-FILIAL-TOT.
          05 TFT-DET OCCURS 10 TIMES.
             10 TFT-FILIAL     PIC 9(02).
       77 WRK-IX-FT          PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHOU-SW   PIC X(01) VALUE 'N'.
         88 FILIAL-NA-TABELA     VALUE 'S'.
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE ZEROS TO WRK-QT-LANCAMENTOS.
             MOVE ZEROS TO WRK-TOTAL-GERAL.
             MOVE ZEROS TO WRK-COMISSAO-GERAL.
             MOVE ZEROS TO WRK-SEQ-LEITURA.
             MOVE ZEROS TO WRK-QT-FIL-TOT.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-LEDGER.
             PERFORM 2000-SOMAR-LEDGER UNTIL FIM-LEDGER.
             CLOSE COMISSAO-TRAB.
             PERFORM 2500-ORDENAR-VENDEDORES.
             PERFORM 2600-APURAR-VENDEDORES.
             PERFORM 2900-ORDENAR-RESUMO.
             PERFORM 3000-IMPRIMIR-COMISSOES.
             PERFORM 9000-ENCERRAR.
             GOBACK.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'VENDA-LEDGER INEXISTENTE, NADA A RATEAR'
             END-IF.
             OPEN OUTPUT COMISSAO-TRAB.

       1100-LER-LEDGER.
             IF FS-ARQ-NAO-EXISTE
             END-IF.

       2000-SOMAR-LEDGER.
             ADD 1 TO WRK-QT-LANCAMENTOS.
             IF VL-E-ESTORNO
                   SUBTRACT VL-VALOR FROM WRK-TOTAL-GERAL
             ELSE
                   ADD VL-VALOR TO WRK-TOTAL-GERAL
             END-IF.
             PERFORM 2300-SOMAR-NA-FILIAL.

             ADD 1 TO WRK-SEQ-LEITURA.
             MOVE VL-VENDEDOR     TO MI-VENDEDOR.
             MOVE WRK-SEQ-LEITURA TO MI-SEQ.
             MOVE VL-TIPO         TO MI-TIPO.
             MOVE VL-VALOR        TO MI-VALOR.
             WRITE COMISSAO-TRAB-REC.

             PERFORM 1100-LER-LEDGER.

       2300-SOMAR-NA-FILIAL.
             MOVE 'N' TO WRK-FIL-ACHOU-SW.
             MOVE 1 TO WRK-IX-FT.
                   ADD 1 TO WRK-IX-FT
             END-IF.

      *----------------------------------------------------------------
      * OS LANCAMENTOS DE CADA VENDEDOR CHEGAM NA ORDEM DO LEDGER, E O
      * TOTAL DO VENDEDOR E SOMADO NESSA MESMA ORDEM.
      *----------------------------------------------------------------
       2500-ORDENAR-VENDEDORES.
             SORT SORT-COMISSAO
                   ON ASCENDING KEY  MJ-VENDEDOR
                                     MJ-SEQ
                   USING COMISSAO-TRAB
                   GIVING COMISSAO-ORDEM.

       2600-APURAR-VENDEDORES.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT COMISSAO-ORDEM.
             OPEN OUTPUT COMISSAO-RESUMO.
             PERFORM 2610-LER-ORDEM.
             PERFORM 2620-PROCESSAR-LANCAMENTO UNTIL FIM-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   WRITE COMISSAO-RESUMO-REC
             END-IF.
             CLOSE COMISSAO-ORDEM.
             CLOSE COMISSAO-RESUMO.

       2610-LER-ORDEM.
             READ COMISSAO-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       2620-PROCESSAR-LANCAMENTO.
             IF PRIMEIRO-REGISTRO OR MK-VENDEDOR NOT = WRK-VENDEDOR-ANT
                   IF NOT PRIMEIRO-REGISTRO
                         WRITE COMISSAO-RESUMO-REC
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE MK-VENDEDOR TO WRK-VENDEDOR-ANT
                   MOVE MK-SEQ      TO MM-SEQ
                   MOVE MK-VENDEDOR TO MM-VENDEDOR
                   MOVE ZEROS TO MM-QTDE
                   MOVE ZEROS TO MM-TOTAL
             END-IF.
             ADD 1 TO MM-QTDE.
             IF MK-E-ESTORNO
                   SUBTRACT MK-VALOR FROM MM-TOTAL
             ELSE
                   ADD MK-VALOR TO MM-TOTAL
             END-IF.
             PERFORM 2610-LER-ORDEM.

       2900-ORDENAR-RESUMO.
             SORT SORT-COMISSAO-RESUMO
                   ON ASCENDING KEY  MN-SEQ
                   USING COMISSAO-RESUMO
                   GIVING COMISSAO-ORDEM-RESUMO.

       3000-IMPRIMIR-COMISSOES.
             DISPLAY ' '.
             DISPLAY '**** COMISSAO POR VENDEDOR ****'.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             OPEN INPUT COMISSAO-ORDEM-RESUMO.
             PERFORM 3050-LER-RESUMO.
             PERFORM 3100-IMPRIMIR-UM-VENDEDOR UNTIL FIM-ORDEM.
             CLOSE COMISSAO-ORDEM-RESUMO.

             DISPLAY ' '.
             DISPLAY 'LANCAMENTOS NO LEDGER....: ' WRK-QT-LANCAMENTOS.
             DISPLAY 'TOTAL GERAL VENDIDO......: ' WRK-TOTAL-GERAL.
             DISPLAY 'COMISSAO GERAL...........: ' WRK-COMISSAO-GERAL.
             DISPLAY ' '.
             DISPLAY '**** TOTAIS POR FILIAL ****'.
             MOVE 1 TO WRK-IX-FT.
             DISPLAY 'CONSOLIDADO..............: '
                     WRK-TOTAL-GERAL.

       3050-LER-RESUMO.
             READ COMISSAO-ORDEM-RESUMO
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

      *----------------------------------------------------------------
      * A ESCALA DO CONTRATO: TAXA BASE SOBRE O VOLUME ATE O LIMIAR
      * VD-META-FAIXA E TAXA DA FAIXA SUPERIOR SOBRE O QUE PASSAR
             PERFORM 3150-BUSCAR-VENDEDOR.

             IF VENDEDOR-NO-MESTRE
                   IF MP-TOTAL > VD-META-FAIXA
                         COMPUTE WRK-EXCEDENTE-META =
                               MP-TOTAL - VD-META-FAIXA
                         COMPUTE WRK-COMISSAO ROUNDED =
                               (VD-META-FAIXA * VD-PCT-BASE / 100)
                             + (WRK-EXCEDENTE-META
                         MOVE 'FAIXA 2' TO WRK-FAIXA-ATINGIDA
                   ELSE
                         COMPUTE WRK-COMISSAO ROUNDED =
                               MP-TOTAL * VD-PCT-BASE / 100
                         MOVE 'FAIXA 1' TO WRK-FAIXA-ATINGIDA
                   END-IF
             ELSE
                   COMPUTE WRK-COMISSAO ROUNDED =
                         MP-TOTAL * WRK-PCT-COMISSAO / 100
                   MOVE 'PADRAO ' TO WRK-FAIXA-ATINGIDA
             END-IF.

             DISPLAY 'VENDEDOR: ' MP-VENDEDOR
                     ' QTDE: '    MP-QTDE
                     ' TOTAL: '   MP-TOTAL
                     ' COMISSAO: ' WRK-COMISSAO
                     ' ' WRK-FAIXA-ATINGIDA.
             ADD WRK-COMISSAO TO WRK-COMISSAO-GERAL.
             PERFORM 3050-LER-RESUMO.

       3150-BUSCAR-VENDEDOR.
             MOVE 'N' TO WRK-VENDEDOR-SW.
             MOVE MP-VENDEDOR TO VD-CODIGO.
             READ VENDEDOR-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-VENDEDOR-SW
