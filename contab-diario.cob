      *             C 1102 BANCOS           PELO LIQUIDO (EM BRL)
      *             C 1103 ADIANTAMENTOS    PELO FL-DESC-ADIANT
      *             C 4105 RECUP.BENEFICIOS PELO FL-DESC-VT + VR
      *             C 2405 CONSIGNADOS      PELOS CONSIGNADOS E
      *             C 2406 PENSAO A PAGAR   PENSOES DO CONSIGMOV
      *             (O LIQUIDO JA EMBUTE +SALFAM -VT -VR -ADIANT
      *             -CONSIGNADO -PENSAO, ENTAO CADA LANCAMENTO FECHA
      *             DEBITO = CREDITO)
      *             D/C 4103 VARIACAO CAMBIAL C/D 1102 PELA DIFERENCA
      *             ENTRE A TAXA DO DIA DO PAGAMENTO E A TAXA DA
      *             COMPETENCIA, QUANDO A MOEDA NAO E BRL
      *             C 1101 CLIENTES         PELO VALOR DO TITULO
      *             C 3102 RECEITA FINANC.  PELA MORA (TIT-JUROS-
      *                                     RECEBIDO DO BAIXA-TITULO)
      *   PAGAR   : D 2101 FORN. DE FRETE   PELO VALOR + ABATIMENTO
      *             (OU D 2102 FORN. DE MERCADORIAS, TITULO DE NOTA
      *             DE FORNECEDOR)
      *             C 1102 BANCOS           PELO VALOR PAGO
      *             C 4201 DESPESA FRETE    PELOS SINISTROS ABATIDOS
      *             (BAIXAS DO CONTAS-PAGAR PAGAS NO DIA, PELO
      *             RETORNO DO BANCO NO PAGTO-RETORNO)
      *   ESTOQUE : D 1104 ESTOQUE MERCAD.  PELA ENTRADA (QTDE x VALOR
      *             C 2102 FORN. DE MERCAD. UNITARIO DA NOTA, NFENTRAD)
      *   CMV     : D 4301 CMV              PELO CUSTO MEDIO DA
      *             C 1104 ESTOQUE MERCAD.  UNIDADE FATURADA
      *                                     (FAT-CUSTO-MERC)
      *   PISCOF  : D 3104 (-) PIS S/RECEITA   PELO PIS
      *             C 2302 PIS A RECOLHER      PELO PIS
      *             D 3105 (-) COFINS S/REC.   PELA COFINS
      *             C 2303 COFINS A RECOLHER   PELA COFINS
      *             (SOBRE A VENDA DO DIA, BASE = VALOR MENOS ICMS,
      *             ESTORNO INVERTE D/C; E SOBRE A ARMAZENAGEM E A
      *             MENSALIDADE FATURADAS NO DIA, LIDAS DO PISCOFLD)
      *   RECUPER : D 1102 BANCOS           PELO VALOR RECEBIDO SOBRE
      *             C 3107 RECUPERACAO DE   TITULO JA BAIXADO COMO
      *                    CREDITOS         PERDA (LEDGER RECUPLDG)
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - RODADA DE LOTE: A RODADA E ABERTA NO CTRL-
      *                 EXECUCAO E O NUMERO DELA E CARIMBADO NAS
      *                 PARTIDAS DO DIARIO LANCTOS (LC-EXECUCAO), PARA O
      *                 ESTORNA-EXECUCAO ESTORNAR A CONTABILIZACAO DE UM
      *                 DIA ERRADO COM PARTIDAS INVERSAS.
      * 15/10/2026 DZ - CONSIGNADOS E PENSAO ALIMENTICIA DESCONTADOS NA
      *                 FOLHA E NA RESCISAO: O LIQUIDO DO LEDGER PASSOU
      *                 A VIR LIQUIDO DELES, ENTAO A PARTIDA DA FOLHA
      *                 GANHA C 2405 CONSIGNADOS A REPASSAR E C 2406
      *                 PENSAO ALIMENTICIA A PAGAR, SOMADOS DO CONSIGMOV
      *                 DA MATRICULA NA COMPETENCIA DO LANCAMENTO.
      * 15/10/2026 DZ - RECUPERACAO DE CREDITOS (ORIGEM RECUPER): OS
      *                 RECEBIMENTOS DO DIA SOBRE TITULOS JA BAIXADOS
      *                 COMO PERDA, GRAVADOS NO LEDGER RECUPLDG PELO
      *                 BAIXA-TITULO E PELO COBRANCA-RETORNO, LANCAM
      *                 D 1102 BANCOS / C 3107 RECUPERACAO DE
      *                 CREDITOS, SEM PASSAR PELA CONTA 1101.
      * 15/10/2026 DZ - PIS E COFINS SOBRE A RECEITA (ORIGEM PISCOF):
      *                 CADA VENDA DO DIA E TRIBUTADA PELO CALC-
      *                 PISCOFINS SOBRE O VALOR MENOS O ICMS (ESTORNO
      *                 REDUZ A BASE E INVERTE D/C), COM D 3104/3105
      *                 DEDUCOES DA RECEITA E C 2302/2303 PIS/COFINS A
      *                 RECOLHER, E A LINHA VAI PARA O LEDGER PISCOFLD;
      *                 OS TRIBUTOS DA ARMAZENAGEM E DA MENSALIDADE
      *                 GRAVADOS NO PISCOFLD NO DIA DO MOVIMENTO SAO
      *                 CONTABILIZADOS PELAS MESMAS CONTAS.
      * 15/10/2026 DZ - ESTOQUE A CUSTO NA CONTABILIDADE: A ENTRADA DE
      *                 MERCADORIA DO DIA (NFENTRAD DO RECEBE-COMPRA)
      *                 LANCA D 1104 ESTOQUE C 2102 FORNECEDORES DE
      *                 MERCADORIAS (ORIGEM ESTOQUE) E CADA FATURA DO
      *                 DIA LANCA O CMV PELO CUSTO MEDIO, D 4301 C 1104
      *                 (ORIGEM CMV). TABELAS DE PLANO E SALDOS
      *                 AMPLIADAS PARA 50 CONTAS.
      * 15/10/2026 DZ - AS BAIXAS DO CONTAS-PAGAR PAGAS NO DIA (RETORNO
      *                 DO BANCO NO PAGTO-RETORNO) PASSAM A SER
      *                 CONTABILIZADAS (ORIGEM PAGAR): D 2101
      *                 FORNECEDORES DE FRETE OU D 2102 FORNECEDORES DE
      *                 MERCADORIAS PELO BRUTO, C 1102 BANCOS PELO VALOR
      *                 PAGO E C 4201 PELO SINISTRO ABATIDO DA FATURA DE
      *                 FRETE.
      * 02/09/2026 DZ - A PARTIDA DA FOLHA VOLTA A FECHAR: O LIQUIDO
      *                 DO LEDGER PASSOU A EMBUTIR SALARIO-FAMILIA,
      *                 VT/VR E ADIANTAMENTO RECUPERADO, E SO O
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

           SELECT NOTA-ENTRADA ASSIGN TO 'NFENTRAD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTA.

           SELECT FATURA-MASTER ASSIGN TO 'FATURAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-NUMERO
                  FILE STATUS IS WRK-FS-FATURA.

           SELECT PIS-COFINS-LEDGER ASSIGN TO 'PISCOFLD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PISCOF.

           SELECT RECUPERACAO-LEDGER ASSIGN TO 'RECUPLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RECUP.

           SELECT CONSIGNACAO-MOV ASSIGN TO 'CONSIGMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS WRK-FS-CONSMOV.

           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PLANO.
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  CONTAS-PAGAR.
       COPY cpagar.

       FD  NOTA-ENTRADA.
       COPY nfentr.

       FD  FATURA-MASTER.
       COPY fatura.

       FD  PIS-COFINS-LEDGER.
       COPY piscofl.

       FD  RECUPERACAO-LEDGER.
       COPY recupldg.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  PLANO-CONTAS.
       01  PLANO-CONTAS-REC.
           05 PC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  REL-BALANCETE.
       01  REL-BALANCETE-LINHA PIC X(80).
         88 FIM-PLANO           VALUE 'S'.
       77 WRK-EOF-TIT-SW   PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-EOF-PAG-SW   PIC X(01) VALUE 'N'.
         88 FIM-PAGAR           VALUE 'S'.
       77 WRK-FS-NOTA      PIC X(02) VALUE '00'.
       77 WRK-EOF-NOT-SW   PIC X(01) VALUE 'N'.
         88 FIM-NOTAS-ENTRADA   VALUE 'S'.
       77 WRK-FS-FATURA    PIC X(02) VALUE '00'.
       77 WRK-EOF-FAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-FATURAS         VALUE 'S'.

       77 WRK-FS-PISCOF    PIC X(02) VALUE '00'.
       77 WRK-EOF-PQ-SW    PIC X(01) VALUE 'N'.
         88 FIM-PISCOFINS       VALUE 'S'.
       77 WRK-PQ-JA-SW     PIC X(01) VALUE 'N'.
         88 VENDAS-JA-TRIBUTADAS VALUE 'S'.
       77 WRK-TRIB-EST-SW  PIC X(01) VALUE 'N'.
         88 TRIBUTO-DE-ESTORNO  VALUE 'S'.
       77 WRK-VAL-PIS      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAL-COFINS   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-TRIBUTADAS PIC 9(05) VALUE ZEROS.

       77 WRK-FS-RECUP     PIC X(02) VALUE '00'.
       77 WRK-EOF-RV-SW    PIC X(01) VALUE 'N'.
         88 FIM-RECUPERACOES    VALUE 'S'.

       77 WRK-DATA-MOVTO   PIC 9(08) VALUE ZEROS.
       77 WRK-RECEITA      PIC 9(10)V99 VALUE ZEROS.

       01 TABELA-PLANO.
          05 TP-DET OCCURS 50 TIMES INDEXED BY IX-TP.
             10 TP-CONTA       PIC 9(04).
             10 TP-DESCRICAO   PIC X(30).
             10 TP-SINTETICA   PIC X(01).
         88 CONTA-NO-PLANO     VALUE 'S'.

       01 TABELA-SALDOS.
          05 TS-DET OCCURS 50 TIMES INDEXED BY IX-TS.
             10 TS-CONTA       PIC 9(04).
             10 TS-DEBITOS     PIC 9(12)V99.
             10 TS-CREDITOS    PIC 9(12)V99.
       77 WRK-TAXA-PAGTO   PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DESC-BENEF   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-CONSIG-SW    PIC X(01) VALUE 'N'.
         88 CONSIG-ABERTO       VALUE 'S'.
       77 WRK-EOF-CON-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONSIG-FUNC     VALUE 'S'.
       77 WRK-DESC-CONSIG  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESC-PENSAO  PIC 9(08)V99 VALUE ZEROS.

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 PS-PARM.
          05 PS-BASE            PIC 9(10)V99.
          05 PS-PIS             PIC 9(08)V99.
          05 PS-COFINS          PIC 9(08)V99.
          05 PS-REGIME          PIC X(01).
          05 PS-ALIQ-PIS        PIC 9(01)V9(04).
          05 PS-ALIQ-COFINS     PIC 9(01)V9(04).
          05 PS-RETORNO         PIC X(01).
             88 PS-OK              VALUE '0'.
             88 PS-SEM-PARAMETRO   VALUE '1'.
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.
       COPY rpthdr.

             MOVE 'N' TO WRK-EOF-FRE-SW.
             MOVE 'N' TO WRK-EOF-PLA-SW.
             MOVE 'N' TO WRK-EOF-TIT-SW.
             MOVE 'N' TO WRK-EOF-PAG-SW.
             MOVE 'N' TO WRK-EOF-NOT-SW.
             MOVE 'N' TO WRK-EOF-FAT-SW.
             MOVE 'N' TO WRK-EOF-PQ-SW.
             MOVE 'N' TO WRK-PQ-JA-SW.
             MOVE 'N' TO WRK-EOF-RV-SW.
             MOVE ZEROS TO WRK-QT-TRIBUTADAS.
             MOVE ZEROS TO WRK-QT-CONTAS.
             MOVE ZEROS TO WRK-QT-SALDOS.
             MOVE ZEROS TO WRK-TOT-DEBITOS.

             PERFORM 0500-CARREGAR-PLANO.
             PERFORM 0550-CARREGAR-CAMBIO.
             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1500-CONTABILIZAR-FATURADOS.
             PERFORM 2000-CONTABILIZAR-VENDAS.
             PERFORM 3000-CONTABILIZAR-FOLHA.
             PERFORM 4000-CONTABILIZAR-FRETE.
             PERFORM 4500-CONTABILIZAR-RECEBTOS.
             PERFORM 4750-CONTABILIZAR-RECUPERACOES.
             PERFORM 4800-CONTABILIZAR-PAGTOS.
             PERFORM 4900-CONTABILIZAR-ESTOQUE.
             PERFORM 5000-IMPRIMIR-BALANCETE.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0500-CARREGAR-PLANO.
             END-READ.

       0520-GUARDAR-CONTA.
             IF WRK-QT-CONTAS < 50
                   ADD 1 TO WRK-QT-CONTAS
                   SET IX-TP TO WRK-QT-CONTAS
                   MOVE PC-CONTA     TO TP-CONTA(IX-TP)
                   END-START
             END-IF.

             OPEN INPUT CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-PAG-SW
             END-IF.

             OPEN INPUT NOTA-ENTRADA.
             MOVE WRK-FS-NOTA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-NOT-SW
             END-IF.

             OPEN INPUT FATURA-MASTER.
             MOVE WRK-FS-FATURA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-FAT-SW
             END-IF.

             MOVE 'N' TO WRK-CONSIG-SW.
             OPEN INPUT CONSIGNACAO-MOV.
             MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CONSIG-SW
             END-IF.

             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE

             OPEN OUTPUT REL-BALANCETE.

      *----------------------------------------------------------------
      * O PISCOFLD E LIDO INTEIRO ANTES DAS VENDAS: CONTABILIZA O PIS E
      * A COFINS DA ARMAZENAGEM E DA MENSALIDADE GRAVADOS NO DIA DO
      * MOVIMENTO E VERIFICA SE AS VENDAS DO DIA JA FORAM TRIBUTADAS
      * NUMA RODADA ANTERIOR (NESSE CASO AS PARTIDAS SAEM, MAS O LEDGER
      * NAO RECEBE AS LINHAS DE NOVO). DEPOIS O ARQUIVO E REABERTO EM
      * EXTEND PARA RECEBER AS VENDAS DO DIA.
      *----------------------------------------------------------------
       1500-CONTABILIZAR-FATURADOS.
             OPEN INPUT PIS-COFINS-LEDGER.
             MOVE WRK-FS-PISCOF TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1510-LER-PISCOFINS
                   PERFORM 1520-LANCAR-FATURADO UNTIL FIM-PISCOFINS
                   CLOSE PIS-COFINS-LEDGER
             END-IF.
             IF VENDAS-JA-TRIBUTADAS
                   DISPLAY 'VENDAS DE ' WRK-DATA-MOVTO ' JA CONSTAM '
                           'NO PISCOFLD, LEDGER NAO REGRAVADO'
             END-IF.
             OPEN EXTEND PIS-COFINS-LEDGER.
             MOVE WRK-FS-PISCOF TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE PIS-COFINS-LEDGER
                   OPEN OUTPUT PIS-COFINS-LEDGER
             END-IF.

       1510-LER-PISCOFINS.
             READ PIS-COFINS-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-PQ-SW
             END-READ.

       1520-LANCAR-FATURADO.
             IF PQ-DATA-GERACAO = WRK-DATA-MOVTO
                   IF PQ-DE-VENDA
                         MOVE 'S' TO WRK-PQ-JA-SW
                   ELSE
                         MOVE PQ-PIS    TO WRK-VAL-PIS
                         MOVE PQ-COFINS TO WRK-VAL-COFINS
                         IF PQ-E-ESTORNO
                               MOVE 'S' TO WRK-TRIB-EST-SW
                         ELSE
                               MOVE 'N' TO WRK-TRIB-EST-SW
                         END-IF
                         PERFORM 2400-LANCAR-PISCOFINS
                   END-IF
             END-IF.
             PERFORM 1510-LER-PISCOFINS.

       2000-CONTABILIZAR-VENDAS.
             PERFORM 2100-LER-VENDA.
             PERFORM 2200-LANCAR-VENDA UNTIL FIM-VENDAS.
                         MOVE VL-ICMS TO WRK-VALOR
                         PERFORM 6000-GRAVAR-PARTIDA
                   END-IF
                   PERFORM 2300-TRIBUTAR-VENDA
             END-IF.
             PERFORM 2100-LER-VENDA.

      *----------------------------------------------------------------
      * PIS E COFINS DA VENDA (OU DO ESTORNO, QUE REDUZ A BASE) SOBRE A
      * RECEITA SEM O ICMS, PELO CALC-PISCOFINS; A LINHA DO PISCOFLD
      * ALIMENTA A APURACAO MENSAL DO REL-PISCOFINS.
      *----------------------------------------------------------------
       2300-TRIBUTAR-VENDA.
             MOVE WRK-RECEITA TO PS-BASE.
             CALL 'CALC-PISCOFINS' USING PS-PARM.
             MOVE PS-PIS    TO WRK-VAL-PIS.
             MOVE PS-COFINS TO WRK-VAL-COFINS.
             IF VL-E-ESTORNO
                   MOVE 'S' TO WRK-TRIB-EST-SW
             ELSE
                   MOVE 'N' TO WRK-TRIB-EST-SW
             END-IF.
             PERFORM 2400-LANCAR-PISCOFINS.
             IF PS-OK AND NOT VENDAS-JA-TRIBUTADAS
                   MOVE VL-DATA        TO PQ-DATA
                   MOVE WRK-DATA-MOVTO TO PQ-DATA-GERACAO
                   MOVE 'VENDAS'       TO PQ-ORIGEM
                   MOVE VL-TIPO        TO PQ-TIPO
                   MOVE SPACES         TO PQ-REFERENCIA
                   MOVE VL-SEQ         TO PQ-REFERENCIA(1:5)
                   MOVE WRK-RECEITA    TO PQ-BASE
                   MOVE PS-PIS         TO PQ-PIS
                   MOVE PS-COFINS      TO PQ-COFINS
                   MOVE PS-REGIME      TO PQ-REGIME
                   WRITE PIS-COFINS-LEDGER-REC
                   ADD 1 TO WRK-QT-TRIBUTADAS
             END-IF.

       2400-LANCAR-PISCOFINS.
             MOVE 'PISCOF' TO WRK-ORIGEM.
             MOVE WRK-VAL-PIS TO WRK-VALOR.
             MOVE 3104 TO WRK-CONTA.
             IF TRIBUTO-DE-ESTORNO
                   MOVE 'C' TO WRK-NATUREZA
             ELSE
                   MOVE 'D' TO WRK-NATUREZA
             END-IF.
             PERFORM 6000-GRAVAR-PARTIDA.
             MOVE 2302 TO WRK-CONTA.
             IF TRIBUTO-DE-ESTORNO
                   MOVE 'D' TO WRK-NATUREZA
             ELSE
                   MOVE 'C' TO WRK-NATUREZA
             END-IF.
             PERFORM 6000-GRAVAR-PARTIDA.
             MOVE WRK-VAL-COFINS TO WRK-VALOR.
             MOVE 3105 TO WRK-CONTA.
             IF TRIBUTO-DE-ESTORNO
                   MOVE 'C' TO WRK-NATUREZA
             ELSE
                   MOVE 'D' TO WRK-NATUREZA
             END-IF.
             PERFORM 6000-GRAVAR-PARTIDA.
             MOVE 2303 TO WRK-CONTA.
             IF TRIBUTO-DE-ESTORNO
                   MOVE 'D' TO WRK-NATUREZA
             ELSE
                   MOVE 'C' TO WRK-NATUREZA
             END-IF.
             PERFORM 6000-GRAVAR-PARTIDA.

       3000-CONTABILIZAR-FOLHA.
             PERFORM 3100-LER-FOLHA.
             PERFORM 3200-LANCAR-FOLHA UNTIL FIM-FOLHA.
                         WRK-DESC-BENEF * WRK-TAXA-COMPET
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             IF CONSIG-ABERTO
                   PERFORM 3290-PARTIDAS-CONSIGNACAO
             END-IF.

      *----------------------------------------------------------------
      * CONSIGNADOS (C 2405, A REPASSAR AOS BANCOS) E PENSAO
      * ALIMENTICIA (C 2406, CREDITADA AO BENEFICIARIO) DESCONTADOS DO
      * LANCAMENTO, SOMADOS DAS LINHAS DO CONSIGMOV DA MESMA MATRICULA
      * E COMPETENCIA.
      *----------------------------------------------------------------
       3290-PARTIDAS-CONSIGNACAO.
             MOVE ZEROS TO WRK-DESC-CONSIG.
             MOVE ZEROS TO WRK-DESC-PENSAO.
             MOVE 'N' TO WRK-EOF-CON-SW.
             MOVE FL-MATRICULA   TO CM-MATRICULA.
             MOVE FL-COMPETENCIA TO CM-COMPETENCIA.
             MOVE ZEROS          TO CM-SEQ.
             START CONSIGNACAO-MOV KEY IS >= CM-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
             END-START.
             PERFORM 3291-LER-CONSIGNACAO.
             PERFORM 3292-SOMAR-CONSIGNACAO UNTIL FIM-CONSIG-FUNC.
             IF WRK-DESC-CONSIG > ZEROS
                   MOVE 2405 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   COMPUTE WRK-VALOR ROUNDED =
                         WRK-DESC-CONSIG * WRK-TAXA-COMPET
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             IF WRK-DESC-PENSAO > ZEROS
                   MOVE 2406 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   COMPUTE WRK-VALOR ROUNDED =
                         WRK-DESC-PENSAO * WRK-TAXA-COMPET
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.

       3291-LER-CONSIGNACAO.
             IF NOT FIM-CONSIG-FUNC
                   READ CONSIGNACAO-MOV NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-CON-SW
                   END-READ
                   IF NOT FIM-CONSIG-FUNC
                         AND (CM-MATRICULA NOT = FL-MATRICULA
                           OR CM-COMPETENCIA NOT = FL-COMPETENCIA)
                         MOVE 'S' TO WRK-EOF-CON-SW
                   END-IF
             END-IF.

       3292-SOMAR-CONSIGNACAO.
             IF CM-PENSAO
                   ADD CM-VALOR-DESCONTO TO WRK-DESC-PENSAO
             ELSE
                   ADD CM-VALOR-DESCONTO TO WRK-DESC-CONSIG
             END-IF.
             PERFORM 3291-LER-CONSIGNACAO.

      *----------------------------------------------------------------
      * A TAXA DA COMPETENCIA VEM DO LEDGER (FL-TAXA-BRL) OU, PARA
             END-IF.
             PERFORM 4600-LER-TITULO.

      *----------------------------------------------------------------
      * RECEBIMENTO SOBRE TITULO BAIXADO COMO PERDA: O CLIENTE JA SAIU
      * DA CONTA 1101 NA BAIXA, ENTAO O VALOR E RECEITA DE RECUPERACAO.
      *----------------------------------------------------------------
       4750-CONTABILIZAR-RECUPERACOES.
             OPEN INPUT RECUPERACAO-LEDGER.
             MOVE WRK-FS-RECUP TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 4760-LER-RECUPERACAO
                   PERFORM 4770-LANCAR-RECUPERACAO
                         UNTIL FIM-RECUPERACOES
                   CLOSE RECUPERACAO-LEDGER
             END-IF.

       4760-LER-RECUPERACAO.
             READ RECUPERACAO-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-RV-SW
             END-READ.

       4770-LANCAR-RECUPERACAO.
             IF RV-DATA = WRK-DATA-MOVTO
                   MOVE 'RECUPER' TO WRK-ORIGEM
                   MOVE RV-VALOR TO WRK-VALOR
                   MOVE 1102 TO WRK-CONTA
                   MOVE 'D' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
                   MOVE 3107 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             PERFORM 4760-LER-RECUPERACAO.

      *----------------------------------------------------------------
      * O FORNECEDOR E BAIXADO PELO BRUTO DA OBRIGACAO (VALOR PAGO
      * MAIS O SINISTRO ABATIDO DA FATURA DE FRETE); O ABATIMENTO
      * VOLTA COMO RECUPERACAO DA DESPESA DE FRETE.
      *----------------------------------------------------------------
       4800-CONTABILIZAR-PAGTOS.
             PERFORM 4810-LER-PAGAR.
             PERFORM 4820-LANCAR-PAGTO UNTIL FIM-PAGAR.

       4810-LER-PAGAR.
             IF NOT FIM-PAGAR
                   READ CONTAS-PAGAR NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-PAG-SW
                   END-READ
             END-IF.

       4820-LANCAR-PAGTO.
             IF PG-PAGO AND PG-DATA-PAGTO = WRK-DATA-MOVTO
                   MOVE 'PAGAR' TO WRK-ORIGEM
                   IF PG-ORIGEM-TRANSP
                         MOVE 2101 TO WRK-CONTA
                   ELSE
                         MOVE 2102 TO WRK-CONTA
                   END-IF
                   MOVE 'D' TO WRK-NATUREZA
                   COMPUTE WRK-VALOR = PG-VALOR + PG-ABATIMENTO
                   PERFORM 6000-GRAVAR-PARTIDA
                   MOVE 1102 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   MOVE PG-VALOR TO WRK-VALOR
                   PERFORM 6000-GRAVAR-PARTIDA
                   MOVE 4201 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   MOVE PG-ABATIMENTO TO WRK-VALOR
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             PERFORM 4810-LER-PAGAR.

      *----------------------------------------------------------------
      * ESTOQUE A CUSTO: A ENTRADA ACEITA NO RECEBE-COMPRA (UMA LINHA
      * DO NFENTRAD POR ITEM DE NOTA) E A SAIDA FATURADA, PELO CUSTO
      * MEDIO GRAVADO NA FATURA PELO FATURA-PEDIDO.
      *----------------------------------------------------------------
       4900-CONTABILIZAR-ESTOQUE.
             PERFORM 4910-LER-NOTA-ENTRADA.
             PERFORM 4920-LANCAR-ENTRADA UNTIL FIM-NOTAS-ENTRADA.
             PERFORM 4950-LER-FATURA.
             PERFORM 4960-LANCAR-CMV UNTIL FIM-FATURAS.

       4910-LER-NOTA-ENTRADA.
             IF NOT FIM-NOTAS-ENTRADA
                   READ NOTA-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-NOT-SW
                   END-READ
             END-IF.

       4920-LANCAR-ENTRADA.
             IF NE-DATA = WRK-DATA-MOVTO
                   MOVE 'ESTOQUE' TO WRK-ORIGEM
                   COMPUTE WRK-VALOR = NE-QTDE * NE-VALOR-UNIT
                   MOVE 1104 TO WRK-CONTA
                   MOVE 'D' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
                   MOVE 2102 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             PERFORM 4910-LER-NOTA-ENTRADA.

       4950-LER-FATURA.
             IF NOT FIM-FATURAS
                   READ FATURA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-FAT-SW
                   END-READ
             END-IF.

       4960-LANCAR-CMV.
             IF FAT-DATA = WRK-DATA-MOVTO
                   MOVE 'CMV' TO WRK-ORIGEM
                   MOVE FAT-CUSTO-MERC TO WRK-VALOR
                   MOVE 4301 TO WRK-CONTA
                   MOVE 'D' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
                   MOVE 1104 TO WRK-CONTA
                   MOVE 'C' TO WRK-NATUREZA
                   PERFORM 6000-GRAVAR-PARTIDA
             END-IF.
             PERFORM 4950-LER-FATURA.

       6000-GRAVAR-PARTIDA.
             IF WRK-VALOR > ZEROS
                   MOVE WRK-DATA-MOVTO TO LC-DATA
                   MOVE WRK-NATUREZA   TO LC-NATUREZA
                   MOVE WRK-VALOR      TO LC-VALOR
                   MOVE WRK-ORIGEM     TO LC-ORIGEM
                   MOVE EL-EXECUCAO    TO LC-EXECUCAO
                   WRITE DIARIO-LANCTOS-REC
                   ADD 1 TO WRK-QT-LANCTOS
                   PERFORM 6200-CONFERIR-PLANO
                               OR CONTA-ACHADA
             END-IF.
             IF NOT CONTA-ACHADA
                   IF WRK-QT-SALDOS < 50
                         ADD 1 TO WRK-QT-SALDOS
                         SET IX-TS TO WRK-QT-SALDOS
                         MOVE WRK-CONTA TO TS-CONTA(IX-TS)
             MOVE ALL '-' TO REL-BALANCETE-LINHA.
             WRITE REL-BALANCETE-LINHA.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'CONTAB-DIARIO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       9000-ENCERRAR.
             WRITE REL-BALANCETE-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE SALES-LEDGER.
             CLOSE FOLHA-LEDGER.
             CLOSE FRETE-AUDIT.
             CLOSE CONTAS-RECEBER.
             IF WRK-FS-PAGAR NOT = '35'
                   CLOSE CONTAS-PAGAR
             END-IF.
             IF WRK-FS-NOTA NOT = '35'
                   CLOSE NOTA-ENTRADA
             END-IF.
             IF WRK-FS-FATURA NOT = '35'
                   CLOSE FATURA-MASTER
             END-IF.
             IF CONSIG-ABERTO
                   CLOSE CONSIGNACAO-MOV
             END-IF.
             CLOSE DIARIO-LANCTOS.
             CLOSE PIS-COFINS-LEDGER.
             CLOSE REL-BALANCETE.
             DISPLAY 'DIARIO CONTABIL CONCLUIDO'.
             DISPLAY 'PARTIDAS GRAVADAS.......: ' WRK-QT-LANCTOS.
             DISPLAY 'VENDAS TRIBUTADAS PISCOF: ' WRK-QT-TRIBUTADAS.
             DISPLAY 'TOTAL DEBITOS...........: ' WRK-TOT-DEBITOS.
             DISPLAY 'TOTAL CREDITOS..........: ' WRK-TOT-CREDITOS.

