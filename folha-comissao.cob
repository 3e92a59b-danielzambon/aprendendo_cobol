      *          INSS/IRRF - FIM DA REDIGITACAO QUE JA ERROU DUAS
      *          VEZES. A LINHA DE CONCILIACAO AO FINAL PROVA QUE O
      *          TOTAL GRAVADO MAIS O TOTAL SEM MATRICULA FECHA COM A
      *          COMISSAO CALCULADA. O VENDEDOR PODE GANHAR NA VENDA
      *          (PADRAO) OU NO RECEBIMENTO: NESTE CASO A BASE DO
      *          MES E O VALOR DAS PARCELAS DO CONTAS-RECEBER
      *          BAIXADAS NA COMPETENCIA (BAIXA-TITULO OU
      *          COBRANCA-RETORNO). TITULO CANCELADO OU BAIXADO COMO
      *          PERDA DEPOIS DE COMISSIONADO NA VENDA GERA ESTORNO
      *          DE COMISSAO (VERBA DE DESCONTO 'DCM'). O EXTRATO
      *          RELCOMEX MOSTRA, POR VENDEDOR, A COMISSAO GANHA, OS
      *          ESTORNOS E A COMISSAO PENDENTE SOBRE TITULOS EM
      *          ABERTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O VENDXREF E UM PARAMETRO SIMPLES (CODIGO DO VENDEDOR +
      * FOLHAVRB, PARA O RH COMPLETAR O CRUZAMENTO E RODAR DE NOVO.
      * LIMITE DE 20 VENDEDORES E 50 CRUZAMENTOS (TAMANHO DAS
      * TABELAS), COMO NO REL-COMISSAO.
      * A BASE DE COMISSAO VEM DO PROPRIO VENDXREF, APOS A MATRICULA:
      * 'R' + AAAAMM = NO RECEBIMENTO PARA AS VENDAS A PARTIR DA
      * COMPETENCIA AAAAMM; EM BRANCO OU 'V' = NA VENDA. A VENDA
      * ANTERIOR A TROCA PARA 'R' JA FOI COMISSIONADA NA VENDA E NAO
      * E PAGA DE NOVO NO RECEBIMENTO. O VENDEDOR DE CADA TITULO SAI
      * DO LANCAMENTO DE MESMA DATA E SEQUENCIA NO ARQUIVO MORTO
      * VLARC + DATA DA VENDA (OU NO LEDGER VIVO, DIA AINDA NAO
      * FECHADO); TITULO SEM VENDA NO LEDGER (ARMAZENAGEM,
      * MENSALIDADE, PARCELA DE ACORDO) NAO TEM COMISSAO. O ESTORNO
      * DA VENDA AINDA EM ABERTO JA REDUZ O VOLUME PELO LANCAMENTO
      * 'E' DO LEDGER; O TITULO CANCELADO SO GERA ESTORNO DE COMISSAO
      * QUANDO ESSE LANCAMENTO NAO CONTA (VENDEDOR JA NO
      * RECEBIMENTO). PERDA PELA DATA DO PDDTIT. O ESTORNO E A
      * PENDENCIA USAM A TAXA BASE DO VENDEDOR (VD-PCT-BASE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - COMISSAO POR RECEBIMENTO: BASE POR VENDEDOR NO
      *                 VENDXREF; PARCELA BAIXADA NA COMPETENCIA ENTRA
      *                 NA BASE DO VENDEDOR POR RECEBIMENTO, TITULO
      *                 COMISSIONADO NA VENDA E DEPOIS CANCELADO OU
      *                 BAIXADO COMO PERDA VIRA VERBA DE DESCONTO 'DCM'
      *                 E O EXTRATO RELCOMEX SAI POR VENDEDOR COM
      *                 GANHO, ESTORNO E PENDENTE. A GUARDA DE RERODADA
      *                 PASSA A OLHAR TAMBEM A VERBA 'DCM'.
      * 02/09/2026 DZ - GUARDA DE RERODADA, NOS MOLDES DO FOLHA-FGTS
      *                 E DO FOLHA-PROVISAO: ANTES DE GRAVAR, O
      *                 FOLHAVRB E VARRIDO PROCURANDO VERBA DE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-VERBAS.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT PDD-TITULO ASSIGN TO 'PDDTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PP-CHAVE
                  FILE STATUS IS WRK-FS-PDD.

           SELECT VENDA-ARQUIVO ASSIGN TO DYNAMIC WRK-NOME-ARQUIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT REL-EXTRATO-COMISSAO ASSIGN TO 'RELCOMEX'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER.
       01  VENDEDOR-XREF-REC.
           05 VX-VENDEDOR      PIC X(10).
           05 VX-MATRICULA     PIC 9(06).
           05 VX-BASE          PIC X(01).
           05 VX-INICIO        PIC X(06).

       FD  FOLHA-VERBAS.
       01  FOLHA-VERBAS-REC.
           05 FV-VALOR         PIC 9(06)V99.
           05 FV-ORIGEM        PIC X(10).

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  PDD-TITULO.
       COPY pddtit.

       FD  VENDA-ARQUIVO.
       COPY vendaldg REPLACING
            ==VENDA-LEDGER-REC== BY ==VENDA-ARQUIVO-REC==
            ==VL-SEQ==           BY ==VA-SEQ==
            ==VL-VALOR==         BY ==VA-VALOR==
            ==VL-DATA==          BY ==VA-DATA==
            ==VL-HORA==          BY ==VA-HORA==
            ==VL-VENDEDOR==      BY ==VA-VENDEDOR==
            ==VL-TIPO==          BY ==VA-TIPO==
            ==VL-E-VENDA==       BY ==VA-E-VENDA==
            ==VL-E-ESTORNO==     BY ==VA-E-ESTORNO==
            ==VL-SEQ-REF==       BY ==VA-SEQ-REF==
            ==VL-CLIENTE==       BY ==VA-CLIENTE==
            ==VL-UF-DESTINO==    BY ==VA-UF-DESTINO==
            ==VL-ICMS==          BY ==VA-ICMS==
            ==VL-FILIAL==        BY ==VA-FILIAL==
            ==VL-EXECUCAO==      BY ==VA-EXECUCAO==.

       FD  REL-EXTRATO-COMISSAO.
       01  REL-EXTRATO-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-XREF      PIC X(02) VALUE '00'.
       77 WRK-FS-VERBAS    PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-PDD       PIC X(02) VALUE '00'.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO PIC X(20) VALUE SPACES.
       77 WRK-EOF-TIT-SW   PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-ARQ-SW   PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO-DIA     VALUE 'S'.
       77 WRK-SEM-PDD-SW   PIC X(01) VALUE 'N'.
         88 SEM-PDD             VALUE 'S'.
       77 WRK-EVENTO       PIC X(01) VALUE SPACES.
         88 SEM-EVENTO          VALUE SPACES.
         88 EVENTO-ABERTO       VALUE 'A'.
         88 EVENTO-PAGO         VALUE 'P'.
         88 EVENTO-CANCELADO    VALUE 'C'.
         88 EVENTO-PERDA        VALUE 'X'.
       77 WRK-REGRA-SW     PIC X(01) VALUE 'V'.
         88 REGRA-NA-VENDA      VALUE 'V'.
         88 REGRA-NO-RECEBIMENTO VALUE 'R'.
       77 WRK-EOF-LED-SW   PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-EOF-XRF-SW   PIC X(01) VALUE 'N'.
          05 TC-DET OCCURS 20 TIMES INDEXED BY IX-TC.
             10 TC-VENDEDOR    PIC X(10).
             10 TC-TOTAL       PIC S9(12)V99.
             10 TC-NOME        PIC X(30).
             10 TC-BASE        PIC X(01).
               88 TC-POR-RECEBIMENTO VALUE 'R'.
             10 TC-INICIO      PIC 9(06).
             10 TC-VOL-VENDAS  PIC S9(12)V99.
             10 TC-VOL-RECEBIDO PIC 9(12)V99.
             10 TC-VOL-ESTORNO PIC 9(12)V99.
             10 TC-QT-ESTORNO  PIC 9(05).
             10 TC-VOL-PENDENTE PIC 9(12)V99.
             10 TC-COMISSAO    PIC 9(10)V99.
             10 TC-COM-ESTORNO PIC 9(10)V99.
             10 TC-COM-PENDENTE PIC 9(10)V99.
       77 WRK-QT-VENDEDORES PIC 9(02) VALUE ZEROS.

       01 TABELA-XREF.
          05 TX-DET OCCURS 50 TIMES INDEXED BY IX-TX.
             10 TX-VENDEDOR    PIC X(10).
             10 TX-MATRICULA   PIC 9(06).
             10 TX-BASE        PIC X(01).
             10 TX-INICIO      PIC 9(06).
       77 WRK-QT-XREF      PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * VENDEDOR E CLIENTE DE CADA SEQUENCIA DO DIA DE VENDA CARREGADO
      * (MESMO LIMITE DE 500 SEQUENCIAS POR DIA DO REG-VENDAS).
      *----------------------------------------------------------------
       01 TABELA-DIA.
          05 TD-DET OCCURS 500 TIMES.
             10 TD-VENDEDOR    PIC X(10).
             10 TD-CLIENTE     PIC 9(06).
       77 WRK-DATA-CARREGADA PIC 9(08) VALUE ZEROS.
       77 WRK-VENDEDOR-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-DATA-PERDA   PIC 9(08) VALUE ZEROS.

       77 WRK-COMISSAO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXCEDENTE    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-PCT-COMISSAO PIC 9(02)V99 VALUE 5,00.
       77 WRK-TOT-SEM-MATR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QT-GRAVADAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SEM-MATR  PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-TAXA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-EST-GRAVADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-EST-SEM-MATR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-PENDENTE PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QT-TITULOS   PIC 9(07) VALUE ZEROS.
       77 WRK-LIQUIDA      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDA  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QT-ED        PIC ZZZZ9.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 50.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(43) VALUE SPACES.
           05 FILLER          PIC X(18) VALUE '            VOLUME'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE '      COMISSAO'.
           05 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-VENDEDOR.
           05 FILLER          PIC X(09) VALUE 'VENDEDOR '.
           05 LV-VENDEDOR     PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-NOME         PIC X(25).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-BASE         PIC X(34).

       01  LINHA-VALOR.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LX-ROTULO       PIC X(40).
           05 LX-VOLUME       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LX-VOLUME-X REDEFINES LX-VOLUME PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LX-COMISSAO     PIC -ZZ.ZZZ.ZZ9,99.
           05 LX-COMISSAO-X REDEFINES LX-COMISSAO PIC X(14).
           05 FILLER          PIC X(04) VALUE SPACES.
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

             MOVE ZEROS TO WRK-TOT-SEM-MATR.
             MOVE ZEROS TO WRK-QT-GRAVADAS.
             MOVE ZEROS TO WRK-QT-SEM-MATR.
             MOVE ZEROS TO WRK-TOT-ESTORNO.
             MOVE ZEROS TO WRK-TOT-EST-GRAVADO.
             MOVE ZEROS TO WRK-TOT-EST-SEM-MATR.
             MOVE ZEROS TO WRK-TOT-PENDENTE.
             MOVE ZEROS TO WRK-TOT-LIQUIDA.
             MOVE ZEROS TO WRK-QT-TITULOS.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DA COMISSAO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             PERFORM 0500-CARREGAR-XREF.
             PERFORM 1000-ACUMULAR-VENDAS.
             PERFORM 1500-APURAR-TITULOS.
             PERFORM 2000-GRAVAR-VERBAS.
             PERFORM 3000-EMITIR-EXTRATO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * A MESMA COMPETENCIA NAO GRAVA COMISSAO DUAS VEZES: QUALQUER
      * VERBA 'COM' OU 'DCM' DELA JA PRESENTE NO FOLHAVRB RECUSA A
      * RODADA.
      *----------------------------------------------------------------
       0400-VERIFICAR-RERODADA.
             MOVE 'N' TO WRK-JA-RODOU-SW.

       0420-PROCURAR-COMPETENCIA.
             IF FV-COMPETENCIA = WRK-COMPETENCIA
                   AND (FV-TIPO = 'COM' OR FV-TIPO = 'DCM')
                   MOVE 'S' TO WRK-JA-RODOU-SW
             END-IF.
             PERFORM 0410-LER-VERBA.
                   SET IX-TX TO WRK-QT-XREF
                   MOVE VX-VENDEDOR  TO TX-VENDEDOR(IX-TX)
                   MOVE VX-MATRICULA TO TX-MATRICULA(IX-TX)
                   MOVE 'V'          TO TX-BASE(IX-TX)
                   MOVE ZEROS        TO TX-INICIO(IX-TX)
                   IF VX-BASE = 'R'
                         MOVE 'R' TO TX-BASE(IX-TX)
                         IF VX-INICIO IS NUMERIC
                               MOVE VX-INICIO TO TX-INICIO(IX-TX)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 0510-LER-XREF.

                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * VENDEDOR JA NO RECEBIMENTO NA COMPETENCIA NAO SOMA A VENDA NEM
      * O ESTORNO: GANHA QUANDO A PARCELA FOR BAIXADA.
      *----------------------------------------------------------------
       1200-SOMAR-VENDA.
             IF VL-DATA(1:6) = WRK-COMPETENCIA
                   MOVE VL-VENDEDOR TO WRK-VENDEDOR-BUSCA
                   PERFORM 1300-LOCALIZAR-VENDEDOR
                   IF VENDEDOR-ACHADO
                      AND (NOT TC-POR-RECEBIMENTO(IX-TC)
                           OR WRK-COMPETENCIA < TC-INICIO(IX-TC))
                         IF VL-E-ESTORNO
                               SUBTRACT VL-VALOR
                                     FROM TC-TOTAL(IX-TC)
                               SUBTRACT VL-VALOR
                                     FROM TC-VOL-VENDAS(IX-TC)
                         ELSE
                               ADD VL-VALOR TO TC-TOTAL(IX-TC)
                               ADD VL-VALOR TO TC-VOL-VENDAS(IX-TC)
                         END-IF
                   END-IF
             END-IF.
                   IF WRK-QT-VENDEDORES < 20
                         ADD 1 TO WRK-QT-VENDEDORES
                         SET IX-TC TO WRK-QT-VENDEDORES
                         INITIALIZE TC-DET(IX-TC)
                         MOVE WRK-VENDEDOR-BUSCA
                               TO TC-VENDEDOR(IX-TC)
                         MOVE 'V' TO TC-BASE(IX-TC)
                         PERFORM 2300-LOCALIZAR-MATRICULA
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
             END-IF.

       1310-COMPARAR-VENDEDOR.
             IF TC-VENDEDOR(IX-TC) = WRK-VENDEDOR-BUSCA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TC UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * VARRE O CONTAS-RECEBER NA ORDEM DA CHAVE (DATA DA VENDA +
      * SEQUENCIA), ATRAS DOS EVENTOS DA COMPETENCIA: PARCELA BAIXADA,
      * CANCELADA OU BAIXADA COMO PERDA, ALEM DAS EM ABERTO PARA A
      * PENDENCIA DO EXTRATO.
      *----------------------------------------------------------------
       1500-APURAR-TITULOS.
             MOVE 'N' TO WRK-EOF-TIT-SW.
             MOVE 'N' TO WRK-SEM-PDD-SW.
             MOVE ZEROS TO WRK-DATA-CARREGADA.
             OPEN INPUT PDD-TITULO.
             MOVE WRK-FS-PDD TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-PDD-SW
             END-IF.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CONTAS-RECEBER AUSENTE, SEM COMISSAO POR '
                           'RECEBIMENTO NEM ESTORNO'
             ELSE
                   PERFORM 1510-LER-TITULO
                   PERFORM 1520-AVALIAR-TITULO UNTIL FIM-TITULOS
                   CLOSE CONTAS-RECEBER
             END-IF.
             IF NOT SEM-PDD
                   CLOSE PDD-TITULO
             END-IF.

       1510-LER-TITULO.
             READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-TIT-SW
             END-READ.

       1520-AVALIAR-TITULO.
             MOVE SPACES TO WRK-EVENTO.
             EVALUATE TRUE
                   WHEN TIT-ABERTO
                         MOVE 'A' TO WRK-EVENTO
                   WHEN TIT-PAGO
                    AND TIT-DATA-PAGTO(1:6) = WRK-COMPETENCIA
                         MOVE 'P' TO WRK-EVENTO
                   WHEN TIT-CANCELADO
                    AND TIT-DATA-PAGTO(1:6) = WRK-COMPETENCIA
                         MOVE 'C' TO WRK-EVENTO
                   WHEN TIT-PERDA OR TIT-RECUPERADO
                         PERFORM 1530-DATA-DA-PERDA
                         IF WRK-DATA-PERDA(1:6) = WRK-COMPETENCIA
                               MOVE 'X' TO WRK-EVENTO
                         END-IF
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.
             IF NOT SEM-EVENTO
                AND TIT-SEQ > ZEROS AND TIT-SEQ NOT > 500
                   ADD 1 TO WRK-QT-TITULOS
                   PERFORM 1600-VENDEDOR-DO-TITULO
                   IF WRK-VENDEDOR-BUSCA NOT = SPACES
                         PERFORM 1300-LOCALIZAR-VENDEDOR
                         IF VENDEDOR-ACHADO
                               PERFORM 1700-APLICAR-EVENTO
                         END-IF
                   END-IF
             END-IF.
             PERFORM 1510-LER-TITULO.

       1530-DATA-DA-PERDA.
             MOVE ZEROS TO WRK-DATA-PERDA.
             IF NOT SEM-PDD
                   MOVE TIT-CHAVE TO PP-CHAVE
                   READ PDD-TITULO
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE PP-DATA-PERDA TO WRK-DATA-PERDA
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * O DIA DA VENDA E CARREGADO UMA VEZ POR DATA: PRIMEIRO O
      * ARQUIVO MORTO VLARC + DATA; SEM ELE, O LEDGER VIVO. O CLIENTE
      * DO LANCAMENTO TEM DE BATER COM O DO TITULO.
      *----------------------------------------------------------------
       1600-VENDEDOR-DO-TITULO.
             IF TIT-DATA-VENDA NOT = WRK-DATA-CARREGADA
                   PERFORM 1610-CARREGAR-DIA
             END-IF.
             MOVE TD-VENDEDOR(TIT-SEQ) TO WRK-VENDEDOR-BUSCA.
             IF TD-CLIENTE(TIT-SEQ) NOT = TIT-CLIENTE
                   MOVE SPACES TO WRK-VENDEDOR-BUSCA
             END-IF.

       1610-CARREGAR-DIA.
             MOVE TIT-DATA-VENDA TO WRK-DATA-CARREGADA.
             INITIALIZE TABELA-DIA.
             MOVE SPACES TO WRK-NOME-ARQUIVO.
             STRING 'VLARC' WRK-DATA-CARREGADA
                   DELIMITED BY SIZE
                   INTO WRK-NOME-ARQUIVO.
             MOVE 'N' TO WRK-EOF-ARQ-SW.
             OPEN INPUT VENDA-ARQUIVO.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1620-LER-ARQUIVO
                   PERFORM 1630-GUARDAR-ARQUIVO
                         UNTIL FIM-ARQUIVO-DIA
                   CLOSE VENDA-ARQUIVO
             ELSE
                   MOVE 'N' TO WRK-EOF-LED-SW
                   OPEN INPUT SALES-LEDGER
                   MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO
                   IF FS-OK
                         PERFORM 1100-LER-LEDGER
                         PERFORM 1640-GUARDAR-LEDGER
                               UNTIL FIM-LEDGER
                         CLOSE SALES-LEDGER
                   END-IF
             END-IF.

       1620-LER-ARQUIVO.
             READ VENDA-ARQUIVO
                   AT END MOVE 'S' TO WRK-EOF-ARQ-SW
             END-READ.

       1630-GUARDAR-ARQUIVO.
             MOVE VENDA-ARQUIVO-REC TO VENDA-LEDGER-REC.
             PERFORM 1650-GUARDAR-VENDA-DIA.
             PERFORM 1620-LER-ARQUIVO.

       1640-GUARDAR-LEDGER.
             IF VL-DATA = WRK-DATA-CARREGADA
                   PERFORM 1650-GUARDAR-VENDA-DIA
             END-IF.
             PERFORM 1100-LER-LEDGER.

       1650-GUARDAR-VENDA-DIA.
             IF VL-E-VENDA
                AND VL-SEQ > ZEROS AND VL-SEQ NOT > 500
                   MOVE VL-VENDEDOR TO TD-VENDEDOR(VL-SEQ)
                   MOVE VL-CLIENTE  TO TD-CLIENTE(VL-SEQ)
             END-IF.

      *----------------------------------------------------------------
      * A VENDA E COMISSIONADA NO RECEBIMENTO QUANDO O VENDEDOR ESTA
      * NO RECEBIMENTO E A VENDA E DA COMPETENCIA DE INICIO EM DIANTE;
      * SENAO JA FOI COMISSIONADA NA VENDA.
      *----------------------------------------------------------------
       1700-APLICAR-EVENTO.
             MOVE 'V' TO WRK-REGRA-SW.
             IF TC-POR-RECEBIMENTO(IX-TC)
                AND TIT-DATA-VENDA(1:6) NOT < TC-INICIO(IX-TC)
                   MOVE 'R' TO WRK-REGRA-SW
             END-IF.
             EVALUATE TRUE
                   WHEN EVENTO-ABERTO AND REGRA-NO-RECEBIMENTO
                         ADD TIT-VALOR TO TC-VOL-PENDENTE(IX-TC)
                   WHEN EVENTO-PAGO AND REGRA-NO-RECEBIMENTO
                         ADD TIT-VALOR TO TC-VOL-RECEBIDO(IX-TC)
                         ADD TIT-VALOR TO TC-TOTAL(IX-TC)
                   WHEN EVENTO-PERDA AND REGRA-NA-VENDA
                         ADD TIT-VALOR TO TC-VOL-ESTORNO(IX-TC)
                         ADD 1 TO TC-QT-ESTORNO(IX-TC)
                   WHEN EVENTO-CANCELADO AND REGRA-NA-VENDA
                    AND TC-POR-RECEBIMENTO(IX-TC)
                         ADD TIT-VALOR TO TC-VOL-ESTORNO(IX-TC)
                         ADD 1 TO TC-QT-ESTORNO(IX-TC)
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.

       2000-GRAVAR-VERBAS.
             OPEN INPUT VENDEDOR-MASTER.
             OPEN EXTEND FOLHA-VERBAS.
      *----------------------------------------------------------------
      * A MESMA ESCALA DO REL-COMISSAO: TAXA BASE ATE VD-META-FAIXA E
      * TAXA DA FAIXA SOBRE O EXCEDENTE; VENDEDOR SEM CADASTRO USA A
      * TAXA PADRAO. O ESTORNO DE COMISSAO VAI COMO VERBA 'DCM' EM
      * SEPARADO, PARA O FOLHA-PAGTO DESCONTAR DO BRUTO.
      *----------------------------------------------------------------
       2100-GRAVAR-UMA-VERBA.
             PERFORM 2200-CALCULAR-COMISSAO.
             PERFORM 2300-LOCALIZAR-MATRICULA.
             IF WRK-COMISSAO > ZEROS
                   ADD WRK-COMISSAO TO WRK-TOT-CALCULADA
                   IF MATRICULA-ACHADA
                         MOVE WRK-MATRICULA   TO FV-MATRICULA
                         MOVE WRK-COMPETENCIA TO FV-COMPETENCIA
                                 'COMISSAO FORA DA FOLHA: '
                                 WRK-COMISSAO
                   END-IF
             END-IF.
             IF TC-COM-ESTORNO(IX-TC) > ZEROS
                   ADD TC-COM-ESTORNO(IX-TC) TO WRK-TOT-ESTORNO
                   IF MATRICULA-ACHADA
                         MOVE WRK-MATRICULA   TO FV-MATRICULA
                         MOVE WRK-COMPETENCIA TO FV-COMPETENCIA
                         MOVE 'DCM'           TO FV-TIPO
                         MOVE TC-COM-ESTORNO(IX-TC) TO FV-VALOR
                         MOVE TC-VENDEDOR(IX-TC) TO FV-ORIGEM
                         WRITE FOLHA-VERBAS-REC
                         ADD TC-COM-ESTORNO(IX-TC)
                               TO WRK-TOT-EST-GRAVADO
                   ELSE
                         ADD TC-COM-ESTORNO(IX-TC)
                               TO WRK-TOT-EST-SEM-MATR
                         DISPLAY 'VENDEDOR ' TC-VENDEDOR(IX-TC)
                                 ' SEM MATRICULA NO VENDXREF, '
                                 'ESTORNO FORA DA FOLHA: '
                                 TC-COM-ESTORNO(IX-TC)
                   END-IF
             END-IF.
             ADD TC-COM-PENDENTE(IX-TC) TO WRK-TOT-PENDENTE.
             SET IX-TC UP BY 1.

       2200-CALCULAR-COMISSAO.
             MOVE 'N' TO WRK-VEND-SW.
                   COMPUTE WRK-COMISSAO ROUNDED =
                         TC-TOTAL(IX-TC) * WRK-PCT-COMISSAO / 100
             END-IF.
             IF TC-TOTAL(IX-TC) <= ZEROS
                   MOVE ZEROS TO WRK-COMISSAO
             END-IF.
             MOVE WRK-COMISSAO TO TC-COMISSAO(IX-TC).
             IF CADASTRO-ACHADO
                   MOVE VD-NOME     TO TC-NOME(IX-TC)
                   MOVE VD-PCT-BASE TO WRK-PCT-TAXA
             ELSE
                   MOVE SPACES      TO TC-NOME(IX-TC)
                   MOVE WRK-PCT-COMISSAO TO WRK-PCT-TAXA
             END-IF.
             COMPUTE TC-COM-ESTORNO(IX-TC) ROUNDED =
                   TC-VOL-ESTORNO(IX-TC) * WRK-PCT-TAXA / 100.
             COMPUTE TC-COM-PENDENTE(IX-TC) ROUNDED =
                   TC-VOL-PENDENTE(IX-TC) * WRK-PCT-TAXA / 100.

       2300-LOCALIZAR-MATRICULA.
             MOVE 'N' TO WRK-XREF-SW.
             IF TX-VENDEDOR(IX-TX) = TC-VENDEDOR(IX-TC)
                   MOVE 'S' TO WRK-XREF-SW
                   MOVE TX-MATRICULA(IX-TX) TO WRK-MATRICULA
                   MOVE TX-BASE(IX-TX)      TO TC-BASE(IX-TC)
                   MOVE TX-INICIO(IX-TX)    TO TC-INICIO(IX-TC)
             ELSE
                   SET IX-TX UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * EXTRATO POR VENDEDOR: VOLUME E COMISSAO GANHA, ESTORNOS,
      * LIQUIDO NA FOLHA E PENDENTE SOBRE TITULOS EM ABERTO.
      *----------------------------------------------------------------
       3000-EMITIR-EXTRATO.
             OPEN OUTPUT REL-EXTRATO-COMISSAO.
             PERFORM 8000-CABECALHO.
             IF WRK-QT-VENDEDORES > 0
                   SET IX-TC TO 1
                   PERFORM 3100-EXTRATO-VENDEDOR
                         UNTIL IX-TC > WRK-QT-VENDEDORES
             END-IF.
             PERFORM 3200-TOTAIS-EXTRATO.
             WRITE REL-EXTRATO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-EXTRATO-COMISSAO.

       3100-EXTRATO-VENDEDOR.
             IF WRK-LINHAS-PAGINA + 8 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE TC-VENDEDOR(IX-TC) TO LV-VENDEDOR.
             MOVE TC-NOME(IX-TC)     TO LV-NOME.
             MOVE SPACES TO LV-BASE.
             IF TC-POR-RECEBIMENTO(IX-TC)
                   STRING 'COMISSAO NO RECEBIMENTO DESDE '
                          TC-INICIO(IX-TC)
                          DELIMITED BY SIZE INTO LV-BASE
             ELSE
                   MOVE 'COMISSAO NA VENDA' TO LV-BASE
             END-IF.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VENDEDOR.

             MOVE 'VENDAS NA COMPETENCIA (LIQ. ESTORNOS)'
                  TO LX-ROTULO.
             MOVE TC-VOL-VENDAS(IX-TC) TO LX-VOLUME.
             MOVE SPACES TO LX-COMISSAO-X.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'PARCELAS RECEBIDAS NA COMPETENCIA' TO LX-ROTULO.
             MOVE TC-VOL-RECEBIDO(IX-TC) TO LX-VOLUME.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'COMISSAO GANHA' TO LX-ROTULO.
             MOVE TC-TOTAL(IX-TC) TO LX-VOLUME.
             MOVE TC-COMISSAO(IX-TC) TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE TC-QT-ESTORNO(IX-TC) TO WRK-QT-ED.
             MOVE SPACES TO LX-ROTULO.
             STRING '(-) ESTORNO: ' WRK-QT-ED
                    ' TITULO(S) CANCELADO/PERDA'
                    DELIMITED BY SIZE INTO LX-ROTULO.
             MOVE TC-VOL-ESTORNO(IX-TC) TO LX-VOLUME.
             MOVE TC-COM-ESTORNO(IX-TC) TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             COMPUTE WRK-LIQUIDA =
                   TC-COMISSAO(IX-TC) - TC-COM-ESTORNO(IX-TC).
             ADD WRK-LIQUIDA TO WRK-TOT-LIQUIDA.
             MOVE 'COMISSAO LIQUIDA NA FOLHA' TO LX-ROTULO.
             MOVE SPACES TO LX-VOLUME-X.
             MOVE WRK-LIQUIDA TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'PENDENTE SOBRE TITULOS EM ABERTO' TO LX-ROTULO.
             MOVE TC-VOL-PENDENTE(IX-TC) TO LX-VOLUME.
             MOVE TC-COM-PENDENTE(IX-TC) TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE SPACES TO REL-EXTRATO-LINHA.
             WRITE REL-EXTRATO-LINHA.
             ADD 8 TO WRK-LINHAS-PAGINA.
             SET IX-TC UP BY 1.

       3200-TOTAIS-EXTRATO.
             MOVE ALL '-' TO REL-EXTRATO-LINHA.
             WRITE REL-EXTRATO-LINHA.
             MOVE SPACES TO LX-VOLUME-X.
             MOVE 'TOTAL DA COMISSAO GANHA' TO LX-ROTULO.
             MOVE WRK-TOT-CALCULADA TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'TOTAL DOS ESTORNOS DE COMISSAO' TO LX-ROTULO.
             MOVE WRK-TOT-ESTORNO TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'TOTAL LIQUIDO' TO LX-ROTULO.
             MOVE WRK-TOT-LIQUIDA TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.
             MOVE 'TOTAL PENDENTE SOBRE TITULOS EM ABERTO'
                  TO LX-ROTULO.
             MOVE WRK-TOT-PENDENTE TO LX-COMISSAO.
             WRITE REL-EXTRATO-LINHA FROM LINHA-VALOR.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'EXTRATO DE COMISSAO POR VENDEDOR' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-EXTRATO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-EXTRATO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-EXTRATO-LINHA.
             STRING 'COMPETENCIA: ' WRK-COMPETENCIA
                    DELIMITED BY SIZE INTO REL-EXTRATO-LINHA.
             WRITE REL-EXTRATO-LINHA.
             WRITE REL-EXTRATO-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-EXTRATO-LINHA.
             WRITE REL-EXTRATO-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             DISPLAY 'INTEGRACAO DE COMISSAO COM A FOLHA CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
                   WRK-TOT-GRAVADA + WRK-TOT-SEM-MATR
                   DISPLAY '*** CONCILIACAO DIVERGENTE, CONFERIR ***'
             END-IF.
             DISPLAY 'TITULOS COM EVENTO......: ' WRK-QT-TITULOS.
             DISPLAY 'ESTORNOS: CALCULADO ' WRK-TOT-ESTORNO
                     ' = GRAVADO ' WRK-TOT-EST-GRAVADO
                     ' + SEM MATRICULA ' WRK-TOT-EST-SEM-MATR.

       END PROGRAM FOLHA-COMISSAO.
