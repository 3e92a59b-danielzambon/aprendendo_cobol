      * CONTROLE POR UF (SUBTOTAL) FUNCIONE CORRETAMENTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - UFS ACEITAS LIDAS DO GRUPO UFCFG DO MESTRE
      *                 PARAMST (CONSULTA-PARAM) QUANDO ELE TEM
      *                 VIGENCIA; SEM O GRUPO FICA A TABELA COMPILADA DO
      *                 COPYBOOK UFCFG.
      * 15/10/2026 DZ - A TRANSPORTADORA DE CADA PEDIDO PASSA A SER A
      *                 DEVOLVIDA PELA SUBROTINA ESCOLHE-TRANSP (FRETE
      *                 COMBINADO COM O % NO PRAZO NA UF, CONFORME O
      *                 PARAMETRO ESCTRCFG; 'PAD' COM A ESCOLHA
      *                 DESLIGADA). A SEGUNDA COLOCADA, O MOTIVO E AS
      *                 PONTUACOES FICAM GRAVADOS NO PEDIDO-REGISTRO.
      * 15/10/2026 DZ - PEDIDO NOVO COTADO RESERVA ESTOQUE NA FILIAL OU
      *                 ENTRA NA FILA DE BACKORDER (RESERVA-ESTOQUE);
      *                 TOTAIS DE RESERVADOS E BACKORDER NO CONSOLE.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FRETE NA
       77 WRK-SUBTOTAL-UF   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RESERVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BACKORDER  PIC 9(05) VALUE ZEROS.

       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 20.
         88 FIM-TAXAS           VALUE 'S'.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ESCOLHA-AUTO PIC 9(05) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
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
       01 ET-PARM.
          05 ET-MODO            PIC X(01).
          05 ET-UF              PIC X(02).
          05 ET-DATA            PIC 9(08).
          05 ET-CODIGO          PIC 9(06).
          05 ET-VALOR           PIC 9(06)V99.
          05 ET-TRANSP          PIC X(03).
          05 ET-FRETE           PIC 9(06)V99.
          05 ET-TRANSP-2        PIC X(03).
          05 ET-MOTIVO          PIC X(01).
             88 ET-ESCOLHA-PADRAO  VALUE 'P'.
          05 ET-PCT-PRAZO       PIC 9(03)V9.
          05 ET-PONTOS          PIC 9(03)V9.
          05 ET-PONTOS-2        PIC 9(03)V9.
       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.

       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.
       77 WRK-QT-UFS-PARAM PIC 9(02) VALUE ZEROS.
       77 WRK-EOF-UF-SW    PIC X(01) VALUE 'N'.
         88 FIM-UFCFG          VALUE 'S'.
       COPY fstatus.
       COPY rpthdr.
       COPY ufcfg.
                   OPEN I-O PEDIDO-REGISTRO
             END-IF.
             PERFORM 7000-LER-ULTIMO-NUMERO.
             PERFORM 0900-CARREGAR-UFS.

       1100-LER-PEDIDO.
             READ PEDIDOS
             PERFORM 0110-VALIDAR-UF.

             IF UF-VALIDA
                   PERFORM 0050-ESCOLHER-TRANSP
                   PERFORM 0100-BUSCAR-TAXA
                   PERFORM 0200-BUSCAR-PRODUTO
             END-IF.
      * REGISTRO COM O ULTIMO NUMERO USADO); CADA LINHA DO PEDIDOS
      * RECEBE O PROXIMO NUMERO E ENTRA NO PEDIDO-REGISTRO COM O
      * STATUS COTADO (FRETE CALCULADO) OU ENTRADO (SEM COTACAO).
      * O PEDIDO NOVO JA COTADO RESERVA A UNIDADE NO ESTOQUE DA
      * FILIAL OU ENTRA NA FILA DE BACKORDER (RESERVA-ESTOQUE).
      *----------------------------------------------------------------
       7000-LER-ULTIMO-NUMERO.
             MOVE ZEROS TO WRK-ULTIMO-NUMERO.
             MOVE PD-FILIAL  TO PR-FILIAL.
             MOVE PD-COTACAO TO PR-COTACAO.
             IF UF-VALIDA AND UF-ENCONTRADA
                   MOVE FR-TRANSP    TO PR-TRANSP
                   MOVE ET-TRANSP-2  TO PR-TRANSP-2
                   MOVE ET-MOTIVO    TO PR-MOTIVO-TRANSP
                   MOVE ET-PCT-PRAZO TO PR-PCT-PRAZO
                   MOVE ET-PONTOS    TO PR-PONTOS
                   MOVE ET-PONTOS-2  TO PR-PONTOS-2
                   IF NOT ET-ESCOLHA-PADRAO
                         ADD 1 TO WRK-QT-ESCOLHA-AUTO
                   END-IF
             ELSE
                   MOVE SPACES TO PR-TRANSP
                   MOVE SPACES TO PR-TRANSP-2
                   MOVE 'P'    TO PR-MOTIVO-TRANSP
                   MOVE ZEROS  TO PR-PCT-PRAZO
                   MOVE ZEROS  TO PR-PONTOS
                   MOVE ZEROS  TO PR-PONTOS-2
             END-IF.
             MOVE ZEROS TO PR-ROMANEIO.
             IF UF-VALIDA AND UF-ENCONTRADA
                   MOVE 1 TO PR-STATUS
             END-IF.
             MOVE WRK-DATA-HOJE TO PR-DATA-STATUS.
             MOVE SPACES TO PR-RESERVA.
             MOVE 'I' TO JP-OPERACAO.
             WRITE PEDIDO-REGISTRO-REC
                   INVALID KEY
                         MOVE 'A' TO JP-OPERACAO
                         REWRITE PEDIDO-REGISTRO-REC
             END-WRITE.
             IF JP-OPERACAO = 'I' AND PR-STATUS = 2
                   PERFORM 7150-RESERVAR-ESTOQUE
             END-IF.
             MOVE SPACES TO JP-ANTES.
             MOVE PEDIDO-REGISTRO-REC TO JP-DEPOIS.
             PERFORM 8800-GRAVAR-JORNAL.
             PERFORM 7200-GRAVAR-ULTIMO-NUMERO.

       7150-RESERVAR-ESTOQUE.
             MOVE PR-NUMERO     TO RE-NUMERO.
             MOVE PR-DATA       TO RE-DATA-PEDIDO.
             MOVE PR-CODIGO     TO RE-CODIGO.
             MOVE PR-FILIAL     TO RE-FILIAL.
             MOVE PR-CLIENTE    TO RE-CLIENTE.
             MOVE WRK-DATA-HOJE TO RE-DATA.
             CALL 'RESERVA-ESTOQUE' USING RE-PARM.
             IF RE-RESERVADO
                   ADD 1 TO WRK-QT-RESERVADOS
             END-IF.
             IF RE-BACKORDER
                   ADD 1 TO WRK-QT-BACKORDER
             END-IF.
             IF RE-RESULTADO NOT = SPACES
                   MOVE RE-RESULTADO TO PR-RESERVA
                   REWRITE PEDIDO-REGISTRO-REC
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'PEDREG' TO JP-ARQUIVO.
             MOVE 'REL-FRETE-LOTE' TO JP-PROGRAMA.
             WRITE REL-FRETE-LINHA FROM LINHA-FILIAL.
             ADD 1 TO WRK-IX-FT.

      *----------------------------------------------------------------
      * AS UFS ACEITAS VEM DO GRUPO UFCFG DO PARAMST QUANDO ELE TEM
      * VIGENCIA; SEM O GRUPO (OU SEM O MESTRE) FICA A TABELA
      * COMPILADA DO COPYBOOK UFCFG. POSICOES QUE SOBRAM FICAM EM
      * HIGH-VALUES E NAO CASAM COM UF NENHUMA.
      *----------------------------------------------------------------
       0900-CARREGAR-UFS.
             MOVE ZEROS TO WRK-QT-UFS-PARAM.
             MOVE 'N' TO WRK-EOF-UF-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 0910-LER-UF.
             PERFORM 0920-GUARDAR-UF UNTIL FIM-UFCFG.

       0910-LER-UF.
             MOVE 'P'     TO VG-OPERACAO.
             MOVE 'UFCFG' TO VG-GRUPO.
             MOVE ZEROS   TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   MOVE 'S' TO WRK-EOF-UF-SW
             END-IF.

       0920-GUARDAR-UF.
             IF WRK-QT-UFS-PARAM = ZEROS
                   MOVE HIGH-VALUES TO TABELA-UF
             END-IF.
             IF WRK-QT-UFS-PARAM < 27
                   ADD 1 TO WRK-QT-UFS-PARAM
                   MOVE VG-VALOR(1:2) TO TU-UF-DET(WRK-QT-UFS-PARAM)
             END-IF.
             PERFORM 0910-LER-UF.

       0110-VALIDAR-UF.
             MOVE 'N' TO WRK-UF-VALIDA-SW.
             MOVE 1 TO WRK-IX-UF.
             END-IF.
             ADD 1 TO WRK-IX-UF.

      *----------------------------------------------------------------
      * A ESCOLHE-TRANSP DEVOLVE A TRANSPORTADORA DO PEDIDO ('PAD' COM
      * A ESCOLHA AUTOMATICA DESLIGADA NO ESCTRCFG); A TAXA DELA E
      * DEPOIS LIDA PELO 0100-BUSCAR-TAXA COMO SEMPRE.
      *----------------------------------------------------------------
       0050-ESCOLHER-TRANSP.
             MOVE SPACES    TO ET-MODO.
             MOVE PD-UF     TO ET-UF.
             MOVE PD-DATA   TO ET-DATA.
             MOVE PD-CODIGO TO ET-CODIGO.
             MOVE PD-VALOR  TO ET-VALOR.
             CALL 'ESCOLHE-TRANSP' USING ET-PARM.

      *----------------------------------------------------------------
      * PERCORRE AS VIGENCIAS DA UF/TRANSPORTADORA EM ORDEM DE CHAVE E
      * GUARDA A VIGENCIA MAIS RECENTE QUE NAO SEJA POSTERIOR A DATA DO
             MOVE 'N' TO WRK-FIM-TAXAS-SW.
             MOVE ZEROS TO WRK-VIGOR-SEL.
             MOVE PD-UF TO FR-UF.
             MOVE ET-TRANSP TO FR-TRANSP.
             MOVE ZEROS TO FR-DT-VIGOR.
             START FRETE-RATES KEY IS >= FR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-TAXAS-SW

             IF UF-ENCONTRADA
                   MOVE PD-UF TO FR-UF
                   MOVE ET-TRANSP TO FR-TRANSP
                   MOVE WRK-VIGOR-SEL TO FR-DT-VIGOR
                   READ FRETE-RATES
                         INVALID KEY
                   AT END MOVE 'S' TO WRK-FIM-TAXAS-SW
             END-READ.
             IF NOT FIM-TAXAS
                   IF FR-UF NOT = PD-UF OR FR-TRANSP NOT = ET-TRANSP
                         MOVE 'S' TO WRK-FIM-TAXAS-SW
                   ELSE
                         IF FR-DT-VIGOR <= PD-DATA
             DISPLAY 'RELATORIO DE FRETE EM LOTE CONCLUIDO'.
             DISPLAY 'PEDIDOS PROCESSADOS.....: ' WRK-QT-PEDIDOS.
             DISPLAY 'TOTAL GERAL DE FRETE....: ' WRK-TOTAL-GERAL.
             DISPLAY 'PEDIDOS COM RESERVA.....: ' WRK-QT-RESERVADOS.
             DISPLAY 'PEDIDOS EM BACKORDER....: ' WRK-QT-BACKORDER.
             DISPLAY 'TRANSP. POR PONTUACAO...: ' WRK-QT-ESCOLHA-AUTO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
