      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - VENDA DE FILIAL FORA DAS FILIAIS PERMITIDAS AO
      *                 OPERADOR DO MENU (CONFERE-FILIAL) E REJEITADA
      *                 COM MOTIVO FILIAL NAO PERMITIDA E A RECUSA VAI
      *                 PARA O ACESSO-AUDIT.
      * 15/10/2026 DZ - AS FILAS DE DESCONTO (VENDADSC), CREDITO
      *                 (VENDACRD) E SUSPENSAS (VENDASUS) PASSAM A LEVAR
      *                 O OPERADOR QUE RODOU A VENDA PELO MENU (OPERATU)
      *                 COMO ORIGINADOR, PARA O APROVA-DESCONTO, O
      *                 APROVA-CREDITO E O LIBERA-SUSPENSE RECUSAREM A
      *                 APROVACAO PELO PROPRIO ORIGINADOR; FORA DO MENU
      *                 FICA EM BRANCO.
      * 15/10/2026 DZ - ALIQUOTAS DE ICMS (ICMSCFG), TOLERANCIA DE
      *                 DESCONTO (DESCCFG) E UFS ACEITAS (UFCFG) PASSAM
      *                 A VIR DO MESTRE PARAMST (CONSULTA-PARAM), NO
      *                 VALOR EM VIGOR NA DATA DE MOVIMENTO; SEM O GRUPO
      *                 UFCFG FICA A TABELA COMPILADA.
      * 15/10/2026 DZ - RODADA DE LOTE: A RODADA E ABERTA NO
      *                 CTRL-EXECUCAO ANTES DO LANCAMENTO E O NUMERO
      *                 DELA E CARIMBADO NO VENDA-LEDGER (VL-EXECUCAO),
      *                 NOS TITULOS GERADOS (TIT-EXECUCAO) E, VIA
      *                 GRAVA-JORNAL, NO JORNAL DO CLIEMST; O
      *                 CANCELAMENTO DE TITULO PELO ESTORNO PASSA A
      *                 GRAVAR O ANTES/DEPOIS NO JORNAL, PARA O
      *                 ESTORNA-EXECUCAO DESFAZER UMA RODADA ERRADA.
      * 02/09/2026 DZ - AS REGRAVACOES DE MESTRE INDEXADO DESTE
      *                 PROGRAMA PASSAM A GRAVAR A IMAGEM ANTES/
      *                 DEPOIS NO JORNAL DE MUDANCAS (SUBROTINA
                  RECORD KEY IS VD-CODIGO
                  FILE STATUS IS WRK-FS-VENDEDOR.


           SELECT CONTROLE-LOG ASSIGN TO 'CTRLLOG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT VENDAS-DESCONTO ASSIGN TO 'VENDADSC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DESCONTO.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DEVOL.

           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.


       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER.
       COPY vendedor.


       FD  DATA-MOVIMENTO.
       COPY datamov.
       FD  PRODUTO-MASTER.
       COPY produto.

       FD  VENDAS-DESCONTO.
       01  VENDAS-DESCONTO-REC.
           05 DS-VENDEDOR      PIC X(10).
           05 DS-QTDE          PIC 9(05).
           05 DS-VALOR-LISTA   PIC 9(08)V99.
           05 DS-DATA          PIC 9(08).
           05 DS-ORIGINADOR    PIC X(10).

       FD  VENDAS-CREDITO.
       01  VENDAS-CREDITO-REC.
           05 CQ-LIMITE        PIC 9(08)V99.
           05 CQ-SALDO         PIC 9(08)V99.
           05 CQ-DATA          PIC 9(08).
           05 CQ-ORIGINADOR    PIC X(10).

       FD  DEVOLUCOES.
       01  DEVOLUCOES-REC.
           05 DV-BOX           PIC 9(04).


       FD  OPERADOR-ATUAL.
       COPY operatu.

       FD  CONTROLE-LOG.
       01  CONTROLE-LOG-REC.
           05 CT-PROGRAMA      PIC X(18).
           05 SU-DATA          PIC 9(08).
           05 SU-MOTIVO        PIC X(30).
           05 SU-PARCELAS      PIC 9(02).
           05 SU-ORIGINADOR    PIC X(10).

       FD  VENDAS-REJ.
       01  VENDAS-REJ-REC.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-VENDEDOR-SW  PIC X(01) VALUE 'N'.
         88 VENDEDOR-ENCONTRADO VALUE 'S'.
       77 WRK-EOF-ICMS-SW  PIC X(01) VALUE 'N'.
         88 FIM-ICMS-CONFIG    VALUE 'S'.
       77 WRK-UF-VALIDA-SW PIC X(01) VALUE 'N'.
       77 WRK-IX-DUP       PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-FS-MOVIMENTO  PIC X(02) VALUE '00'.
       77 WRK-FS-OPERADOR   PIC X(02) VALUE '00'.
       77 WRK-OPERADOR-ORIGEM PIC X(10) VALUE SPACES.
       77 WRK-FS-CTRLLOG   PIC X(02) VALUE '00'.
       77 WRK-ARQ-VALIDO-SW PIC X(01) VALUE 'S'.
         88 ARQUIVO-VALIDO      VALUE 'S'.
         88 FILIAL-VALIDA      VALUE 'S'.

       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-DESCONTO  PIC X(02) VALUE '00'.
       77 WRK-PRODUTO-SW   PIC X(01) VALUE 'N'.
         88 PRODUTO-ENCONTRADO VALUE 'S'.
       77 WRK-QT-CANCELADAS PIC 9(02) VALUE ZEROS.
       77 WRK-TITULO-SW    PIC X(01) VALUE 'N'.
         88 TITULO-ACHADO       VALUE 'S'.

      *----------------------------------------------------------------
      * LINHAS DOS GRUPOS ICMSCFG E DESCCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DOS ANTIGOS ARQUIVOS.
      *----------------------------------------------------------------
       01  ICMS-CONFIG-REC.
           05 IC-UF            PIC X(02).
           05 IC-ALIQUOTA      PIC 9(02)V99.
       01  DESCONTO-CONFIG-REC.
           05 DC-TOLERANCIA-PCT PIC 9(02)V99.
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

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 CF-PARM.
          05 CF-PROGRAMA      PIC X(18).
          05 CF-FILIAL        PIC 9(02).
          05 CF-RESULTADO     PIC X(01).
             88 CF-PERMITIDA       VALUE 'S'.
             88 CF-NEGADA          VALUE 'N'.
       COPY fstatus.

       PROCEDURE DIVISION.
                   GOBACK
             END-IF.
             PERFORM 0910-CARREGAR-FILIAIS.
             PERFORM 0905-OBTER-OPERADOR.

             MOVE 'N' TO WRK-EOF-RESUB-SW.
             MOVE ZEROS TO WRK-QT-REAPRESENTADAS.
             MOVE ZEROS TO WRK-QT-GRAVADAS.
             PERFORM 0950-VALIDAR-TRAILER.
             IF ARQUIVO-VALIDO
                   PERFORM 8600-ABRIR-EXECUCAO
                   PERFORM 1000-ABRIR
                   PERFORM 0100-INICIALIZADA
                   PERFORM 0200-PROCESSAR UNTIL FIM-TRANSACOES
                   PERFORM 0300-FINAL
                   PERFORM 9000-ENCERRAR
                   PERFORM 9500-GRAVAR-CONTAGEM
                   PERFORM 8650-FECHAR-EXECUCAO
             END-IF.
             GOBACK.

             OPEN INPUT PRODUTO-MASTER.

             PERFORM 1350-CARREGAR-TOLERANCIA.
             PERFORM 1360-CARREGAR-UFS.

             OPEN EXTEND VENDAS-DESCONTO.
             MOVE WRK-FS-DESCONTO TO WRK-FS-ULTIMO.
             END-IF.

      *----------------------------------------------------------------
      * A TOLERANCIA DE DESCONTO SEM APROVACAO VEM DO GRUPO DESCCFG
      * DO PARAMST; SEM VIGENCIA VALE O DEFAULT DE 5% ABAIXO DA
      * TABELA.
      *----------------------------------------------------------------
       1350-CARREGAR-TOLERANCIA.

             MOVE 'C'       TO VG-OPERACAO.
             MOVE 'DESCCFG' TO VG-GRUPO.
             MOVE 'PADRAO'  TO VG-ITEM.
             MOVE ZEROS     TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   DISPLAY 'DESCCFG SEM VIGENCIA NO PARAMST, '
                           'TOLERANCIA PELO DEFAULT DE 5%'
             ELSE
                   MOVE VG-VALOR TO DESCONTO-CONFIG-REC
                   MOVE DC-TOLERANCIA-PCT TO WRK-TOLERANCIA-PCT
             END-IF.

      *----------------------------------------------------------------
      * AS UFS ACEITAS VEM DO GRUPO UFCFG DO PARAMST QUANDO ELE TEM
      * VIGENCIA; SEM O GRUPO (OU SEM O MESTRE) FICA A TABELA
      * COMPILADA DO COPYBOOK UFCFG. POSICOES QUE SOBRAM FICAM EM
      * HIGH-VALUES E NAO CASAM COM UF NENHUMA.
      *----------------------------------------------------------------
       1360-CARREGAR-UFS.

             MOVE ZEROS TO WRK-QT-UFS-PARAM.
             MOVE 'N' TO WRK-EOF-UF-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1370-LER-UF.
             PERFORM 1380-GUARDAR-UF UNTIL FIM-UFCFG.

       1370-LER-UF.

             MOVE 'P'     TO VG-OPERACAO.
             MOVE 'UFCFG' TO VG-GRUPO.
             MOVE ZEROS   TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   MOVE 'S' TO WRK-EOF-UF-SW
             END-IF.

       1380-GUARDAR-UF.

             IF WRK-QT-UFS-PARAM = ZEROS
                   MOVE HIGH-VALUES TO TABELA-UF
             END-IF.
             IF WRK-QT-UFS-PARAM < 27
                   ADD 1 TO WRK-QT-UFS-PARAM
                   MOVE VG-VALOR(1:2) TO TU-UF-DET(WRK-QT-UFS-PARAM)
             END-IF.
             PERFORM 1370-LER-UF.


       1300-CARREGAR-ICMS.

             MOVE ZEROS TO WRK-QT-ALIQUOTAS.
             MOVE 'N' TO WRK-EOF-ICMS-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1310-LER-ICMS.
             PERFORM 1320-GUARDAR-ICMS UNTIL FIM-ICMS-CONFIG.
             IF WRK-QT-ALIQUOTAS = ZEROS
                   DISPLAY 'ICMSCFG SEM VIGENCIA NO PARAMST, ICMS SERA '
                           'GRAVADO ZERADO'
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

             MOVE WRK-DATA-HOJE TO SU-DATA.
             MOVE 'POSSIVEL DUPLICATA DO DIA' TO SU-MOTIVO.
             MOVE WRK-QT-PARCELAS TO SU-PARCELAS.
             MOVE WRK-OPERADOR-ORIGEM TO SU-ORIGINADOR.
             WRITE VENDAS-SUSP-REC.

      *----------------------------------------------------------------
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       8810-GRAVAR-JORNAL-TITULO.
             MOVE 'TITULOS' TO JP-ARQUIVO.
             MOVE 'REG-VENDAS' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA TUDO O QUE ESTE LOTE
      * GRAVA (LEDGER, TITULOS E JORNAL DO CLIEMST); O ESTORNA-EXECUCAO
      * DESFAZ A RODADA INTEIRA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'REG-VENDAS' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE.......: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       0500-VALIDAR-ENTRADA.

             MOVE 'S' TO WRK-ENTRADA-SW.
                                    TO WRK-MOTIVO-REJ
                         END-IF
                   END-IF
                   IF ENTRADA-VALIDA
                         MOVE 'REG-VENDAS' TO CF-PROGRAMA
                         MOVE VT-FILIAL    TO CF-FILIAL
                         CALL 'CONFERE-FILIAL' USING CF-PARM
                         IF CF-NEGADA
                               MOVE 'N' TO WRK-ENTRADA-SW
                               MOVE 'FILIAL NAO PERMITIDA'
                                    TO WRK-MOTIVO-REJ
                         END-IF
                   END-IF
                   IF ENTRADA-VALIDA
                         PERFORM 0585-NORMALIZAR-PARCELAS
                         IF WRK-QT-PARCELAS > 12
             MOVE VT-QTDE         TO DS-QTDE.
             MOVE WRK-VALOR-LISTA TO DS-VALOR-LISTA.
             MOVE WRK-DATA-HOJE   TO DS-DATA.
             MOVE WRK-OPERADOR-ORIGEM TO DS-ORIGINADOR.
             WRITE VENDAS-DESCONTO-REC.

      *----------------------------------------------------------------
             MOVE CL-LIMITE       TO CQ-LIMITE.
             MOVE CL-SALDO        TO CQ-SALDO.
             MOVE WRK-DATA-HOJE   TO CQ-DATA.
             MOVE WRK-OPERADOR-ORIGEM TO CQ-ORIGINADOR.
             WRITE VENDAS-CREDITO-REC.

      *----------------------------------------------------------------
             END-IF.
             MOVE WRK-DATA-HOJE TO VL-DATA.
             ACCEPT VL-HORA FROM TIME.
             MOVE EL-EXECUCAO TO VL-EXECUCAO.
             WRITE VENDA-LEDGER-REC.
             ADD 1 TO WRK-QT-GRAVADAS.

                           'DA MAQUINA'
             END-IF.

      *----------------------------------------------------------------
      * OPERADOR DA SESSAO DO MENU (OPERATU), CARIMBADO COMO
      * ORIGINADOR NOS ITENS QUE VAO PARA AS FILAS DE APROVACAO.
      *----------------------------------------------------------------
       0905-OBTER-OPERADOR.
             MOVE SPACES TO WRK-OPERADOR-ORIGEM.
             OPEN INPUT OPERADOR-ATUAL.
             MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ OPERADOR-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE OA-USUARIO TO WRK-OPERADOR-ORIGEM
                   END-IF
                   CLOSE OPERADOR-ATUAL
             END-IF.

       0990-GRAVAR-CONTROLE-LOG.
             OPEN EXTEND CONTROLE-LOG.
             MOVE WRK-FS-CTRLLOG TO WRK-FS-ULTIMO.
             MOVE 'A'            TO TIT-STATUS.
             MOVE ZEROS          TO TIT-DATA-PAGTO.
             MOVE ZEROS          TO TIT-JUROS-RECEBIDO.
             MOVE EL-EXECUCAO    TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         REWRITE TITULO-REC
                   WHEN TIT-CANCELADO
                         CONTINUE
                   WHEN OTHER
                         MOVE TITULO-REC TO JP-ANTES
                         MOVE 'C' TO TIT-STATUS
                         MOVE WRK-DATA-HOJE TO TIT-DATA-PAGTO
                         REWRITE TITULO-REC
                         MOVE TITULO-REC TO JP-DEPOIS
                         PERFORM 8810-GRAVAR-JORNAL-TITULO
                         ADD 1 TO WRK-QT-CANCELADAS
             END-EVALUATE.
             ADD 1 TO WRK-IX-PARC.
