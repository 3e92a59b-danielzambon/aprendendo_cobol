      * LIMITE DE 50 CLIENTES POR EXECUCAO (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - TARIFAS POR CLASSE DE BOX LIDAS DO GRUPO
      *                 ARMAZCFG DO MESTRE PARAMST (CONSULTA-PARAM), NO
      *                 VALOR EM VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO
      *                 ARQUIVO SOLTO.
      * 15/10/2026 DZ - RODADA DE LOTE: A RODADA E ABERTA NO CTRL-
      *                 EXECUCAO E O NUMERO DELA E CARIMBADO NOS TITULOS
      *                 GERADOS (TIT-EXECUCAO) E, VIA GRAVA-JORNAL, NO
      *                 JORNAL DO CLIEMST, PARA O ESTORNA-EXECUCAO
      *                 DESFAZER UMA COMPETENCIA FATURADA ERRADA.
      * 15/10/2026 DZ - O TITULO NOVO SOMA O VALOR LIQUIDO NO CL-SALDO
      *                 DO CLIENTE (COM JORNAL DA ALTERACAO NO
      *                 CLIEMST), COMO A VENDA: A BAIXA DO TITULO
      *                 REDUZ O SALDO E O REL-CONCILIA-CR CONFERE O
      *                 CL-SALDO CONTRA OS TITULOS EM ABERTO.
      * 15/10/2026 DZ - ISS DA ARMAZENAGEM E NOTA DE SERVICO PELO
      *                 EMITE-NFS; O TITULO SAI LIQUIDO DO ISS RETIDO
      *                 PELO TOMADOR.
      * 15/10/2026 DZ - PIS E COFINS DA ARMAZENAGEM: CADA TITULO NOVO E
      *                 TRIBUTADO PELO CALC-PISCOFINS (ALIQUOTAS DO
      *                 REGIME VIGENTE NO PISCFG) E A LINHA VAI PARA O
      *                 LEDGER PISCOFLD (ORIGEM ARMAZEN), LIDO PELO REL-
      *                 PISCOFINS E PELO CONTAB-DIARIO. TITULO REGRAVADO
      *                 NUMA NOVA RODADA NAO E TRIBUTADO DE NOVO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A
      *                 COBRANCA CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA VENDAS
                  RECORD KEY IS BX-NUMERO
                  FILE STATUS IS WRK-FS-BOX.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT PIS-COFINS-LEDGER ASSIGN TO 'PISCOFLD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PISCOF.

           SELECT REL-ARMAZENAGEM ASSIGN TO 'RELARMAZ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  BOX-MASTER.
       COPY boxmst.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  PIS-COFINS-LEDGER.
       COPY piscofl.

       FD  CONTAS-RECEBER.
       COPY titulo.
       WORKING-STORAGE SECTION.

       77 WRK-FS-BOX       PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-PISCOF    PIC X(02) VALUE '00'.
       77 WRK-TOT-PIS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COFINS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-SERVICO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ISS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ISS-RETIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EOF-BOX-SW   PIC X(01) VALUE 'N'.
         88 FIM-BOXES           VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO ARMAZCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  ARMAZ-CONFIG-REC.
           05 AC-CLASSE        PIC X(01).
           05 AC-TARIFA-DIA    PIC 9(04)V99.
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
           05 LD-BOX-DIAS     PIC ZZZZZZ9.
           05 FILLER          PIC X(07) VALUE ' VALOR '.
           05 LD-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(05) VALUE ' NFS '.
           05 LD-NOTA         PIC ZZZZZ9.
           05 FILLER          PIC X(07) VALUE SPACES.

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
       01 NS-PARM.
          05 NS-OPERACAO        PIC X(01).
          05 NS-SERVICO         PIC X(08).
          05 NS-CLIENTE         PIC 9(06).
          05 NS-NOME            PIC X(30).
          05 NS-TIT-DATA        PIC 9(08).
          05 NS-TIT-SEQ         PIC 9(05).
          05 NS-VENCIMENTO      PIC 9(08).
          05 NS-VALOR           PIC 9(08)V99.
          05 NS-NOTA            PIC 9(06).
          05 NS-FILIAL          PIC 9(02).
          05 NS-ALIQUOTA        PIC 9(01)V9(04).
          05 NS-ISS             PIC 9(08)V99.
          05 NS-RETIDO          PIC X(01).
             88 NS-ISS-RETIDO-TOMADOR VALUE 'S'.
          05 NS-ISS-RETIDO      PIC 9(08)V99.
          05 NS-RETORNO         PIC X(01).
             88 NS-OK              VALUE '0'.
             88 NS-SEM-PARAMETRO   VALUE '1'.
       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
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
       COPY fstatus.
       COPY rpthdr.

             MOVE ZEROS TO WRK-QT-CLIENTES.
             MOVE ZEROS TO WRK-QT-TITULOS.
             MOVE ZEROS TO WRK-TOT-FATURADO.
             MOVE ZEROS TO WRK-TOT-PIS.
             MOVE ZEROS TO WRK-TOT-COFINS.
             MOVE ZEROS TO WRK-QT-NOTAS.
             MOVE ZEROS TO WRK-TOT-ISS.
             MOVE ZEROS TO WRK-TOT-ISS-RETIDO.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE 90000 TO WRK-PROX-SEQ.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             END-IF.

             PERFORM 0500-CARREGAR-TARIFAS.
             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-BOX.
             PERFORM 2000-COBRAR-BOX UNTIL FIM-BOXES.
             PERFORM 3000-GERAR-TITULOS.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0100-LIMITES-DO-MES.
       0500-CARREGAR-TARIFAS.
             MOVE ZEROS TO WRK-QT-TARIFAS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 0510-LER-TARIFA.
             PERFORM 0520-GUARDAR-TARIFA UNTIL FIM-CONFIG.
             IF WRK-QT-TARIFAS = ZEROS
                   DISPLAY 'ARMAZCFG SEM VIGENCIA NO PARAMST, NADA A '
                           'COBRAR'
             END-IF.

       0510-LER-TARIFA.
             MOVE 'P'        TO VG-OPERACAO.
             MOVE 'ARMAZCFG' TO VG-GRUPO.
             MOVE ZEROS      TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO ARMAZ-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-CFG-SW
             END-IF.

       0520-GUARDAR-TARIFA.
             IF WRK-QT-TARIFAS < 3
                   CLOSE CONTAS-RECEBER
                   OPEN I-O CONTAS-RECEBER
             END-IF.
             OPEN EXTEND PIS-COFINS-LEDGER.
             MOVE WRK-FS-PISCOF TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE PIS-COFINS-LEDGER
                   OPEN OUTPUT PIS-COFINS-LEDGER
             END-IF.
             OPEN I-O CLIENTE-MASTER.
             OPEN OUTPUT REL-ARMAZENAGEM.
             MOVE 'A' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.
             PERFORM 8000-CABECALHO.

       1100-LER-BOX.
             MOVE WRK-PROX-SEQ   TO TIT-SEQ.
             MOVE 1              TO TIT-PARCELA.
             MOVE TC-CLIENTE(IX-TC) TO TIT-CLIENTE.
             MOVE TC-VALOR(IX-TC)   TO WRK-VALOR-SERVICO.
             PERFORM 3300-CALCULAR-ISS.
             COMPUTE TIT-VALOR = WRK-VALOR-SERVICO - NS-ISS-RETIDO.
             MOVE WRK-VENCIMENTO TO TIT-VENCIMENTO.
             MOVE 'A'            TO TIT-STATUS.
             MOVE ZEROS          TO TIT-DATA-PAGTO.
             MOVE ZEROS          TO TIT-JUROS-RECEBIDO.
             MOVE EL-EXECUCAO    TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         REWRITE TITULO-REC
                   NOT INVALID KEY
                         PERFORM 3200-TRIBUTAR-TITULO
                         PERFORM 3400-EMITIR-NOTA
                         PERFORM 3500-SOMAR-SALDO-CLIENTE
             END-WRITE.
             ADD 1 TO WRK-QT-TITULOS.
             ADD TC-VALOR(IX-TC) TO WRK-TOT-FATURADO.
             MOVE TC-QT-BOXES(IX-TC) TO LD-QT-BOXES.
             MOVE TC-BOX-DIAS(IX-TC) TO LD-BOX-DIAS.
             MOVE TC-VALOR(IX-TC)    TO LD-VALOR.
             MOVE NS-NOTA            TO LD-NOTA.
             WRITE REL-ARMAZ-LINHA FROM LINHA-DETALHE.
             SET IX-TC UP BY 1.

             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

      *----------------------------------------------------------------
      * PIS E COFINS DA RECEITA DO TITULO PELO CALC-PISCOFINS, GRAVADOS
      * NO PISCOFLD PARA A APURACAO MENSAL (REL-PISCOFINS) E PARA O
      * CONTAB-DIARIO CONTABILIZAR NO DIA DA GERACAO.
      *----------------------------------------------------------------
       3200-TRIBUTAR-TITULO.
             MOVE WRK-VALOR-SERVICO TO PS-BASE.
             CALL 'CALC-PISCOFINS' USING PS-PARM.
             IF PS-OK
                   MOVE WRK-ULTIMO-DIA TO PQ-DATA
                   MOVE WRK-DATA-HOJE  TO PQ-DATA-GERACAO
                   MOVE 'ARMAZEN'      TO PQ-ORIGEM
                   MOVE 'V'            TO PQ-TIPO
                   MOVE SPACES         TO PQ-REFERENCIA
                   MOVE TIT-DATA-VENDA TO PQ-REFERENCIA(1:8)
                   MOVE TIT-SEQ        TO PQ-REFERENCIA(9:5)
                   MOVE WRK-VALOR-SERVICO TO PQ-BASE
                   MOVE PS-PIS         TO PQ-PIS
                   MOVE PS-COFINS      TO PQ-COFINS
                   MOVE PS-REGIME      TO PQ-REGIME
                   WRITE PIS-COFINS-LEDGER-REC
                   ADD PS-PIS    TO WRK-TOT-PIS
                   ADD PS-COFINS TO WRK-TOT-COFINS
             END-IF.

      *----------------------------------------------------------------
      * ISS DA ARMAZENAGEM PELO EMITE-NFS: O CALCULO VEM ANTES DE
      * GRAVAR O TITULO, QUE SAI LIQUIDO DO ISS RETIDO PELO TOMADOR
      * OBRIGADO A RETER; A NOTA DE SERVICO SO E NUMERADA E EMITIDA
      * PARA O TITULO NOVO (TITULO REGRAVADO NUMA NOVA RODADA JA TEM
      * A SUA NOTA).
      *----------------------------------------------------------------
       3300-CALCULAR-ISS.
             MOVE TC-CLIENTE(IX-TC) TO NS-CLIENTE.
             MOVE SPACES TO NS-NOME.
             MOVE TC-CLIENTE(IX-TC) TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CL-RAZAO TO NS-NOME
             END-READ.
             MOVE 'ARMAZEN'         TO NS-SERVICO.
             MOVE WRK-ULTIMO-DIA    TO NS-TIT-DATA.
             MOVE WRK-PROX-SEQ      TO NS-TIT-SEQ.
             MOVE WRK-VENCIMENTO    TO NS-VENCIMENTO.
             MOVE WRK-VALOR-SERVICO TO NS-VALOR.
             MOVE 'C' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.

       3400-EMITIR-NOTA.
             MOVE 'E' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.
             IF NS-OK
                   ADD 1 TO WRK-QT-NOTAS
                   ADD NS-ISS        TO WRK-TOT-ISS
                   ADD NS-ISS-RETIDO TO WRK-TOT-ISS-RETIDO
             ELSE
                   DISPLAY 'SERVICO ARMAZEN SEM LINHA NO ISSCFG, '
                           'TITULO SEM NOTA DE SERVICO: '
                           TIT-DATA-VENDA '-' TIT-SEQ
             END-IF.

      *----------------------------------------------------------------
      * SO O TITULO NOVO ENTRA NO CL-SALDO; O REGRAVADO NUMA NOVA
      * RODADA JA FOI SOMADO NA PRIMEIRA.
      *----------------------------------------------------------------
       3500-SOMAR-SALDO-CLIENTE.
             MOVE TIT-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         DISPLAY 'CLIENTE ' TIT-CLIENTE
                                 ' FORA DO CLIEMST, CL-SALDO NAO '
                                 'ATUALIZADO'
                   NOT INVALID KEY
                         MOVE CLIENTE-MASTER-REC TO JP-ANTES
                         ADD TIT-VALOR TO CL-SALDO
                         REWRITE CLIENTE-MASTER-REC
                         MOVE CLIENTE-MASTER-REC TO JP-DEPOIS
                         MOVE 'CLIEMST ' TO JP-ARQUIVO
                         MOVE 'FATURA-ARMAZENAGEM' TO JP-PROGRAMA
                         MOVE 'A' TO JP-OPERACAO
                         CALL 'GRAVA-JORNAL' USING JP-PARM
             END-READ.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'FATURAMENTO DE ARMAZENAGEM' TO RPTH-TITULO.
             MOVE ALL '-' TO REL-ARMAZ-LINHA.
             WRITE REL-ARMAZ-LINHA.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FATURA-ARMAZENAGEM' TO EL-PROGRAMA.
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
             CLOSE BOX-MASTER.
             CLOSE CONTAS-RECEBER.
             IF WRK-FS-CLIENTE NOT = '35'
                   CLOSE CLIENTE-MASTER
             END-IF.
             MOVE 'F' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.
             CLOSE PIS-COFINS-LEDGER.
             CLOSE REL-ARMAZENAGEM.
             DISPLAY 'FATURAMENTO DE ARMAZENAGEM CONCLUIDO'.
             DISPLAY 'CLIENTES COBRADOS.......: ' WRK-QT-CLIENTES.
             DISPLAY 'TITULOS ABERTOS.........: ' WRK-QT-TITULOS.
             DISPLAY 'VALOR TOTAL FATURADO....: ' WRK-TOT-FATURADO.
             DISPLAY 'PIS SOBRE O FATURADO....: ' WRK-TOT-PIS.
             DISPLAY 'COFINS SOBRE O FATURADO.: ' WRK-TOT-COFINS.
             DISPLAY 'NOTAS DE SERVICO........: ' WRK-QT-NOTAS.
             DISPLAY 'ISS DAS NOTAS...........: ' WRK-TOT-ISS.
             DISPLAY 'ISS RETIDO PELO TOMADOR.: ' WRK-TOT-ISS-RETIDO.

       END PROGRAM FATURA-ARMAZENAGEM.
