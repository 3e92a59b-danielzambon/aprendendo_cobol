      * NAO FATURA. O DESCONTO DE PONTUALIDADE (MC-DESC-PONTUAL, POR
      * TURMA) E APLICADO PELO BAIXA-TITULO E O BLOQUEIO DE
      * REMATRICULA POR INADIMPLENCIA PELO CARGA-MATRICULA.
      * A BOLSA (BOLSAMST) SO DESCONTA QUANDO APROVADA E COM A
      * COMPETENCIA DENTRO DA VIGENCIA; O DESCONTO E LIMITADO AO VALOR
      * DA MENSALIDADE E OS IMPOSTOS INCIDEM SOBRE O VALOR LIQUIDO DA
      * BOLSA. O ALUNO COM LINHA NO BOLSALDG NA COMPETENCIA TAMBEM
      * CONTA COMO JA FATURADO (BOLSA INTEGRAL NAO TEM TITULO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PRECOS POR TURMA LIDOS DO GRUPO MENSALCFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - RODADA DE LOTE: A RODADA E ABERTA NO CTRL-
      *                 EXECUCAO E O NUMERO DELA E CARIMBADO NOS TITULOS
      *                 GERADOS (TIT-EXECUCAO), PARA O ESTORNA-EXECUCAO
      *                 CANCELAR O FATURAMENTO DE UMA COMPETENCIA
      *                 ERRADA.
      * 15/10/2026 DZ - BOLSAS E DESCONTOS: A BOLSA APROVADA E VIGENTE
      *                 DO ALUNO NO BOLSAMST (CARGA-BOLSA/APROVA-BOLSA)
      *                 E ABATIDA AO GERAR O TITULO, E O DESCONTO VAI
      *                 PARA O BOLSALDG (RENUNCIA DO REL-BOLSAS). BOLSA
      *                 INTEGRAL NAO GERA TITULO NEM NOTA.
      * 15/10/2026 DZ - ISS DA MENSALIDADE E NOTA DE SERVICO PELO
      *                 EMITE-NFS; O TITULO SAI LIQUIDO DO ISS RETIDO
      *                 PELO TOMADOR.
      * 15/10/2026 DZ - PIS E COFINS DA MENSALIDADE: CADA TITULO GERADO
      *                 E TRIBUTADO PELO CALC-PISCOFINS (ALIQUOTAS DO
      *                 REGIME VIGENTE NO PISCFG) E A LINHA VAI PARA O
      *                 LEDGER PISCOFLD (ORIGEM MENSAL), LIDO PELO REL-
      *                 PISCOFINS E PELO CONTAB-DIARIO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: O
      *                 FATURAMENTO CONSULTA O CTRL-COMPET (COMPSTAT
      *                 DO FECHA-COMPETENCIA) PARA O SUBSISTEMA
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT PIS-COFINS-LEDGER ASSIGN TO 'PISCOFLD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PISCOF.

           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-MATRICULA
                  FILE STATUS IS WRK-FS-BOLSA.

           SELECT BOLSA-LEDGER ASSIGN TO 'BOLSALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-BOLSALDG.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-TERMO.
       FD  ALUNO-MASTER.
       COPY aluno.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  PIS-COFINS-LEDGER.
       COPY piscofl.

       FD  BOLSA-MASTER.
       COPY bolsa.

       FD  BOLSA-LEDGER.
       COPY bolsaldg.

       WORKING-STORAGE SECTION.

       77 WRK-FS-MATR      PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-PISCOF    PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSA     PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSALDG  PIC X(02) VALUE '00'.
       77 WRK-BOLSA-SW     PIC X(01) VALUE 'N'.
         88 BOLSAMST-ABERTO     VALUE 'S'.
       77 WRK-EOF-BOL-SW   PIC X(01) VALUE 'N'.
         88 FIM-BOLSA-LEDGER    VALUE 'S'.
       77 WRK-VALOR-CHEIO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESCONTO-BOLSA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-COM-BOLSA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INTEGRAL  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BOLSAS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PIS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COFINS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-SERVICO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ISS      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ISS-RETIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EOF-MAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-MATRICULAS      VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
       77 WRK-QT-SEM-PRECO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FATURADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TURMA-ALUNO  PIC X(03) VALUE SPACES.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-PRECOS.
          05 TPR-DET OCCURS 50 TIMES INDEXED BY IX-TPR.
             10 TFA-CLIENTE    PIC 9(06).
       77 WRK-QT-FATURADOS PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO MENSALCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  MENSALIDADE-CONFIG-REC.
           05 MC-TURMA         PIC X(03).
           05 MC-VALOR         PIC 9(06)V99.
           05 MC-DIA-VENC      PIC 9(02).
           05 MC-DESC-PONTUAL  PIC 9(02)V99.
           05 MC-CARENCIA      PIC 9(03).
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.

       01 CD-PARM.
          05 CD-DATA            PIC 9(08).
          05 CD-DIA-UTIL-SW     PIC X(01).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
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
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.

       PROCEDURE DIVISION.
             DISPLAY 'COMPETENCIA DA MENSALIDADE (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             COMPUTE WRK-DATA-FATURA = WRK-COMPETENCIA * 100 + 1.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             MOVE 'VENDAS' TO CP-SUBSISTEMA.
             MOVE WRK-DATA-FATURA TO CP-DATA.

             PERFORM 0500-CARREGAR-PRECOS.
             IF WRK-QT-PRECOS = ZEROS
                   DISPLAY 'TABELA DE PRECOS MENSALCFG SEM VIGENCIA '
                           'NO PARAMST, NADA A FATURAR'
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1500-LEVANTAR-SEQUENCIA.
             PERFORM 2000-FATURAR-MATRICULADOS.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0500-CARREGAR-PRECOS.
             MOVE ZEROS TO WRK-QT-PRECOS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 0510-LER-PRECO.
             PERFORM 0520-GUARDAR-PRECO UNTIL FIM-CONFIG.

       0510-LER-PRECO.
             MOVE 'P' TO VG-OPERACAO.
             MOVE 'MENSALCFG' TO VG-GRUPO.
             MOVE ZEROS TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO MENSALIDADE-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-CFG-SW
             END-IF.

       0520-GUARDAR-PRECO.
             IF WRK-QT-PRECOS < 50
                   CLOSE CONTAS-RECEBER
                   OPEN I-O CONTAS-RECEBER
             END-IF.
             OPEN EXTEND PIS-COFINS-LEDGER.
             MOVE WRK-FS-PISCOF TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE PIS-COFINS-LEDGER
                   OPEN OUTPUT PIS-COFINS-LEDGER
             END-IF.
             MOVE 'N' TO WRK-BOLSA-SW.
             OPEN INPUT BOLSA-MASTER.
             MOVE WRK-FS-BOLSA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-BOLSA-SW
             ELSE
                   DISPLAY 'BOLSAMST AUSENTE, MENSALIDADES SEM BOLSA'
             END-IF.
             MOVE 'A' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.

      *----------------------------------------------------------------
      * OS TITULOS JA GRAVADOS NA DATA DO FATURAMENTO SAO PERCORRIDOS
             END-START.
             PERFORM 1510-LER-TITULO.
             PERFORM 1520-ANOTAR-TITULO UNTIL FIM-TITULOS.
             PERFORM 1600-ANOTAR-BOLSAS.

       1510-LER-TITULO.
             IF NOT FIM-TITULOS
             END-IF.
             PERFORM 1510-LER-TITULO.

      *----------------------------------------------------------------
      * AS LINHAS DO BOLSALDG JA GRAVADAS NA COMPETENCIA ENTRAM NA
      * TABELA DE DUPLICIDADE (A BOLSA INTEGRAL NAO DEIXA TITULO) E O
      * LEDGER E REABERTO PARA ACRESCIMO.
      *----------------------------------------------------------------
       1600-ANOTAR-BOLSAS.
             MOVE 'N' TO WRK-EOF-BOL-SW.
             OPEN INPUT BOLSA-LEDGER.
             MOVE WRK-FS-BOLSALDG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-BOL-SW
             ELSE
                   PERFORM 1610-LER-BOLSA-LEDGER
                   PERFORM 1620-ANOTAR-BOLSA UNTIL FIM-BOLSA-LEDGER
                   CLOSE BOLSA-LEDGER
             END-IF.
             OPEN EXTEND BOLSA-LEDGER.
             MOVE WRK-FS-BOLSALDG TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE BOLSA-LEDGER
                   OPEN OUTPUT BOLSA-LEDGER
             END-IF.

       1610-LER-BOLSA-LEDGER.
             READ BOLSA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-BOL-SW
             END-READ.

       1620-ANOTAR-BOLSA.
             IF BL-COMPETENCIA = WRK-COMPETENCIA
                   AND WRK-QT-FATURADOS < 300
                   ADD 1 TO WRK-QT-FATURADOS
                   SET IX-TFA TO WRK-QT-FATURADOS
                   MOVE BL-MATRICULA TO TFA-CLIENTE(IX-TFA)
             END-IF.
             PERFORM 1610-LER-BOLSA-LEDGER.

       2000-FATURAR-MATRICULADOS.
             MOVE 'N' TO WRK-EOF-MAT-SW.
             MOVE WRK-TERMO TO ME-TERMO.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.
             PERFORM 2510-ROLAR-VENCIMENTO UNTIL CD-E-DIA-UTIL.

             MOVE TPR-VALOR(IX-TPR) TO WRK-VALOR-CHEIO.
             PERFORM 2550-APLICAR-BOLSA.
             COMPUTE WRK-VALOR-SERVICO =
                   WRK-VALOR-CHEIO - WRK-DESCONTO-BOLSA.

             IF WRK-VALOR-SERVICO = ZEROS
                   MOVE ZEROS TO TIT-DATA-VENDA
                   MOVE ZEROS TO TIT-SEQ
                   ADD 1 TO WRK-QT-INTEGRAL
             ELSE
                   ADD 1 TO WRK-PROX-SEQ
                   MOVE WRK-DATA-FATURA TO TIT-DATA-VENDA
                   MOVE WRK-PROX-SEQ    TO TIT-SEQ
                   MOVE 1               TO TIT-PARCELA
                   MOVE ME-MATRICULA    TO TIT-CLIENTE
                   PERFORM 2700-CALCULAR-ISS
                   COMPUTE TIT-VALOR =
                         WRK-VALOR-SERVICO - NS-ISS-RETIDO
                   MOVE WRK-VENCIMENTO  TO TIT-VENCIMENTO
                   MOVE 'A'             TO TIT-STATUS
                   MOVE ZEROS           TO TIT-DATA-PAGTO
                   MOVE ZEROS           TO TIT-JUROS-RECEBIDO
                   MOVE EL-EXECUCAO     TO TIT-EXECUCAO
                   WRITE TITULO-REC
                   PERFORM 2600-TRIBUTAR-TITULO
                   PERFORM 2800-EMITIR-NOTA
                   ADD 1 TO WRK-QT-FATURADAS
                   ADD WRK-VALOR-SERVICO TO WRK-TOT-FATURADO
             END-IF.
             IF WRK-DESCONTO-BOLSA > ZEROS
                   PERFORM 2560-GRAVAR-BOLSA-LEDGER
             END-IF.

             IF WRK-QT-FATURADOS < 300
                   ADD 1 TO WRK-QT-FATURADOS
             MOVE CD-DATA TO WRK-VENCIMENTO.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

      *----------------------------------------------------------------
      * BOLSA APROVADA COM A COMPETENCIA DENTRO DA VIGENCIA: PERCENTUAL
      * DA MENSALIDADE DA TURMA OU VALOR FIXO, NUNCA ACIMA DELA.
      *----------------------------------------------------------------
       2550-APLICAR-BOLSA.
             MOVE ZEROS TO WRK-DESCONTO-BOLSA.
             IF BOLSAMST-ABERTO
                   MOVE ME-MATRICULA TO BO-MATRICULA
                   READ BOLSA-MASTER
                         INVALID KEY
                               MOVE SPACES TO BO-SITUACAO
                   END-READ
                   IF BO-APROVADA
                         AND BO-COMPET-INICIO NOT > WRK-COMPETENCIA
                         AND (BO-COMPET-FIM = ZEROS
                              OR BO-COMPET-FIM NOT < WRK-COMPETENCIA)
                         IF BO-FORMA-PERCENTUAL
                               COMPUTE WRK-DESCONTO-BOLSA ROUNDED =
                                     WRK-VALOR-CHEIO * BO-PERCENTUAL
                                     / 100
                         ELSE
                               MOVE BO-VALOR TO WRK-DESCONTO-BOLSA
                         END-IF
                         IF WRK-DESCONTO-BOLSA > WRK-VALOR-CHEIO
                               MOVE WRK-VALOR-CHEIO
                                    TO WRK-DESCONTO-BOLSA
                         END-IF
                   END-IF
             END-IF.

       2560-GRAVAR-BOLSA-LEDGER.
             MOVE WRK-COMPETENCIA    TO BL-COMPETENCIA.
             MOVE ME-MATRICULA       TO BL-MATRICULA.
             MOVE BO-TIPO            TO BL-TIPO.
             MOVE WRK-TURMA-ALUNO    TO BL-TURMA.
             MOVE WRK-VALOR-CHEIO    TO BL-VALOR-CHEIO.
             MOVE WRK-DESCONTO-BOLSA TO BL-DESCONTO.
             MOVE TIT-DATA-VENDA     TO BL-TIT-DATA.
             MOVE TIT-SEQ            TO BL-TIT-SEQ.
             MOVE WRK-DATA-HOJE      TO BL-DATA-GERACAO.
             WRITE BOLSA-LEDGER-REC.
             ADD 1 TO WRK-QT-COM-BOLSA.
             ADD WRK-DESCONTO-BOLSA TO WRK-TOT-BOLSAS.

      *----------------------------------------------------------------
      * PIS E COFINS DA RECEITA DO TITULO PELO CALC-PISCOFINS, GRAVADOS
      * NO PISCOFLD PARA A APURACAO MENSAL (REL-PISCOFINS) E PARA O
      * CONTAB-DIARIO CONTABILIZAR NO DIA DA GERACAO.
      *----------------------------------------------------------------
       2600-TRIBUTAR-TITULO.
             MOVE WRK-VALOR-SERVICO TO PS-BASE.
             CALL 'CALC-PISCOFINS' USING PS-PARM.
             IF PS-OK
                   MOVE WRK-DATA-FATURA TO PQ-DATA
                   MOVE WRK-DATA-HOJE  TO PQ-DATA-GERACAO
                   MOVE 'MENSAL'       TO PQ-ORIGEM
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
      * ISS DA MENSALIDADE PELO EMITE-NFS: O CALCULO VEM ANTES DE
      * GRAVAR O TITULO, QUE SAI LIQUIDO DO ISS RETIDO PELO TOMADOR
      * OBRIGADO A RETER, E A NOTA DE SERVICO E NUMERADA E EMITIDA
      * DEPOIS DA GRAVACAO.
      *----------------------------------------------------------------
       2700-CALCULAR-ISS.
             MOVE 'MENSAL'          TO NS-SERVICO.
             MOVE ME-MATRICULA      TO NS-CLIENTE.
             MOVE AL-NOME           TO NS-NOME.
             MOVE WRK-DATA-FATURA   TO NS-TIT-DATA.
             MOVE WRK-PROX-SEQ      TO NS-TIT-SEQ.
             MOVE WRK-VENCIMENTO    TO NS-VENCIMENTO.
             MOVE WRK-VALOR-SERVICO TO NS-VALOR.
             MOVE 'C' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.

       2800-EMITIR-NOTA.
             MOVE 'E' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.
             IF NS-OK
                   ADD 1 TO WRK-QT-NOTAS
                   ADD NS-ISS        TO WRK-TOT-ISS
                   ADD NS-ISS-RETIDO TO WRK-TOT-ISS-RETIDO
             ELSE
                   DISPLAY 'SERVICO MENSAL SEM LINHA NO ISSCFG, '
                           'TITULO SEM NOTA DE SERVICO: '
                           TIT-DATA-VENDA '-' TIT-SEQ
             END-IF.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FATURA-MENSALIDADE' TO EL-PROGRAMA.
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
             CLOSE MATRICULA-TERMO.
             CLOSE ALUNO-MASTER.
             CLOSE CONTAS-RECEBER.
             CLOSE PIS-COFINS-LEDGER.
             CLOSE BOLSA-LEDGER.
             IF BOLSAMST-ABERTO
                   CLOSE BOLSA-MASTER
             END-IF.
             MOVE 'F' TO NS-OPERACAO.
             CALL 'EMITE-NFS' USING NS-PARM.
             DISPLAY 'FATURAMENTO DE MENSALIDADES CONCLUIDO'.
             DISPLAY 'TERMO/COMPETENCIA.......: ' WRK-TERMO ' / '
                     WRK-COMPETENCIA.
             DISPLAY 'MENSALIDADES FATURADAS..: ' WRK-QT-FATURADAS.
             DISPLAY 'VALOR TOTAL FATURADO....: ' WRK-TOT-FATURADO.
             DISPLAY 'PIS SOBRE O FATURADO....: ' WRK-TOT-PIS.
             DISPLAY 'COFINS SOBRE O FATURADO.: ' WRK-TOT-COFINS.
             DISPLAY 'NOTAS DE SERVICO........: ' WRK-QT-NOTAS.
             DISPLAY 'ISS DAS NOTAS...........: ' WRK-TOT-ISS.
             DISPLAY 'ISS RETIDO PELO TOMADOR.: ' WRK-TOT-ISS-RETIDO.
             DISPLAY 'MENSALIDADES COM BOLSA..: ' WRK-QT-COM-BOLSA.
             DISPLAY 'BOLSAS INTEGRAIS S/ TIT.: ' WRK-QT-INTEGRAL.
             DISPLAY 'DESCONTO DE BOLSAS......: ' WRK-TOT-BOLSAS.
             DISPLAY 'JA FATURADAS (PULADAS)..: ' WRK-QT-PULADAS.
             DISPLAY 'TURMAS SEM PRECO........: ' WRK-QT-SEM-PRECO.

