      * ANTERIOR FICA FORA, PERMITINDO REPROCESSAR O ANO). AS FAIXAS
      * DE INSS/IRRF SAO AS MESMAS DO FOLHA-PAGTO (ALIQUOTA UNICA
      * SOBRE A FAIXA, SEM DEDUCAO PROGRESSIVA). LIMITE DE 200
      * FUNCIONARIOS POR RODADA (TAMANHO DA TABELA). CADA COMPETENCIA
      * DO LEDGER SO VALE UM AVO QUANDO O FUNCIONARIO TRABALHOU AO
      * MENOS 15 DIAS NO MES (DIAS DE AFASTAMENTO A CARGO DO INSS E DE
      * LICENCA NAO REMUNERADA NAO CONTAM - SUBROTINA CALC-AFASTAMENTO);
      * O 13O E A MEDIA DOS MESES SEM AFASTAMENTO X AVOS / 12.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O LEDGER E GRAVADO DENTRO DE UMA RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO, E CADA WRITE/REWRITE DO
      *                 FOLHALDG VAI PARA O JORNAL MUDJRN COM A RODADA,
      *                 PARA O ESTORNA-EXECUCAO DEVOLVER A IMAGEM
      *                 ANTERIOR DOS LANCAMENTOS PELO NUMERO DA RODADA.
      * 15/10/2026 DZ - AVOS DO 13O: A COMPETENCIA COM MENOS DE 15 DIAS
      *                 TRABALHADOS (AFASTAMENTO PELO INSS OU LICENCA
      *                 NAO REMUNERADA, VIA CALC-AFASTAMENTO) NAO CONTA
      *                 AVO; O VALOR PASSA A SER A MEDIA X AVOS / 12,
      *                 SEM PAGAMENTO QUANDO NAO HA AVO NO ANO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FOLHA
             10 TD-MATRICULA   PIC 9(06).
             10 TD-QT-MESES    PIC 9(02).
             10 TD-SOMA-BRUTO  PIC 9(09)V99.
             10 TD-QT-AVOS     PIC 9(02).
             10 TD-QT-CHEIOS   PIC 9(02).
             10 TD-SOMA-CHEIOS PIC 9(09)V99.
             10 TD-MOEDA       PIC X(03).
             10 TD-FILIAL      PIC 9(02).
       77 WRK-QT-FUNC    PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-AUSENTE-SW PIC X(01) VALUE 'N'.
         88 DEPENDENTES-AUSENTES VALUE 'S'.

       77 WRK-MEDIA-13   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BRUTO-13   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIAS-PERDIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-MIN-AVO  PIC 9(02) VALUE 15.
       77 WRK-QT-SEM-AVO    PIC 9(03) VALUE ZEROS.
       01 WRK-PRIMEIRO-DIA  PIC 9(08) VALUE ZEROS.
       01 WRK-ULTIMO-DIA    PIC 9(08) VALUE ZEROS.
       01 WRK-ULTIMO-DIA-R REDEFINES WRK-ULTIMO-DIA.
          05 WRK-ULT-ANO-MES PIC 9(06).
          05 WRK-ULT-DD      PIC 9(02).
       77 WRK-INSS       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF       PIC 9(06)V99 VALUE ZEROS.
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 AP-PARM.
          05 AP-MATRICULA      PIC 9(06).
          05 AP-DT-INICIO      PIC 9(08).
          05 AP-DT-FIM         PIC 9(08).
          05 AP-DIAS-EMPRESA   PIC 9(03).
          05 AP-DIAS-INSS      PIC 9(03).
          05 AP-DIAS-SEM-REMUN PIC 9(03).
          05 AP-TIPO-ATUAL     PIC X(01).
          05 AP-SITUACAO       PIC X(01).
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-FUNC.
             MOVE ZEROS TO WRK-QT-PAGOS.
             MOVE ZEROS TO WRK-QT-SEM-AVO.
             MOVE ZEROS TO WRK-TOTAL-BRUTO.
             MOVE ZEROS TO WRK-TOTAL-LIQ.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                   DISPLAY 'NENHUMA COMPETENCIA DO ANO ' WRK-ANO
                           ' NO FOLHA-LEDGER'
             ELSE
                   PERFORM 8600-ABRIR-EXECUCAO
                   PERFORM 2000-PAGAR-DECIMO
                   PERFORM 8650-FECHAR-EXECUCAO
             END-IF.
             PERFORM 0300-FINAL.
             GOBACK.
                   PERFORM 1300-LOCALIZAR-FUNC
                   IF FUNC-ACHADO
                         ADD 1 TO TD-QT-MESES(IX-TD)
                         MOVE FL-MOEDA  TO TD-MOEDA(IX-TD)
                         MOVE FL-FILIAL TO TD-FILIAL(IX-TD)
                         PERFORM 1250-APURAR-AVO
                   END-IF
             END-IF.
             PERFORM 1100-LER-LEDGER.

      *----------------------------------------------------------------
      * DIAS DO MES PERDIDOS EM AFASTAMENTO (INSS OU NAO REMUNERADO):
      * COM MENOS DE 15 DIAS TRABALHADOS O MES NAO VALE AVO. A MEDIA
      * USA OS MESES SEM NENHUM DIA PERDIDO (BRUTO INTEGRAL).
      *----------------------------------------------------------------
       1250-APURAR-AVO.
             COMPUTE WRK-PRIMEIRO-DIA = FL-COMPETENCIA * 100 + 1.
             IF FL-COMPETENCIA = WRK-COMPET-FIM
                   COMPUTE DA-DATA-1 = (WRK-ANO + 1) * 10000 + 101
             ELSE
                   COMPUTE DA-DATA-1 = FL-COMPETENCIA * 100 + 101
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-ULTIMO-DIA.

             MOVE FL-MATRICULA     TO AP-MATRICULA.
             MOVE WRK-PRIMEIRO-DIA TO AP-DT-INICIO.
             MOVE WRK-ULTIMO-DIA   TO AP-DT-FIM.
             CALL 'CALC-AFASTAMENTO' USING AP-PARM.
             COMPUTE WRK-DIAS-PERDIDOS =
                   AP-DIAS-INSS + AP-DIAS-SEM-REMUN.

             IF WRK-ULT-DD - WRK-DIAS-PERDIDOS >= WRK-DIAS-MIN-AVO
                   ADD 1 TO TD-QT-AVOS(IX-TD)
                   ADD FL-SALARIO-BRUTO TO TD-SOMA-BRUTO(IX-TD)
                   IF WRK-DIAS-PERDIDOS = ZEROS
                         ADD 1 TO TD-QT-CHEIOS(IX-TD)
                         ADD FL-SALARIO-BRUTO
                               TO TD-SOMA-CHEIOS(IX-TD)
                   END-IF
             ELSE
                   DISPLAY FL-MATRICULA ' COMPETENCIA '
                           FL-COMPETENCIA ' SEM AVO: '
                           WRK-DIAS-PERDIDOS ' DIAS AFASTADO'
             END-IF.

       1300-LOCALIZAR-FUNC.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-FUNC > 0
                         MOVE FL-MATRICULA TO TD-MATRICULA(IX-TD)
                         MOVE ZEROS TO TD-QT-MESES(IX-TD)
                         MOVE ZEROS TO TD-SOMA-BRUTO(IX-TD)
                         MOVE ZEROS TO TD-QT-AVOS(IX-TD)
                         MOVE ZEROS TO TD-QT-CHEIOS(IX-TD)
                         MOVE ZEROS TO TD-SOMA-CHEIOS(IX-TD)
                         MOVE FL-MOEDA  TO TD-MOEDA(IX-TD)
                         MOVE FL-FILIAL TO TD-FILIAL(IX-TD)
                         MOVE 'S' TO WRK-ACHOU-SW
             END-IF.

       2100-PAGAR-UM-FUNC.
             IF TD-QT-AVOS(IX-TD) = ZEROS
                   ADD 1 TO WRK-QT-SEM-AVO
                   DISPLAY TD-MATRICULA(IX-TD)
                           ' SEM AVOS NO ANO, 13O NAO PAGO'
             ELSE
                   PERFORM 2110-PAGAR-AVOS
             END-IF.
             SET IX-TD UP BY 1.

       2110-PAGAR-AVOS.
             IF TD-QT-CHEIOS(IX-TD) > ZEROS
                   COMPUTE WRK-MEDIA-13 ROUNDED =
                         TD-SOMA-CHEIOS(IX-TD) / TD-QT-CHEIOS(IX-TD)
             ELSE
                   COMPUTE WRK-MEDIA-13 ROUNDED =
                         TD-SOMA-BRUTO(IX-TD) / TD-QT-AVOS(IX-TD)
             END-IF.
             COMPUTE WRK-BRUTO-13 ROUNDED =
                   WRK-MEDIA-13 * TD-QT-AVOS(IX-TD) / 12.

             PERFORM 2150-CONTAR-DEPENDENTES.
             PERFORM 2200-CALCULAR-DESCONTOS.
                     ' INSS ' WRK-INSS-ED
                     ' IRRF ' WRK-IRRF-ED
                     ' LIQUIDO ' WRK-LIQ-ED
                     ' (' TD-QT-AVOS(IX-TD) ' AVOS)'.

             ADD WRK-BRUTO-13   TO WRK-TOTAL-BRUTO.
             ADD WRK-LIQUIDO-13 TO WRK-TOTAL-LIQ.
             ADD 1 TO WRK-QT-PAGOS.

             PERFORM 2300-GRAVAR-LEDGER.

      *----------------------------------------------------------------
      * OS DEPENDENTES DO FUNCIONARIO SAO CONTADOS DIRETO NO MESTRE
                         DISPLAY 'LANCAMENTO JA EXISTIA, '
                                 'REGRAVADO: ' FL-MATRICULA
                                 ' ' FL-COMPETENCIA
                         PERFORM 2310-REGRAVAR-LEDGER
                   NOT INVALID KEY
                         MOVE SPACES TO JP-ANTES
                         MOVE FOLHA-LEDGER-REC TO JP-DEPOIS
                         MOVE 'I' TO JP-OPERACAO
                         PERFORM 2320-JORNALIZAR-LEDGER
             END-WRITE.

      *----------------------------------------------------------------
      * RERODADA: A IMAGEM ANTERIOR DO LANCAMENTO E RELIDA PARA O
      * JORNAL ANTES DE SER SUBSTITUIDA PELA NOVA.
      *----------------------------------------------------------------
       2310-REGRAVAR-LEDGER.
             MOVE FOLHA-LEDGER-REC TO JP-DEPOIS.
             READ FOLHA-LEDGER
                   INVALID KEY CONTINUE
             END-READ.
             MOVE FOLHA-LEDGER-REC TO JP-ANTES.
             MOVE JP-DEPOIS TO FOLHA-LEDGER-REC.
             REWRITE FOLHA-LEDGER-REC.
             MOVE 'A' TO JP-OPERACAO.
             PERFORM 2320-JORNALIZAR-LEDGER.

       2320-JORNALIZAR-LEDGER.
             MOVE 'FOLHALDG' TO JP-ARQUIVO.
             MOVE 'FOLHA-13' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       0300-FINAL.
             DISPLAY '================================================'.
             DISPLAY 'FUNCIONARIOS PAGOS......: ' WRK-QT-PAGOS.
             IF WRK-QT-SEM-AVO > ZEROS
                   DISPLAY 'SEM AVOS NO ANO.........: ' WRK-QT-SEM-AVO
             END-IF.
             DISPLAY 'TOTAL BRUTO 13O.........: ' WRK-TOTAL-BRUTO
                     ' (SOMA NOMINAL - MOEDAS MISTAS)'.
             DISPLAY 'TOTAL LIQUIDO 13O.......: ' WRK-TOTAL-LIQ
                     ' (SOMA NOMINAL - MOEDAS MISTAS)'.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FOLHA-13' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       END PROGRAM FOLHA-13.
