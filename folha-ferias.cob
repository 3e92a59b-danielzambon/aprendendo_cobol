      *          PEDIDOS DE FERIAS (MATRICULA, DATA DE INICIO, DIAS),
      *          VALIDA QUE AS FERIAS COMECAM EM DIA UTIL
      *          (CALC-DIA-UTIL), CALCULA O VALOR DAS FERIAS E O 1/3
      *          CONSTITUCIONAL SOBRE O SALARIO ATUAL DO FUNCMST COM
      *          OS DESCONTOS DE INSS/IRRF, LANCA NO FOLHA-LEDGER SOB
      *          A COMPETENCIA AAAA14 E IMPRIME A DATA DE RETORNO
      *          (CALC-DATA-ARIT, ROLADA PARA O DIA UTIL SEGUINTE)
      *          PARA O GESTOR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O SALARIO VIGENTE E LIDO DO CADASTRO FUNCMST PELA MATRICULA
      * DO PEDIDO. PEDIDO COM MATRICULA FORA DO CADASTRO, DIAS
      * ZERADOS OU INICIO EM DIA NAO UTIL E REJEITADO
      * NO CONSOLE. O VALOR DAS FERIAS E SALARIO/30 POR DIA, MAIS O
      * ABONO DE 1/3; AS FAIXAS DE INSS/IRRF SAO AS DO FOLHA-PAGTO.
      * AFASTAMENTOS (SUBROTINA CALC-AFASTAMENTO): FUNCIONARIO AFASTADO
      * NA DATA DE INICIO E REJEITADO; NO ULTIMO PERIODO AQUISITIVO
      * COMPLETO (ANIVERSARIOS DA ADMISSAO), MAIS DE 180 DIAS PELO INSS
      * PERDEM O PERIODO (CLT ART. 133, IV) E OS DIAS DE LICENCA NAO
      * REMUNERADA O SUSPENDEM, EMPURRANDO O FIM DO PERIODO - SE O
      * NOVO FIM PASSA DO INICIO DAS FERIAS, O PEDIDO E REJEITADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O LEDGER E GRAVADO DENTRO DE UMA RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO, E CADA WRITE/REWRITE DO
      *                 FOLHALDG VAI PARA O JORNAL MUDJRN COM A RODADA,
      *                 PARA O ESTORNA-EXECUCAO DEVOLVER A IMAGEM
      *                 ANTERIOR DOS LANCAMENTOS PELO NUMERO DA RODADA.
      * 15/10/2026 DZ - AFASTAMENTOS NO PEDIDO DE FERIAS: REJEICAO DE
      *                 FUNCIONARIO AFASTADO NO INICIO, DE PERIODO
      *                 AQUISITIVO PERDIDO (MAIS DE 180 DIAS PELO INSS)
      *                 E DE PERIODO AINDA SUSPENSO POR LICENCA NAO
      *                 REMUNERADA, VIA CALC-AFASTAMENTO.
      * 15/10/2026 DZ - SALARIO, MOEDA E FILIAL LIDOS DIRETO DO
      *                 CADASTRO INDEXADO FUNCMST PELA MATRICULA DO
      *                 PEDIDO, NO LUGAR DA TABELA DE 200 SALARIOS
      *                 CARREGADA DO FOLHENT.
      * 02/09/2026 DZ - FERIAS FRACIONADAS: UM SEGUNDO PERIODO NO
      *                 MESMO ANO ACHAVA A CHAVE AAAA14 JA GRAVADA E
      *                 O REWRITE APAGAVA O PRIMEIRO PERIODO DO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REQ.

           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
       77 WRK-FS-LEDGER  PIC X(02) VALUE '00'.
       77 WRK-EOF-REQ-SW PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS       VALUE 'S'.
       77 WRK-CADASTRO-SW PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-SW   PIC X(01) VALUE 'N'.
         88 FUNC-ACHADO       VALUE 'S'.


       77 WRK-VALOR-FERIAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ABONO-TERCO  PIC 9(06)V99 VALUE ZEROS.

       77 WRK-QT-PAGAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(03) VALUE ZEROS.
       77 WRK-AQUIS-SW     PIC X(01) VALUE 'S'.
         88 AQUISITIVO-OK      VALUE 'S'.
         88 AFASTADO-NO-INICIO VALUE 'A'.
         88 AQUISITIVO-PERDIDO VALUE 'P'.
         88 AQUISITIVO-SUSPENSO VALUE 'U'.
       77 WRK-DIAS-MAX-INSS PIC 9(03) VALUE 180.
       77 WRK-AQUIS-INI    PIC 9(08) VALUE ZEROS.
       77 WRK-AQUIS-FIM    PIC 9(08) VALUE ZEROS.
       01 WRK-ANIVERSARIO  PIC 9(08) VALUE ZEROS.
       01 WRK-ANIVERSARIO-R REDEFINES WRK-ANIVERSARIO.
          05 WRK-ANIV-ANO  PIC 9(04).
          05 WRK-ANIV-MMDD PIC 9(04).
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 DA-PARM.
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
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

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-REQ-SW.
             MOVE 'N' TO WRK-CADASTRO-SW.
             MOVE ZEROS TO WRK-QT-PAGAS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 1000-ABRIR-CADASTRO.
             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1500-ABRIR.
             PERFORM 1600-LER-PEDIDO.
             PERFORM 2000-PROCESSAR-PEDIDO UNTIL FIM-PEDIDOS.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       1000-ABRIR-CADASTRO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST INDISPONIVEL, SEM '
                           'SALARIOS VIGENTES'
             END-IF.

       1500-ABRIR.
             OPEN INPUT FERIAS-REQ.
             MOVE FE-DATA-INICIO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.
             PERFORM 2050-VERIFICAR-COMPETENCIA.
             MOVE 'S' TO WRK-AQUIS-SW.
             IF FUNC-ACHADO
                   PERFORM 2070-VERIFICAR-AQUISITIVO
             END-IF.

             EVALUATE TRUE
                   WHEN NOT FUNC-ACHADO
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'FERIAS REJEITADAS, MATRICULA FORA '
                                 'DO CADASTRO: ' FE-MATRICULA
                   WHEN FE-DIAS = ZEROS
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'FERIAS REJEITADAS, DIAS ZERADOS: '
                         DISPLAY 'FERIAS REJEITADAS, COMPETENCIA '
                                 'DE FOLHA FECHADA: ' FE-MATRICULA
                                 ' ' FE-DATA-INICIO
                   WHEN AFASTADO-NO-INICIO
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'FERIAS REJEITADAS, AFASTADO (TIPO '
                                 AP-TIPO-ATUAL ') NO INICIO: '
                                 FE-MATRICULA ' ' FE-DATA-INICIO
                   WHEN AQUISITIVO-PERDIDO
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'FERIAS REJEITADAS, PERIODO '
                                 'AQUISITIVO PERDIDO (' AP-DIAS-INSS
                                 ' DIAS INSS): ' FE-MATRICULA
                   WHEN AQUISITIVO-SUSPENSO
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'FERIAS REJEITADAS, PERIODO '
                                 'AQUISITIVO SUSPENSO ATE '
                                 WRK-AQUIS-FIM ': ' FE-MATRICULA
                   WHEN OTHER
                         PERFORM 2200-PAGAR-FERIAS
             END-EVALUATE.
                   (WRK-ANO-FERIAS * 100 + 14) * 100 + 1.
             CALL 'CTRL-COMPET' USING CP-PARM.

      *----------------------------------------------------------------
      * AFASTAMENTO EM CURSO NO INICIO DAS FERIAS E SITUACAO DO ULTIMO
      * PERIODO AQUISITIVO COMPLETO ANTES DO INICIO: DO ANIVERSARIO
      * DA ADMISSAO DO ANO ANTERIOR ATE A VESPERA DO ULTIMO
      * ANIVERSARIO. SEM PERIODO COMPLETO, SO VALE O AFASTAMENTO.
      *----------------------------------------------------------------
       2070-VERIFICAR-AQUISITIVO.
             MOVE FE-MATRICULA   TO AP-MATRICULA.
             MOVE FE-DATA-INICIO TO AP-DT-INICIO.
             MOVE FE-DATA-INICIO TO AP-DT-FIM.
             CALL 'CALC-AFASTAMENTO' USING AP-PARM.
             IF AP-TIPO-ATUAL NOT = SPACE
                   MOVE 'A' TO WRK-AQUIS-SW
             END-IF.

             IF AQUISITIVO-OK AND FP-DT-ADMISSAO > ZEROS
                   MOVE FE-DATA-INICIO(1:4) TO WRK-ANIV-ANO
                   MOVE FP-DT-ADMISSAO(5:4) TO WRK-ANIV-MMDD
                   IF WRK-ANIV-MMDD = 0229
                         MOVE 0228 TO WRK-ANIV-MMDD
                   END-IF
                   IF WRK-ANIVERSARIO > FE-DATA-INICIO
                         SUBTRACT 1 FROM WRK-ANIV-ANO
                   END-IF
                   IF WRK-ANIVERSARIO > FP-DT-ADMISSAO
                         PERFORM 2080-APURAR-AQUISITIVO
                   END-IF
             END-IF.

       2080-APURAR-AQUISITIVO.
             COMPUTE WRK-AQUIS-INI = WRK-ANIVERSARIO - 10000.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-ANIVERSARIO TO DA-DATA-1.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-AQUIS-FIM.

             MOVE FE-MATRICULA  TO AP-MATRICULA.
             MOVE WRK-AQUIS-INI TO AP-DT-INICIO.
             MOVE WRK-AQUIS-FIM TO AP-DT-FIM.
             CALL 'CALC-AFASTAMENTO' USING AP-PARM.
             IF AP-DIAS-INSS > WRK-DIAS-MAX-INSS
                   MOVE 'P' TO WRK-AQUIS-SW
             ELSE
                   IF AP-DIAS-SEM-REMUN > ZEROS
                         MOVE 'A' TO DA-OPERACAO
                         MOVE WRK-AQUIS-FIM TO DA-DATA-1
                         MOVE AP-DIAS-SEM-REMUN TO DA-QT-DIAS
                         CALL 'CALC-DATA-ARIT' USING DA-PARM
                         MOVE DA-DATA-RESULT TO WRK-AQUIS-FIM
                         IF WRK-AQUIS-FIM >= FE-DATA-INICIO
                               MOVE 'U' TO WRK-AQUIS-SW
                         END-IF
                   END-IF
             END-IF.

       2100-LOCALIZAR-FUNCIONARIO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF CADASTRO-ABERTO
                   MOVE FE-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-ACHOU-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       2200-PAGAR-FERIAS.
             COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   FP-SALARIO / 30 * FE-DIAS.
             COMPUTE WRK-ABONO-TERCO ROUNDED =
                   WRK-VALOR-FERIAS / 3.
             COMPUTE WRK-BRUTO-FERIAS =
             MOVE WRK-IRRF         TO FL-IRRF.
             MOVE WRK-LIQUIDO      TO FL-SALARIO-LIQ.
             MOVE WRK-DATA-HOJE    TO FL-DATA.
             MOVE FP-MOEDA         TO FL-MOEDA.
             MOVE SPACE            TO FL-STATUS-PAGTO.
             MOVE FP-FILIAL        TO FL-FILIAL.
             MOVE ZEROS TO FL-HE-50.
             MOVE ZEROS TO FL-HE-100.
             MOVE ZEROS TO FL-VALOR-HE.
             WRITE FOLHA-LEDGER-REC
                   INVALID KEY
                         PERFORM 2600-ACUMULAR-PERIODO
                   NOT INVALID KEY
                         MOVE SPACES TO JP-ANTES
                         MOVE FOLHA-LEDGER-REC TO JP-DEPOIS
                         MOVE 'I' TO JP-OPERACAO
                         PERFORM 2700-JORNALIZAR-LEDGER
             END-WRITE.

      *----------------------------------------------------------------
                                 'RELEITURA, FERIAS NAO GRAVADAS: '
                                 FE-MATRICULA
                   NOT INVALID KEY
                         MOVE FOLHA-LEDGER-REC TO JP-ANTES
                         ADD WRK-BRUTO-FERIAS TO FL-SALARIO-BRUTO
                         ADD WRK-INSS         TO FL-INSS
                         ADD WRK-IRRF         TO FL-IRRF
                         ADD WRK-LIQUIDO      TO FL-SALARIO-LIQ
                         MOVE WRK-DATA-HOJE   TO FL-DATA
                         REWRITE FOLHA-LEDGER-REC
                         MOVE FOLHA-LEDGER-REC TO JP-DEPOIS
                         MOVE 'A' TO JP-OPERACAO
                         PERFORM 2700-JORNALIZAR-LEDGER
                         DISPLAY 'SEGUNDO PERIODO DE FERIAS '
                                 'ACUMULADO NO LANCAMENTO '
                                 WRK-COMPET-FERIAS ': '
                                 FE-MATRICULA
             END-READ.

       2700-JORNALIZAR-LEDGER.
             MOVE 'FOLHALDG' TO JP-ARQUIVO.
             MOVE 'FOLHA-FERIAS' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FOLHA-FERIAS' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

      *----------------------------------------------------------------
      * OS PEDIDOS PROCESSADOS SAO CONSUMIDOS: O FERIASRQ E
      * ESVAZIADO AO FINAL DA RODADA (MESMA MECANICA DO FOLHARSB NO
             OPEN OUTPUT FERIAS-REQ.
             CLOSE FERIAS-REQ.
             CLOSE FOLHA-LEDGER.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.
             DISPLAY 'PAGAMENTO DE FERIAS CONCLUIDO'.
             DISPLAY 'FERIAS PAGAS............: ' WRK-QT-PAGAS.
             DISPLAY 'PEDIDOS REJEITADOS......: ' WRK-QT-REJEITADAS.
