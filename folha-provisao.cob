      *-----------------------------------------------------------------
      * O CONTROLE PROVCOMP GUARDA AS COMPETENCIAS JA PROVISIONADAS/
      * REVERTIDAS: RODAR DUAS VEZES A MESMA COMPETENCIA E RECUSADO.
      * AS PARTIDAS SAEM COM A RODADA DE LOTE DO CTRL-EXECUCAO; O
      * ESTORNA-EXECUCAO DEVOLVE AS PARTIDAS DA RODADA, MAS O PROVSALDO
      * E O PROVCOMP SAO SEQUENCIAIS E FICAM FORA DO JORNAL: PARA
      * REFAZER A COMPETENCIA DEPOIS DO ESTORNO, VOLTAR O PROVSALDO DO
      * BACKUP E TIRAR A COMPETENCIA DO PROVCOMP.
      * LIMITE DE 200 MATRICULAS NO SALDO (TAMANHO DA TABELA). O MES
      * EM QUE O FUNCIONARIO TRABALHOU MENOS DE 15 DIAS (AFASTAMENTO
      * PELO INSS OU LICENCA NAO REMUNERADA, VIA CALC-AFASTAMENTO) NAO
      * GERA AVO, E POR ISSO NAO PROVISIONA 13o NEM FERIAS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AS PARTIDAS SAEM COM A RODADA DE LOTE ABERTA NO
      *                 CTRL-EXECUCAO NA PARTIDA DO PROGRAMA E FECHADA
      *                 NO FIM, PARA O ESTORNA-EXECUCAO DEVOLVER AS
      *                 PARTIDAS PELO NUMERO DA RODADA.
      * 15/10/2026 DZ - LANCTOS GANHA LC-EXECUCAO (RODADA DE LOTE DO
      *                 CTRL-EXECUCAO); AS PARTIDAS DESTE PROGRAMA TEM
      *                 CONTROLE PROPRIO DE COMPETENCIA E SAEM COM
      *                 RODADA ZERO.
      * 15/10/2026 DZ - AVOS: COMPETENCIA COM MENOS DE 15 DIAS
      *                 TRABALHADOS (DIAS DE AFASTAMENTO A CARGO DO
      *                 INSS OU SEM REMUNERACAO, PELA SUBROTINA
      *                 CALC-AFASTAMENTO) NAO PROVISIONA, COM AVISO E
      *                 CONTAGEM NO RESUMO.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG): A
      *                 LEITURA SEQUENCIAL PASSA A SER READ NEXT,
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-TOT-REV-FER  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-FUNC      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-AVO   PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-PERDIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-MIN-AVO  PIC 9(02) VALUE 15.
       01 WRK-ULTIMO-DIA    PIC 9(08) VALUE ZEROS.
       01 WRK-ULTIMO-DIA-R REDEFINES WRK-ULTIMO-DIA.
          05 WRK-ULT-ANO-MES PIC 9(06).
          05 WRK-ULT-DD      PIC 9(02).
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

       01 TABELA-SALDOS.
          05 TSA-DET OCCURS 200 TIMES INDEXED BY IX-TSA.

       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.

       PROCEDURE DIVISION.
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-CARREGAR-SALDOS.
             PERFORM 1500-ABRIR-DIARIO.
             PERFORM 2000-VARRER-LEDGER.
             PERFORM 3500-MARCAR-COMPETENCIA.
             CLOSE DIARIO-LANCTOS.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * PROVISAO DO MES: 1/12 DO BRUTO PARA O 13o E 1/12 DE BRUTO
      * MAIS UM TERCO PARA FERIAS, CADA UM ACRESCIDO DO ENCARGO
      * PATRONAL DE INSS. MES SEM AVO (MENOS DE 15 DIAS TRABALHADOS)
      * NAO PROVISIONA.
      *----------------------------------------------------------------
       2400-PROVISIONAR.
             PERFORM 2450-APURAR-AVO.
             IF WRK-ULT-DD - WRK-DIAS-PERDIDOS >= WRK-DIAS-MIN-AVO
                   PERFORM 2410-SOMAR-PROVISAO
             ELSE
                   ADD 1 TO WRK-QT-SEM-AVO
                   DISPLAY FL-MATRICULA ' SEM AVO NA COMPETENCIA: '
                           WRK-DIAS-PERDIDOS ' DIAS AFASTADO'
             END-IF.

       2410-SOMAR-PROVISAO.
             COMPUTE WRK-PROV-13 ROUNDED =
                   (FL-SALARIO-BRUTO / 12)
                   * (1 + WRK-PCT-PATRONAL / 100).
             ADD WRK-PROV-13     TO WRK-TOT-PROV-13.
             ADD WRK-PROV-FERIAS TO WRK-TOT-PROV-FER.

       2450-APURAR-AVO.
             IF WRK-COMPET-MES = 12
                   COMPUTE DA-DATA-1 =
                         (WRK-COMPET-ANO + 1) * 10000 + 101
             ELSE
                   COMPUTE DA-DATA-1 = WRK-COMPETENCIA * 100 + 101
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-ULTIMO-DIA.

             MOVE FL-MATRICULA TO AP-MATRICULA.
             COMPUTE AP-DT-INICIO = WRK-COMPETENCIA * 100 + 1.
             MOVE WRK-ULTIMO-DIA TO AP-DT-FIM.
             CALL 'CALC-AFASTAMENTO' USING AP-PARM.
             COMPUTE WRK-DIAS-PERDIDOS =
                   AP-DIAS-INSS + AP-DIAS-SEM-REMUN.

      *----------------------------------------------------------------
      * REVERSAO NO PAGAMENTO: O VALOR PAGO (BRUTO DA RODADA AAAA13
      * OU AAAA14, COM O ENCARGO PATRONAL) BAIXA O SALDO DA
       3190-GRAVAR-LANCTO.
             MOVE WRK-DATA-HOJE TO LC-DATA.
             MOVE 'PROVISAO' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

             WRITE PROVISAO-CONTROLE-REC.
             CLOSE PROVISAO-CONTROLE.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FOLHA-PROVISAO' TO EL-PROGRAMA.
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
             DISPLAY 'PROVISAO DE 13o/FERIAS CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'REVERSAO 13o............: ' WRK-TOT-REV-13.
             DISPLAY 'REVERSAO FERIAS.........: ' WRK-TOT-REV-FER.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.
             IF WRK-QT-SEM-AVO > ZEROS
                   DISPLAY 'SEM AVO NA COMPETENCIA..: ' WRK-QT-SEM-AVO
             END-IF.

       END PROGRAM FOLHA-PROVISAO.
