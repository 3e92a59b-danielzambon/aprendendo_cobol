      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD) - PARA
      *          A COMPETENCIA INFORMADA (AAAAMM), CLASSIFICA CADA
      *          TITULO EM ABERTO DO CONTAS-RECEBER PELOS DIAS DE
      *          ATRASO NO ULTIMO DIA DO MES, NAS FAIXAS E PERCENTUAIS
      *          DO PDDCFG, E GUARDA NO PDDTIT A PROVISAO EXIGIDA DE
      *          CADA TITULO. A DIFERENCA ENTRE A PROVISAO EXIGIDA E A
      *          JA CONSTITUIDA (SOMA DO PDDTIT ANTES DA RODADA) VAI
      *          PARA O DIARIO (LANCTOS) NO ULTIMO DIA DO MES COMO
      *          AJUSTE: D 4204 DESPESA COM PDD / C 1105 (-) PROVISAO
      *          P/ DEVEDORES DUVIDOSOS QUANDO A PROVISAO SOBE, O
      *          INVERSO QUANDO DESCE. IMPRIME O RESUMO POR FAIXA NO
      *          RELPDD.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA CONTABIL TEM DE ESTAR ABERTA NO CTRL-COMPET.
      * TITULO PAGO, CANCELADO OU RECUPERADO DESDE A ULTIMA RODADA TEM
      * A PROVISAO REVERTIDA POR INTEIRO; O BAIXADO COMO PERDA JA TEVE
      * A PROVISAO CONSUMIDA PELO BAIXA-PERDA. RODAR DE NOVO A MESMA
      * COMPETENCIA NAO DUPLICA NADA: O AJUSTE E SEMPRE CONTRA O QUE O
      * PDDTIT JA GUARDA. SEM O PDDCFG VALEM AS FAIXAS PADRAO (A
      * VENCER 0%, ATE 30 DIAS 5%, ATE 60 10%, ATE 90 30%, ATE 180
      * 50% E ACIMA DISSO 100%). O PDDCFG TEM UMA LINHA POR FAIXA, EM
      * ORDEM CRESCENTE DE DIAS, NO MAXIMO 10; A ULTIMA FAIXA VALE
      * PARA QUALQUER ATRASO ACIMA DA PENULTIMA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AS PARTIDAS SAEM COM A RODADA DE LOTE ABERTA NO
      *                 CTRL-EXECUCAO NA PARTIDA DO PROGRAMA E FECHADA
      *                 NO FIM, E CADA GRAVACAO DO PDDTIT VAI PARA O
      *                 JORNAL MUDJRN: O ESTORNA-EXECUCAO DESFAZ A
      *                 RODADA INTEIRA (PARTIDA E PROVISAO POR TITULO).
      * 15/10/2026 DZ - LANCTOS GANHA LC-EXECUCAO (RODADA DE LOTE DO
      *                 CTRL-EXECUCAO); AS PARTIDAS DESTE PROGRAMA TEM
      *                 CONTROLE PROPRIO DE COMPETENCIA E SAEM COM
      *                 RODADA ZERO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-PDD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PDD-CONFIG ASSIGN TO 'PDDCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT REL-PDD ASSIGN TO 'RELPDD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  PDD-TITULO.
       COPY pddtit.

       FD  PDD-CONFIG.
       01  PDD-CONFIG-REC.
           05 DD-DIAS-ATE      PIC 9(05).
           05 DD-PERCENTUAL    PIC 9(03)V99.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  REL-PDD.
       01  REL-PDD-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-PDD       PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-CFG-INVALIDA-SW PIC X(01) VALUE 'N'.
         88 CONFIG-INVALIDA     VALUE 'S'.
       77 WRK-PDD-SW       PIC X(01) VALUE 'N'.
         88 PDD-EXISTE          VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * FAIXAS DE ATRASO: TD-DIAS-ATE E O ULTIMO DIA DE ATRASO DA
      * FAIXA (ZERO = A VENCER).
      *----------------------------------------------------------------
       01 TABELA-FAIXAS.
          05 TD-DET OCCURS 10 TIMES INDEXED BY IX-TD.
             10 TD-DIAS-ATE    PIC 9(05).
             10 TD-PERCENTUAL  PIC 9(03)V99.
             10 TD-QT-TITULOS  PIC 9(05).
             10 TD-SALDO       PIC 9(12)V99.
             10 TD-PROVISAO    PIC 9(12)V99.
       77 WRK-QT-FAIXAS    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ANTERIOR PIC 9(05) VALUE ZEROS.

       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77 WRK-EXIGIDA      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PCT-FAIXA    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-AJUSTE       PIC S9(12)V99 VALUE ZEROS.

       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTO   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ANTERIOR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-EXIGIDA  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CONSTITUIR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-REVERTER PIC 9(12)V99 VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.

       01 WRK-DESC-FAIXA   PIC X(22) VALUE SPACES.
       77 WRK-DIAS-DE-ED   PIC ZZZZ9.
       77 WRK-DIAS-ATE-ED  PIC ZZZZ9.

       01  LINHA-COMPETENCIA.
           05 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           05 LM-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(24)
                              VALUE '   ATRASO CONTADO ATE O '.
           05 LM-ULTIMO-DIA   PIC 9(08).
           05 FILLER          PIC X(29) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(23) VALUE 'FAIXA DE ATRASO'.
           05 FILLER          PIC X(08) VALUE 'TITULOS'.
           05 FILLER          PIC X(16) VALUE ' SALDO EM ABERTO'.
           05 FILLER          PIC X(08) VALUE '       %'.
           05 FILLER          PIC X(16) VALUE '        PROVISAO'.
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-FAIXA.
           05 LY-DESCRICAO    PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LY-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LY-SALDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LY-PERCENTUAL   PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LY-PROVISAO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(11) VALUE SPACES.

       01  LINHA-RESUMO.
           05 LQ-ROTULO       PIC X(40).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LQ-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(23) VALUE SPACES.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
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
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-ABERTOS.
             MOVE ZEROS TO WRK-QT-REVERTIDOS.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-ABERTO.
             MOVE ZEROS TO WRK-TOT-ANTERIOR.
             MOVE ZEROS TO WRK-TOT-EXIGIDA.
             MOVE ZEROS TO WRK-TOT-CONSTITUIR.
             MOVE ZEROS TO WRK-TOT-REVERTER.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DA PROVISAO PDD (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.
             PERFORM 0100-ULTIMO-DIA-DO-MES.

             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE WRK-ULTIMO-DIA TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             IF CP-FECHADA
                   DISPLAY 'COMPETENCIA CONTABIL ' WRK-COMPETENCIA
                           ' FECHADA, PROVISAO PDD RECUSADA (REABRIR '
                           'PELO FECHA-COMPETENCIA)'
                   GOBACK
             END-IF.

             PERFORM 0500-CARREGAR-FAIXAS.
             IF CONFIG-INVALIDA
                   DISPLAY 'PROVISAO PDD NAO CALCULADA, CORRIGIR O '
                           'PDDCFG'
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-TITULO.
             PERFORM 2000-PROVISIONAR UNTIL FIM-TITULOS.
             PERFORM 3000-GRAVAR-PARTIDA.
             PERFORM 4000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0100-ULTIMO-DIA-DO-MES.
             MOVE WRK-COMPET-ANO TO WRK-ANO.
             MOVE WRK-COMPET-MES TO WRK-MES.
             IF WRK-MES = 12
                   ADD 1 TO WRK-ANO
                   MOVE 1 TO WRK-MES
             ELSE
                   ADD 1 TO WRK-MES
             END-IF.
             COMPUTE WRK-ULTIMO-DIA =
                   (WRK-ANO * 10000) + (WRK-MES * 100) + 1.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-ULTIMO-DIA TO DA-DATA-1.
             MOVE -1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-ULTIMO-DIA.

      *----------------------------------------------------------------
      * FAIXAS DO PDDCFG, EM ORDEM CRESCENTE DE DIAS. LINHA NAO
      * NUMERICA, FORA DE ORDEM OU ALEM DA DECIMA FAIXA RECUSA A
      * RODADA; ARQUIVO AUSENTE OU VAZIO FICA COM AS FAIXAS PADRAO.
      *----------------------------------------------------------------
       0500-CARREGAR-FAIXAS.
             MOVE ZEROS TO WRK-QT-FAIXAS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             MOVE 'N' TO WRK-CFG-INVALIDA-SW.
             SET IX-TD TO 1.
             OPEN INPUT PDD-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'PDDCFG AUSENTE, PROVISAO PELAS FAIXAS '
                           'PADRAO'
             ELSE
                   PERFORM 0510-LER-CONFIG
                   PERFORM 0520-GUARDAR-FAIXA
                         UNTIL FIM-CONFIG OR CONFIG-INVALIDA
                   CLOSE PDD-CONFIG
             END-IF.
             IF WRK-QT-FAIXAS = ZEROS AND NOT CONFIG-INVALIDA
                   PERFORM 0550-FAIXAS-PADRAO
             END-IF.
             SET IX-TD TO 1.
             PERFORM 0560-ZERAR-FAIXA UNTIL IX-TD > WRK-QT-FAIXAS.

       0510-LER-CONFIG.
             READ PDD-CONFIG
                   AT END MOVE 'S' TO WRK-EOF-CFG-SW
             END-READ.

       0520-GUARDAR-FAIXA.
             EVALUATE TRUE
                   WHEN DD-DIAS-ATE NOT NUMERIC
                        OR DD-PERCENTUAL NOT NUMERIC
                         MOVE 'S' TO WRK-CFG-INVALIDA-SW
                         DISPLAY 'PDDCFG: LINHA NAO NUMERICA: '
                                 PDD-CONFIG-REC
                   WHEN DD-PERCENTUAL > 100
                         MOVE 'S' TO WRK-CFG-INVALIDA-SW
                         DISPLAY 'PDDCFG: PERCENTUAL ACIMA DE 100: '
                                 PDD-CONFIG-REC
                   WHEN WRK-QT-FAIXAS NOT < 10
                         MOVE 'S' TO WRK-CFG-INVALIDA-SW
                         DISPLAY 'PDDCFG: MAIS DE 10 FAIXAS, '
                                 'TABELA TRANSBORDOU'
                   WHEN WRK-QT-FAIXAS > ZEROS
                        AND DD-DIAS-ATE NOT > TD-DIAS-ATE(IX-TD)
                         MOVE 'S' TO WRK-CFG-INVALIDA-SW
                         DISPLAY 'PDDCFG: FAIXAS FORA DE ORDEM '
                                 'CRESCENTE: ' PDD-CONFIG-REC
                   WHEN OTHER
                         ADD 1 TO WRK-QT-FAIXAS
                         SET IX-TD TO WRK-QT-FAIXAS
                         MOVE DD-DIAS-ATE   TO TD-DIAS-ATE(IX-TD)
                         MOVE DD-PERCENTUAL TO TD-PERCENTUAL(IX-TD)
             END-EVALUATE.
             PERFORM 0510-LER-CONFIG.

       0550-FAIXAS-PADRAO.
             MOVE 6 TO WRK-QT-FAIXAS.
             MOVE ZEROS  TO TD-DIAS-ATE(1).
             MOVE ZEROS  TO TD-PERCENTUAL(1).
             MOVE 30     TO TD-DIAS-ATE(2).
             MOVE 5,00   TO TD-PERCENTUAL(2).
             MOVE 60     TO TD-DIAS-ATE(3).
             MOVE 10,00  TO TD-PERCENTUAL(3).
             MOVE 90     TO TD-DIAS-ATE(4).
             MOVE 30,00  TO TD-PERCENTUAL(4).
             MOVE 180    TO TD-DIAS-ATE(5).
             MOVE 50,00  TO TD-PERCENTUAL(5).
             MOVE 99999  TO TD-DIAS-ATE(6).
             MOVE 100,00 TO TD-PERCENTUAL(6).

       0560-ZERAR-FAIXA.
             MOVE ZEROS TO TD-QT-TITULOS(IX-TD).
             MOVE ZEROS TO TD-SALDO(IX-TD).
             MOVE ZEROS TO TD-PROVISAO(IX-TD).
             SET IX-TD UP BY 1.

       1000-ABRIR.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CONTAS-RECEBER INEXISTENTE, NADA A '
                           'PROVISIONAR'
             ELSE
                   MOVE ZEROS TO TIT-CHAVE
                   START CONTAS-RECEBER KEY IS >= TIT-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
             END-IF.

             OPEN I-O PDD-TITULO.
             MOVE WRK-FS-PDD TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT PDD-TITULO
                   CLOSE PDD-TITULO
                   OPEN I-O PDD-TITULO
             END-IF.

             OPEN OUTPUT REL-PDD.

       1100-LER-TITULO.
             IF NOT FIM-TITULOS
                   READ CONTAS-RECEBER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * TITULO EM ABERTO RECEBE A PROVISAO DA FAIXA; QUALQUER OUTRO
      * STATUS EXIGE PROVISAO ZERO, E O QUE ESTIVER CONSTITUIDO SOBRE
      * ELE E REVERTIDO.
      *----------------------------------------------------------------
       2000-PROVISIONAR.
             ADD 1 TO WRK-QT-LIDOS.
             MOVE TIT-CHAVE TO PP-CHAVE.
             READ PDD-TITULO
                   INVALID KEY
                         MOVE 'N' TO WRK-PDD-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PDD-SW
             END-READ.
             IF PDD-EXISTE
                   ADD PP-PROVISAO TO WRK-TOT-ANTERIOR
             END-IF.

             MOVE ZEROS TO WRK-EXIGIDA.
             MOVE ZEROS TO WRK-PCT-FAIXA.
             IF TIT-ABERTO
                   PERFORM 2100-CALCULAR-EXIGIDA
             END-IF.

             EVALUATE TRUE
                   WHEN PDD-EXISTE
                        AND (TIT-ABERTO OR PP-PROVISAO > ZEROS)
                         PERFORM 2200-AJUSTAR-PROVISAO
                   WHEN NOT PDD-EXISTE AND WRK-EXIGIDA > ZEROS
                         PERFORM 2300-CONSTITUIR-PROVISAO
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.
             PERFORM 1100-LER-TITULO.

       2100-CALCULAR-EXIGIDA.
             ADD 1 TO WRK-QT-ABERTOS.
             ADD TIT-VALOR TO WRK-TOT-ABERTO.
             MOVE 'D' TO DA-OPERACAO.
             MOVE TIT-VENCIMENTO TO DA-DATA-1.
             MOVE WRK-ULTIMO-DIA TO DA-DATA-2.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             IF DA-QT-DIAS > ZEROS
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
             ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
             END-IF.
             SET IX-TD TO 1.
             PERFORM 2110-PROXIMA-FAIXA
                   UNTIL IX-TD NOT < WRK-QT-FAIXAS
                      OR WRK-DIAS-ATRASO NOT > TD-DIAS-ATE(IX-TD).
             MOVE TD-PERCENTUAL(IX-TD) TO WRK-PCT-FAIXA.
             COMPUTE WRK-EXIGIDA ROUNDED =
                   TIT-VALOR * WRK-PCT-FAIXA / 100.
             ADD 1 TO TD-QT-TITULOS(IX-TD).
             ADD TIT-VALOR TO TD-SALDO(IX-TD).
             ADD WRK-EXIGIDA TO TD-PROVISAO(IX-TD).
             ADD WRK-EXIGIDA TO WRK-TOT-EXIGIDA.

       2110-PROXIMA-FAIXA.
             SET IX-TD UP BY 1.

       2200-AJUSTAR-PROVISAO.
             MOVE PDD-TITULO-REC TO JP-ANTES.
             IF WRK-EXIGIDA > PP-PROVISAO
                   COMPUTE WRK-TOT-CONSTITUIR = WRK-TOT-CONSTITUIR
                         + WRK-EXIGIDA - PP-PROVISAO
             ELSE
                   COMPUTE WRK-TOT-REVERTER = WRK-TOT-REVERTER
                         + PP-PROVISAO - WRK-EXIGIDA
             END-IF.
             IF NOT TIT-ABERTO
                   ADD 1 TO WRK-QT-REVERTIDOS
             END-IF.
             MOVE WRK-EXIGIDA     TO PP-PROVISAO.
             MOVE WRK-PCT-FAIXA   TO PP-PERCENTUAL.
             MOVE WRK-COMPETENCIA TO PP-ULTIMA-COMPET.
             REWRITE PDD-TITULO-REC.
             MOVE PDD-TITULO-REC TO JP-DEPOIS.
             MOVE 'A' TO JP-OPERACAO.
             PERFORM 2400-JORNALIZAR-PDD.

       2300-CONSTITUIR-PROVISAO.
             MOVE TIT-CHAVE       TO PP-CHAVE.
             MOVE TIT-CLIENTE     TO PP-CLIENTE.
             MOVE WRK-EXIGIDA     TO PP-PROVISAO.
             MOVE WRK-PCT-FAIXA   TO PP-PERCENTUAL.
             MOVE WRK-COMPETENCIA TO PP-ULTIMA-COMPET.
             MOVE ZEROS           TO PP-DATA-PERDA.
             MOVE ZEROS           TO PP-VALOR-PERDA.
             MOVE SPACES          TO PP-APROVADOR.
             WRITE PDD-TITULO-REC.
             MOVE SPACES TO JP-ANTES.
             MOVE PDD-TITULO-REC TO JP-DEPOIS.
             MOVE 'I' TO JP-OPERACAO.
             PERFORM 2400-JORNALIZAR-PDD.
             ADD WRK-EXIGIDA TO WRK-TOT-CONSTITUIR.

      *----------------------------------------------------------------
      * O PDDTIT VAI PARA O JORNAL MUDJRN COM A RODADA: O ESTORNO DA
      * RODADA DEVOLVE A PROVISAO ANTERIOR DE CADA TITULO JUNTO COM A
      * PARTIDA, E A COMPETENCIA PODE SER CALCULADA DE NOVO.
      *----------------------------------------------------------------
       2400-JORNALIZAR-PDD.
             MOVE 'PDDTIT  ' TO JP-ARQUIVO.
             MOVE 'CALC-PDD' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * UMA PARTIDA COM O AJUSTE LIQUIDO DO MES, NO ULTIMO DIA DA
      * COMPETENCIA. RODADA SEM DIFERENCA (PROVISAO JA AJUSTADA) NAO
      * GRAVA.
      *----------------------------------------------------------------
       3000-GRAVAR-PARTIDA.
             COMPUTE WRK-AJUSTE = WRK-TOT-CONSTITUIR - WRK-TOT-REVERTER.
             IF WRK-AJUSTE NOT = ZEROS
                   OPEN EXTEND DIARIO-LANCTOS
                   MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO
                   IF FS-ARQ-OPCIONAL-AUSENTE
                         CLOSE DIARIO-LANCTOS
                         OPEN OUTPUT DIARIO-LANCTOS
                   END-IF
                   IF WRK-AJUSTE > ZEROS
                         MOVE WRK-AJUSTE TO LC-VALOR
                         MOVE 4204 TO LC-CONTA
                         MOVE 'D'  TO LC-NATUREZA
                         PERFORM 3100-GRAVAR-LANCTO
                         MOVE 1105 TO LC-CONTA
                         MOVE 'C'  TO LC-NATUREZA
                         PERFORM 3100-GRAVAR-LANCTO
                   ELSE
                         COMPUTE LC-VALOR = ZEROS - WRK-AJUSTE
                         MOVE 1105 TO LC-CONTA
                         MOVE 'D'  TO LC-NATUREZA
                         PERFORM 3100-GRAVAR-LANCTO
                         MOVE 4204 TO LC-CONTA
                         MOVE 'C'  TO LC-NATUREZA
                         PERFORM 3100-GRAVAR-LANCTO
                   END-IF
                   CLOSE DIARIO-LANCTOS
             END-IF.

       3100-GRAVAR-LANCTO.
             MOVE WRK-ULTIMO-DIA TO LC-DATA.
             MOVE 'PDD' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

       4000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE ZEROS TO WRK-DIAS-ANTERIOR.
             SET IX-TD TO 1.
             PERFORM 4100-IMPRIMIR-FAIXA UNTIL IX-TD > WRK-QT-FAIXAS.
             WRITE REL-PDD-LINHA FROM SPACES.
             MOVE 'TOTAL'          TO LY-DESCRICAO.
             MOVE WRK-QT-ABERTOS   TO LY-QTDE.
             MOVE WRK-TOT-ABERTO   TO LY-SALDO.
             MOVE ZEROS            TO LY-PERCENTUAL.
             MOVE WRK-TOT-EXIGIDA  TO LY-PROVISAO.
             WRITE REL-PDD-LINHA FROM LINHA-FAIXA.
             WRITE REL-PDD-LINHA FROM SPACES.

             MOVE 'PROVISAO ANTERIOR (SALDO 1105)' TO LQ-ROTULO.
             MOVE WRK-TOT-ANTERIOR TO LQ-VALOR.
             WRITE REL-PDD-LINHA FROM LINHA-RESUMO.
             MOVE 'PROVISAO EXIGIDA NA COMPETENCIA' TO LQ-ROTULO.
             MOVE WRK-TOT-EXIGIDA TO LQ-VALOR.
             WRITE REL-PDD-LINHA FROM LINHA-RESUMO.
             MOVE 'CONSTITUICAO (AUMENTO DE PROVISAO)' TO LQ-ROTULO.
             MOVE WRK-TOT-CONSTITUIR TO LQ-VALOR.
             WRITE REL-PDD-LINHA FROM LINHA-RESUMO.
             MOVE 'REVERSAO (PROVISAO LIBERADA)' TO LQ-ROTULO.
             MOVE WRK-TOT-REVERTER TO LQ-VALOR.
             WRITE REL-PDD-LINHA FROM LINHA-RESUMO.
             IF WRK-AJUSTE < ZEROS
                   MOVE 'AJUSTE LANCADO D 1105 / C 4204'
                        TO LQ-ROTULO
             ELSE
                   MOVE 'AJUSTE LANCADO D 4204 / C 1105'
                        TO LQ-ROTULO
             END-IF.
             MOVE WRK-AJUSTE TO LQ-VALOR.
             WRITE REL-PDD-LINHA FROM LINHA-RESUMO.

       4100-IMPRIMIR-FAIXA.
             MOVE SPACES TO WRK-DESC-FAIXA.
             MOVE TD-DIAS-ATE(IX-TD) TO WRK-DIAS-ATE-ED.
             EVALUATE TRUE
                   WHEN TD-DIAS-ATE(IX-TD) = ZEROS
                         MOVE 'A VENCER' TO WRK-DESC-FAIXA
                   WHEN IX-TD = WRK-QT-FAIXAS
                         MOVE WRK-DIAS-ANTERIOR TO WRK-DIAS-DE-ED
                         STRING 'ACIMA DE ' WRK-DIAS-DE-ED ' DIAS'
                                DELIMITED BY SIZE
                                INTO WRK-DESC-FAIXA
                   WHEN OTHER
                         COMPUTE WRK-DIAS-DE-ED =
                               WRK-DIAS-ANTERIOR + 1
                         STRING 'DE ' WRK-DIAS-DE-ED ' A '
                                WRK-DIAS-ATE-ED ' DIAS'
                                DELIMITED BY SIZE
                                INTO WRK-DESC-FAIXA
             END-EVALUATE.
             MOVE WRK-DESC-FAIXA        TO LY-DESCRICAO.
             MOVE TD-QT-TITULOS(IX-TD)  TO LY-QTDE.
             MOVE TD-SALDO(IX-TD)       TO LY-SALDO.
             MOVE TD-PERCENTUAL(IX-TD)  TO LY-PERCENTUAL.
             MOVE TD-PROVISAO(IX-TD)    TO LY-PROVISAO.
             WRITE REL-PDD-LINHA FROM LINHA-FAIXA.
             MOVE TD-DIAS-ATE(IX-TD) TO WRK-DIAS-ANTERIOR.
             SET IX-TD UP BY 1.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'PROVISAO P/ DEVEDORES DUVIDOSOS (PDD)'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PDD-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-PDD-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-COMPETENCIA TO LM-COMPETENCIA.
             MOVE WRK-ULTIMO-DIA  TO LM-ULTIMO-DIA.
             WRITE REL-PDD-LINHA FROM LINHA-COMPETENCIA.
             WRITE REL-PDD-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-PDD-LINHA.
             WRITE REL-PDD-LINHA.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'CALC-PDD' TO EL-PROGRAMA.
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
             WRITE REL-PDD-LINHA FROM RPT-RODAPE-PADRAO.
             IF WRK-FS-TITULOS NOT = '35'
                   CLOSE CONTAS-RECEBER
             END-IF.
             CLOSE PDD-TITULO.
             CLOSE REL-PDD.
             DISPLAY 'PROVISAO PDD CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'TITULOS LIDOS...........: ' WRK-QT-LIDOS.
             DISPLAY 'TITULOS EM ABERTO.......: ' WRK-QT-ABERTOS.
             DISPLAY 'PROVISOES REVERTIDAS....: ' WRK-QT-REVERTIDOS.
             DISPLAY 'PROVISAO ANTERIOR.......: ' WRK-TOT-ANTERIOR.
             DISPLAY 'PROVISAO EXIGIDA........: ' WRK-TOT-EXIGIDA.
             DISPLAY 'AJUSTE LANCADO..........: ' WRK-AJUSTE.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

       END PROGRAM CALC-PDD.
