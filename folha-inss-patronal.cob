      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APURACAO MENSAL DO INSS DA EMPRESA - SOBRE O BRUTO
      *          (JA COM AS HORAS EXTRAS) DE CADA LANCAMENTO DO
      *          FOLHA-LEDGER DA COMPETENCIA INFORMADA (AAAAMM, OU AS
      *          RODADAS AAAA13 DO FOLHA-13 E AAAA14 DO FOLHA-FERIAS)
      *          CALCULA A COTA PATRONAL, O RAT AJUSTADO PELO FAP E A
      *          CONTRIBUICAO DE TERCEIROS (SALARIO-EDUCACAO, SISTEMA
      *          S, INCRA), SOMA O INSS DESCONTADO DOS SEGURADOS E
      *          ABATE O SALARIO-FAMILIA PAGO (FL-SAL-FAMILIA), QUE A
      *          EMPRESA COMPENSA NA PROPRIA GUIA. IMPRIME A GUIA DE
      *          RECOLHIMENTO POR FILIAL NO LAYOUT RPTHDR, CONFERE
      *          SEGURADOS + EMPRESA - SALARIO-FAMILIA CONTRA A SOMA
      *          DAS GUIAS E CONTABILIZA NO DIARIO (LANCTOS):
      *          D 4106 / C 2401 PELO ENCARGO DA EMPRESA E
      *          D 2401 / C 4104 PELO SALARIO-FAMILIA COMPENSADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ALIQUOTAS NO PARAMETRO INSSCFG, UMA LINHA POR FILIAL (FILIAL
      * 00 VALE PARA AS FILIAIS SEM LINHA PROPRIA); SEM O PARAMETRO
      * VALEM 20% PATRONAL, RAT 2% COM FAP 1,0000 E 5,8% DE
      * TERCEIROS. VALORES EM REAIS PELA MESMA REGRA DO CONTAB-DIARIO
      * (FL-BRUTO-BRL, FL-TAXA-BRL OU A COTACAO DO CAMBIOTAB NA DATA
      * DO LEDGER), PARA A PARTIDA DOS SEGURADOS NA 2401 BATER COM A
      * DO DIARIO. O CONTROLE INSSCOMP GUARDA AS COMPETENCIAS JA
      * APURADAS: RODAR DUAS VEZES A MESMA COMPETENCIA E RECUSADO.
      * AS PARTIDAS SAEM COM A RODADA DE LOTE DO CTRL-EXECUCAO; O
      * ESTORNA-EXECUCAO DEVOLVE AS PARTIDAS DA RODADA, MAS O INSSCOMP
      * E SEQUENCIAL E FICA FORA DO JORNAL: PARA REFAZER A COMPETENCIA
      * DEPOIS DO ESTORNO, TIRAR A COMPETENCIA DO INSSCOMP.
      * SALARIO-FAMILIA MAIOR QUE AS CONTRIBUICOES DA FILIAL ZERA A
      * GUIA E O EXCEDENTE FICA APONTADO PARA COMPENSACAO MANUAL.
      * LIMITE DE 10 FILIAIS (TAMANHO DA TABELA).
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
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-INSS-PATRONAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-CHAVE
                  ALTERNATE RECORD KEY IS FL-COMPETENCIA
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT INSS-CONFIG ASSIGN TO 'INSSCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT INSS-CONTROLE ASSIGN TO 'INSSCOMP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONTROLE.

           SELECT CAMBIO-TABELA ASSIGN TO 'CAMBIOTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CAMBIO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT REL-GUIA ASSIGN TO 'RELINSS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-LEDGER.
       COPY folhaldg.

       FD  INSS-CONFIG.
       01  INSS-CONFIG-REC.
           05 IC-FILIAL        PIC 9(02).
           05 IC-PCT-PATRONAL  PIC 9(02)V99.
           05 IC-PCT-RAT       PIC 9(01)V99.
           05 IC-FAP           PIC 9(01)V9(04).
           05 IC-PCT-TERCEIROS PIC 9(02)V99.

       FD  INSS-CONTROLE.
       01  INSS-CONTROLE-REC.
           05 IN-COMPETENCIA   PIC 9(06).
           05 IN-DATA          PIC 9(08).
           05 IN-TOTAL-GUIAS   PIC 9(10)V99.

       FD  CAMBIO-TABELA.
       01  CAMBIO-TABELA-REC.
           05 CB-MOEDA         PIC X(03).
           05 CB-DATA          PIC 9(08).
           05 CB-TAXA          PIC 9(04)V9(04).

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  REL-GUIA.
       01  REL-GUIA-LINHA      PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE '00'.
       77 WRK-FS-CAMBIO    PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-LED-SW   PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-EOF-CTL-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONTROLE        VALUE 'S'.
       77 WRK-EOF-CAM-SW   PIC X(01) VALUE 'N'.
         88 FIM-CAMBIO          VALUE 'S'.
       77 WRK-JA-RODOU-SW  PIC X(01) VALUE 'N'.
         88 COMPETENCIA-JA-RODADA VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).

      *----------------------------------------------------------------
      * ALIQUOTAS PADRAO (SEM INSSCFG OU FILIAL SEM LINHA NEM 00).
      *----------------------------------------------------------------
       77 WRK-PAD-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77 WRK-PAD-RAT      PIC 9(01)V99 VALUE 2,00.
       77 WRK-PAD-FAP      PIC 9(01)V9(04) VALUE 1,0000.
       77 WRK-PAD-TERCEIROS PIC 9(02)V99 VALUE 5,80.

       01 TABELA-CONFIG.
          05 TCF-DET OCCURS 10 TIMES INDEXED BY IX-TCF.
             10 TCF-FILIAL     PIC 9(02).
             10 TCF-PATRONAL   PIC 9(02)V99.
             10 TCF-RAT        PIC 9(01)V99.
             10 TCF-FAP        PIC 9(01)V9(04).
             10 TCF-TERCEIROS  PIC 9(02)V99.
       77 WRK-QT-CONFIG    PIC 9(02) VALUE ZEROS.

       01 TABELA-FILIAIS.
          05 TF-DET OCCURS 10 TIMES INDEXED BY IX-TF.
             10 TF-FILIAL      PIC 9(02).
             10 TF-QT-FUNC     PIC 9(05).
             10 TF-BASE        PIC 9(10)V99.
             10 TF-SEGURADOS   PIC 9(10)V99.
             10 TF-SAL-FAMILIA PIC 9(10)V99.
             10 TF-PATRONAL    PIC 9(10)V99.
             10 TF-RAT         PIC 9(10)V99.
             10 TF-TERCEIROS   PIC 9(10)V99.
             10 TF-COMPENSADO  PIC 9(10)V99.
             10 TF-EXCEDENTE   PIC 9(10)V99.
             10 TF-TOTAL       PIC 9(10)V99.
             10 TF-PCT-PATRONAL PIC 9(02)V99.
             10 TF-PCT-RAT     PIC 9(01)V99.
             10 TF-FAP         PIC 9(01)V9(04).
             10 TF-PCT-TERCEIROS PIC 9(02)V99.
       77 WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.

       01 TABELA-CAMBIO.
          05 TCA-DET OCCURS 100 TIMES INDEXED BY IX-TCA.
             10 TCA-MOEDA      PIC X(03).
             10 TCA-DATA       PIC 9(08).
             10 TCA-TAXA       PIC 9(04)V9(04).
       77 WRK-QT-CAMBIO    PIC 9(03) VALUE ZEROS.
       77 WRK-MOEDA-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DATA-BUSCA   PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA-ACHADA  PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-TAXA-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA-COMPET  PIC 9(04)V9(04) VALUE ZEROS.

       77 WRK-V-BASE       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-V-INSS       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-V-FAMILIA    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONTRIBUICAO PIC 9(10)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      * TOTAIS DA CONFERENCIA: SOMADOS LINHA A LINHA DO LEDGER, DE
      * FORMA INDEPENDENTE DA TABELA DE FILIAIS QUE MONTA AS GUIAS.
      *----------------------------------------------------------------
       77 WRK-QT-LINHAS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BASE     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SEGURADOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FAMILIA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-EMPRESA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COMPENSADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-EXCEDENTE PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GUIAS    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ESPERADO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-FILIAL.
           05 FILLER          PIC X(07) VALUE 'FILIAL '.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(14) VALUE ' COMPETENCIA '.
           05 LF-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(16) VALUE ' FUNCIONARIOS: '.
           05 LF-QT-FUNC      PIC ZZZZ9.
           05 FILLER          PIC X(30) VALUE SPACES.

       01  LINHA-ALIQUOTAS.
           05 FILLER          PIC X(12) VALUE '  PATRONAL '.
           05 LA-PATRONAL     PIC Z9,99.
           05 FILLER          PIC X(07) VALUE '%  RAT '.
           05 LA-RAT          PIC 9,99.
           05 FILLER          PIC X(07) VALUE '%  FAP '.
           05 LA-FAP          PIC 9,9999.
           05 FILLER          PIC X(13) VALUE '  TERCEIROS '.
           05 LA-TERCEIROS    PIC Z9,99.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-ITEM.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LI-DESCRICAO    PIC X(40).
           05 LI-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(23) VALUE SPACES.

       01  LINHA-CONFERE.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LCF-MENSAGEM     PIC X(40).
           05 LCF-DIFERENCA    PIC -Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(23) VALUE SPACES.

       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-FILIAIS.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DO INSS (AAAAMM, AAAA13 OU '
                     'AAAA14): '
             ACCEPT WRK-COMPETENCIA.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 14
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.

             PERFORM 0500-VERIFICAR-RERODADA.
             IF COMPETENCIA-JA-RODADA
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' JA APURADA NO INSSCOMP, RODADA '
                           'RECUSADA'
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 0600-CARREGAR-CONFIG.
             PERFORM 0700-CARREGAR-CAMBIO.
             PERFORM 1000-APURAR-COMPETENCIA.
             PERFORM 2500-FECHAR-GUIAS.
             OPEN OUTPUT REL-GUIA.
             PERFORM 8000-CABECALHO.
             PERFORM 3000-IMPRIMIR-GUIAS.
             PERFORM 4000-CONFERIR-GUIAS.
             WRITE REL-GUIA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-GUIA.
             IF WRK-QT-LINHAS > ZEROS
                   PERFORM 5000-CONTABILIZAR
                   PERFORM 5500-MARCAR-COMPETENCIA
             END-IF.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

      *----------------------------------------------------------------
      * O INSSCOMP LISTA AS COMPETENCIAS JA APURADAS: A MESMA
      * COMPETENCIA NAO CONTABILIZA DUAS VEZES.
      *----------------------------------------------------------------
       0500-VERIFICAR-RERODADA.
             MOVE 'N' TO WRK-JA-RODOU-SW.
             MOVE 'N' TO WRK-EOF-CTL-SW.
             OPEN INPUT INSS-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-CTL-SW
             ELSE
                   PERFORM 0510-LER-CONTROLE
                   PERFORM 0520-PROCURAR-COMPETENCIA
                         UNTIL FIM-CONTROLE
                               OR COMPETENCIA-JA-RODADA
                   CLOSE INSS-CONTROLE
             END-IF.

       0510-LER-CONTROLE.
             IF NOT FIM-CONTROLE
                   READ INSS-CONTROLE
                         AT END MOVE 'S' TO WRK-EOF-CTL-SW
                   END-READ
             END-IF.

       0520-PROCURAR-COMPETENCIA.
             IF IN-COMPETENCIA = WRK-COMPETENCIA
                   MOVE 'S' TO WRK-JA-RODOU-SW
             END-IF.
             PERFORM 0510-LER-CONTROLE.

      *----------------------------------------------------------------
      * ALIQUOTAS POR FILIAL (INSSCFG). LINHA COM CAMPO NAO NUMERICO
      * OU FAP FORA DA FAIXA LEGAL (0,5000 A 2,0000) E IGNORADA.
      *----------------------------------------------------------------
       0600-CARREGAR-CONFIG.
             MOVE ZEROS TO WRK-QT-CONFIG.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             OPEN INPUT INSS-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0610-LER-CONFIG
                   PERFORM 0620-GUARDAR-CONFIG UNTIL FIM-CONFIG
                   CLOSE INSS-CONFIG
             ELSE
                   DISPLAY 'INSSCFG AUSENTE, USANDO ALIQUOTAS PADRAO'
             END-IF.

       0610-LER-CONFIG.
             READ INSS-CONFIG
                   AT END MOVE 'S' TO WRK-EOF-CFG-SW
             END-READ.

       0620-GUARDAR-CONFIG.
             IF IC-FILIAL IS NOT NUMERIC
                   OR IC-PCT-PATRONAL IS NOT NUMERIC
                   OR IC-PCT-RAT IS NOT NUMERIC
                   OR IC-FAP IS NOT NUMERIC
                   OR IC-PCT-TERCEIROS IS NOT NUMERIC
                   OR IC-FAP < 0,5 OR IC-FAP > 2
                   DISPLAY 'INSSCFG INVALIDO PARA A FILIAL '
                           IC-FILIAL ', LINHA IGNORADA'
             ELSE
                   IF WRK-QT-CONFIG < 10
                         ADD 1 TO WRK-QT-CONFIG
                         SET IX-TCF TO WRK-QT-CONFIG
                         MOVE IC-FILIAL   TO TCF-FILIAL(IX-TCF)
                         MOVE IC-PCT-PATRONAL
                              TO TCF-PATRONAL(IX-TCF)
                         MOVE IC-PCT-RAT  TO TCF-RAT(IX-TCF)
                         MOVE IC-FAP      TO TCF-FAP(IX-TCF)
                         MOVE IC-PCT-TERCEIROS
                              TO TCF-TERCEIROS(IX-TCF)
                   END-IF
             END-IF.
             PERFORM 0610-LER-CONFIG.

       0700-CARREGAR-CAMBIO.
             MOVE ZEROS TO WRK-QT-CAMBIO.
             MOVE 'N' TO WRK-EOF-CAM-SW.
             OPEN INPUT CAMBIO-TABELA.
             MOVE WRK-FS-CAMBIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-CAM-SW
             ELSE
                   PERFORM 0710-LER-CAMBIO
                   PERFORM 0720-GUARDAR-CAMBIO UNTIL FIM-CAMBIO
                   CLOSE CAMBIO-TABELA
             END-IF.

       0710-LER-CAMBIO.
             READ CAMBIO-TABELA
                   AT END MOVE 'S' TO WRK-EOF-CAM-SW
             END-READ.

       0720-GUARDAR-CAMBIO.
             IF WRK-QT-CAMBIO < 100
                   ADD 1 TO WRK-QT-CAMBIO
                   SET IX-TCA TO WRK-QT-CAMBIO
                   MOVE CB-MOEDA TO TCA-MOEDA(IX-TCA)
                   MOVE CB-DATA  TO TCA-DATA(IX-TCA)
                   MOVE CB-TAXA  TO TCA-TAXA(IX-TCA)
             END-IF.
             PERFORM 0710-LER-CAMBIO.

       1000-APURAR-COMPETENCIA.
             MOVE 'N' TO WRK-EOF-LED-SW.
             OPEN INPUT FOLHA-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-LED-SW
                   DISPLAY 'FOLHA-LEDGER INEXISTENTE, NADA A APURAR'
             ELSE
                   PERFORM 1100-LER-LEDGER
                   PERFORM 2000-ACUMULAR UNTIL FIM-LEDGER
                   CLOSE FOLHA-LEDGER
             END-IF.

       1100-LER-LEDGER.
             IF NOT FIM-LEDGER
                   READ FOLHA-LEDGER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-LED-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * VALORES EM REAIS PELA MESMA REGRA DO CONTAB-DIARIO: BRUTO EM
      * FL-BRUTO-BRL QUANDO GRAVADO, DEMAIS PELA TAXA DA COMPETENCIA
      * (FL-TAXA-BRL, OU A COTACAO DO CAMBIOTAB NA DATA DO LEDGER).
      *----------------------------------------------------------------
       2000-ACUMULAR.
             IF FL-COMPETENCIA = WRK-COMPETENCIA
                   IF FL-TAXA-BRL > ZEROS
                         MOVE FL-TAXA-BRL TO WRK-TAXA-COMPET
                   ELSE
                         MOVE FL-MOEDA TO WRK-MOEDA-BUSCA
                         MOVE FL-DATA  TO WRK-DATA-BUSCA
                         PERFORM 2300-LOCALIZAR-TAXA
                         MOVE WRK-TAXA-ACHADA TO WRK-TAXA-COMPET
                   END-IF
                   IF FL-BRUTO-BRL > ZEROS
                         MOVE FL-BRUTO-BRL TO WRK-V-BASE
                   ELSE
                         COMPUTE WRK-V-BASE ROUNDED =
                               FL-SALARIO-BRUTO * WRK-TAXA-COMPET
                   END-IF
                   COMPUTE WRK-V-INSS ROUNDED =
                         FL-INSS * WRK-TAXA-COMPET
                   COMPUTE WRK-V-FAMILIA ROUNDED =
                         FL-SAL-FAMILIA * WRK-TAXA-COMPET
                   ADD 1 TO WRK-QT-LINHAS
                   ADD WRK-V-BASE    TO WRK-TOT-BASE
                   ADD WRK-V-INSS    TO WRK-TOT-SEGURADOS
                   ADD WRK-V-FAMILIA TO WRK-TOT-FAMILIA
                   PERFORM 2100-SOMAR-NA-FILIAL
             END-IF.
             PERFORM 1100-LER-LEDGER.

       2100-SOMAR-NA-FILIAL.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-FILIAIS > 0
                   SET IX-TF TO 1
                   PERFORM 2110-COMPARAR-FILIAL
                         UNTIL IX-TF > WRK-QT-FILIAIS
                               OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA
                   IF WRK-QT-FILIAIS < 10
                         ADD 1 TO WRK-QT-FILIAIS
                         SET IX-TF TO WRK-QT-FILIAIS
                         INITIALIZE TF-DET(IX-TF)
                         MOVE FL-FILIAL TO TF-FILIAL(IX-TF)
                         PERFORM 2200-ALIQUOTAS-DA-FILIAL
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         DISPLAY 'TABELA DE FILIAIS CHEIA, FILIAL '
                                 FL-FILIAL ' FORA DA GUIA'
                   END-IF
             END-IF.
             IF LINHA-ACHADA
                   ADD 1             TO TF-QT-FUNC(IX-TF)
                   ADD WRK-V-BASE    TO TF-BASE(IX-TF)
                   ADD WRK-V-INSS    TO TF-SEGURADOS(IX-TF)
                   ADD WRK-V-FAMILIA TO TF-SAL-FAMILIA(IX-TF)
             END-IF.

       2110-COMPARAR-FILIAL.
             IF TF-FILIAL(IX-TF) = FL-FILIAL
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TF UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * ALIQUOTAS DA FILIAL: A LINHA PROPRIA DO INSSCFG, SENAO A
      * LINHA 00, SENAO O PADRAO DO PROGRAMA.
      *----------------------------------------------------------------
       2200-ALIQUOTAS-DA-FILIAL.
             MOVE WRK-PAD-PATRONAL  TO TF-PCT-PATRONAL(IX-TF).
             MOVE WRK-PAD-RAT       TO TF-PCT-RAT(IX-TF).
             MOVE WRK-PAD-FAP       TO TF-FAP(IX-TF).
             MOVE WRK-PAD-TERCEIROS TO TF-PCT-TERCEIROS(IX-TF).
             IF WRK-QT-CONFIG > 0
                   SET IX-TCF TO 1
                   PERFORM 2210-APLICAR-CONFIG
                         UNTIL IX-TCF > WRK-QT-CONFIG
             END-IF.

       2210-APLICAR-CONFIG.
             IF TCF-FILIAL(IX-TCF) = TF-FILIAL(IX-TF)
                   OR (TCF-FILIAL(IX-TCF) = ZEROS
                       AND NOT LINHA-ACHADA)
                   MOVE TCF-PATRONAL(IX-TCF)
                        TO TF-PCT-PATRONAL(IX-TF)
                   MOVE TCF-RAT(IX-TCF)   TO TF-PCT-RAT(IX-TF)
                   MOVE TCF-FAP(IX-TCF)   TO TF-FAP(IX-TF)
                   MOVE TCF-TERCEIROS(IX-TCF)
                        TO TF-PCT-TERCEIROS(IX-TF)
                   IF TCF-FILIAL(IX-TCF) = TF-FILIAL(IX-TF)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
             END-IF.
             SET IX-TCF UP BY 1.

       2300-LOCALIZAR-TAXA.
             IF WRK-MOEDA-BUSCA = 'BRL'
                   MOVE 1,0000 TO WRK-TAXA-ACHADA
             ELSE
                   MOVE ZEROS TO WRK-TAXA-ACHADA
                   MOVE ZEROS TO WRK-TAXA-DATA
                   IF WRK-QT-CAMBIO > 0
                         SET IX-TCA TO 1
                         PERFORM 2310-COMPARAR-TAXA
                               UNTIL IX-TCA > WRK-QT-CAMBIO
                   END-IF
                   IF WRK-TAXA-ACHADA = ZEROS
                         DISPLAY 'SEM COTACAO DE ' WRK-MOEDA-BUSCA
                                 ' ATE ' WRK-DATA-BUSCA
                                 ', USANDO 1,0000 (CARREGAR PELO '
                                 'CARGA-CAMBIO)'
                         MOVE 1,0000 TO WRK-TAXA-ACHADA
                   END-IF
             END-IF.

       2310-COMPARAR-TAXA.
             IF TCA-MOEDA(IX-TCA) = WRK-MOEDA-BUSCA
                   AND TCA-DATA(IX-TCA) <= WRK-DATA-BUSCA
                   AND TCA-DATA(IX-TCA) >= WRK-TAXA-DATA
                   MOVE TCA-DATA(IX-TCA) TO WRK-TAXA-DATA
                   MOVE TCA-TAXA(IX-TCA) TO WRK-TAXA-ACHADA
             END-IF.
             SET IX-TCA UP BY 1.

      *----------------------------------------------------------------
      * FECHAMENTO DE CADA GUIA: CONTRIBUICOES DA EMPRESA SOBRE A
      * BASE DA FILIAL, MAIS O INSS DOS SEGURADOS, MENOS O
      * SALARIO-FAMILIA COMPENSADO (LIMITADO AO QUE HA A RECOLHER).
      *----------------------------------------------------------------
       2500-FECHAR-GUIAS.
             IF WRK-QT-FILIAIS > 0
                   SET IX-TF TO 1
                   PERFORM 2510-FECHAR-FILIAL
                         UNTIL IX-TF > WRK-QT-FILIAIS
             END-IF.

       2510-FECHAR-FILIAL.
             COMPUTE TF-PATRONAL(IX-TF) ROUNDED =
                   TF-BASE(IX-TF) * TF-PCT-PATRONAL(IX-TF) / 100.
             COMPUTE TF-RAT(IX-TF) ROUNDED =
                   TF-BASE(IX-TF) * TF-PCT-RAT(IX-TF)
                   * TF-FAP(IX-TF) / 100.
             COMPUTE TF-TERCEIROS(IX-TF) ROUNDED =
                   TF-BASE(IX-TF) * TF-PCT-TERCEIROS(IX-TF) / 100.
             COMPUTE WRK-CONTRIBUICAO =
                   TF-SEGURADOS(IX-TF) + TF-PATRONAL(IX-TF)
                   + TF-RAT(IX-TF) + TF-TERCEIROS(IX-TF).
             IF TF-SAL-FAMILIA(IX-TF) > WRK-CONTRIBUICAO
                   MOVE WRK-CONTRIBUICAO TO TF-COMPENSADO(IX-TF)
                   COMPUTE TF-EXCEDENTE(IX-TF) =
                         TF-SAL-FAMILIA(IX-TF) - WRK-CONTRIBUICAO
                   DISPLAY 'FILIAL ' TF-FILIAL(IX-TF)
                           ': SALARIO-FAMILIA EXCEDE A GUIA EM '
                           TF-EXCEDENTE(IX-TF)
             ELSE
                   MOVE TF-SAL-FAMILIA(IX-TF) TO TF-COMPENSADO(IX-TF)
                   MOVE ZEROS TO TF-EXCEDENTE(IX-TF)
             END-IF.
             COMPUTE TF-TOTAL(IX-TF) =
                   WRK-CONTRIBUICAO - TF-COMPENSADO(IX-TF).
             COMPUTE WRK-TOT-EMPRESA = WRK-TOT-EMPRESA
                   + TF-PATRONAL(IX-TF) + TF-RAT(IX-TF)
                   + TF-TERCEIROS(IX-TF).
             ADD TF-COMPENSADO(IX-TF) TO WRK-TOT-COMPENSADO.
             ADD TF-EXCEDENTE(IX-TF)  TO WRK-TOT-EXCEDENTE.
             ADD TF-TOTAL(IX-TF)      TO WRK-TOT-GUIAS.
             SET IX-TF UP BY 1.

       3000-IMPRIMIR-GUIAS.
             IF WRK-QT-FILIAIS = 0
                   MOVE SPACES TO LI-DESCRICAO
                   MOVE 'NENHUM LANCAMENTO NA COMPETENCIA'
                        TO LI-DESCRICAO
                   MOVE ZEROS TO LI-VALOR
                   WRITE REL-GUIA-LINHA FROM LINHA-ITEM
             ELSE
                   SET IX-TF TO 1
                   PERFORM 3100-IMPRIMIR-FILIAL
                         UNTIL IX-TF > WRK-QT-FILIAIS
             END-IF.

       3100-IMPRIMIR-FILIAL.
             MOVE TF-FILIAL(IX-TF)  TO LF-FILIAL.
             MOVE WRK-COMPETENCIA   TO LF-COMPETENCIA.
             MOVE TF-QT-FUNC(IX-TF) TO LF-QT-FUNC.
             WRITE REL-GUIA-LINHA FROM LINHA-FILIAL.
             MOVE TF-PCT-PATRONAL(IX-TF)  TO LA-PATRONAL.
             MOVE TF-PCT-RAT(IX-TF)       TO LA-RAT.
             MOVE TF-FAP(IX-TF)           TO LA-FAP.
             MOVE TF-PCT-TERCEIROS(IX-TF) TO LA-TERCEIROS.
             WRITE REL-GUIA-LINHA FROM LINHA-ALIQUOTAS.
             MOVE 'BASE DE CALCULO (BRUTO + EXTRAS)'
                  TO LI-DESCRICAO.
             MOVE TF-BASE(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE 'SEGURADOS (INSS DESCONTADO)' TO LI-DESCRICAO.
             MOVE TF-SEGURADOS(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE 'EMPRESA - COTA PATRONAL' TO LI-DESCRICAO.
             MOVE TF-PATRONAL(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE 'EMPRESA - RAT AJUSTADO (RAT X FAP)'
                  TO LI-DESCRICAO.
             MOVE TF-RAT(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE 'OUTRAS ENTIDADES (TERCEIROS)' TO LI-DESCRICAO.
             MOVE TF-TERCEIROS(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE '(-) SALARIO-FAMILIA COMPENSADO' TO LI-DESCRICAO.
             MOVE TF-COMPENSADO(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             IF TF-EXCEDENTE(IX-TF) > ZEROS
                   MOVE 'SALARIO-FAMILIA A COMPENSAR DEPOIS'
                        TO LI-DESCRICAO
                   MOVE TF-EXCEDENTE(IX-TF) TO LI-VALOR
                   WRITE REL-GUIA-LINHA FROM LINHA-ITEM
             END-IF.
             MOVE 'TOTAL DA GUIA A RECOLHER' TO LI-DESCRICAO.
             MOVE TF-TOTAL(IX-TF) TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE SPACES TO REL-GUIA-LINHA.
             WRITE REL-GUIA-LINHA.
             SET IX-TF UP BY 1.

      *----------------------------------------------------------------
      * CONFERENCIA: INSS DOS SEGURADOS SOMADO LINHA A LINHA DO
      * LEDGER, MAIS O ENCARGO DA EMPRESA, MENOS O SALARIO-FAMILIA
      * COMPENSADO, DEVE DAR A SOMA DAS GUIAS (TOLERANCIA DE 1,00 DE
      * ARREDONDAMENTO, JA QUE AS ALIQUOTAS INCIDEM POR FILIAL).
      *----------------------------------------------------------------
       4000-CONFERIR-GUIAS.
             COMPUTE WRK-ESPERADO =
                   WRK-TOT-SEGURADOS + WRK-TOT-EMPRESA
                   - WRK-TOT-COMPENSADO.
             COMPUTE WRK-DIFERENCA = WRK-TOT-GUIAS - WRK-ESPERADO.
             MOVE ALL '-' TO REL-GUIA-LINHA.
             WRITE REL-GUIA-LINHA.
             MOVE SPACES TO REL-GUIA-LINHA.
             MOVE 'CONFERENCIA DAS GUIAS' TO REL-GUIA-LINHA.
             WRITE REL-GUIA-LINHA.
             MOVE 'INSS DOS SEGURADOS (FOLHA-LEDGER)'
                  TO LI-DESCRICAO.
             MOVE WRK-TOT-SEGURADOS TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE '(+) ENCARGO DA EMPRESA' TO LI-DESCRICAO.
             MOVE WRK-TOT-EMPRESA TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE '(-) SALARIO-FAMILIA COMPENSADO' TO LI-DESCRICAO.
             MOVE WRK-TOT-COMPENSADO TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE '(=) TOTAL ESPERADO' TO LI-DESCRICAO.
             MOVE WRK-ESPERADO TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             MOVE 'SOMA DAS GUIAS POR FILIAL' TO LI-DESCRICAO.
             MOVE WRK-TOT-GUIAS TO LI-VALOR.
             WRITE REL-GUIA-LINHA FROM LINHA-ITEM.
             IF WRK-DIFERENCA > 1 OR WRK-DIFERENCA < -1
                   MOVE '*** DIVERGE *** DIFERENCA'
                        TO LCF-MENSAGEM
                   DISPLAY 'GUIAS DO INSS NAO CONFEREM, DIFERENCA '
                           WRK-DIFERENCA
             ELSE
                   MOVE 'CONFERE - DIFERENCA' TO LCF-MENSAGEM
             END-IF.
             MOVE WRK-DIFERENCA TO LCF-DIFERENCA.
             WRITE REL-GUIA-LINHA FROM LINHA-CONFERE.

      *----------------------------------------------------------------
      * PARTIDAS NO DIARIO: O INSS DOS SEGURADOS JA ENTROU NA 2401
      * PELO CONTAB-DIARIO; AQUI ENTRAM O ENCARGO DA EMPRESA
      * (D 4106 / C 2401) E O SALARIO-FAMILIA COMPENSADO, QUE BAIXA
      * A OBRIGACAO E RECUPERA A DESPESA (D 2401 / C 4104).
      *----------------------------------------------------------------
       5000-CONTABILIZAR.
             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DIARIO-LANCTOS
                   OPEN OUTPUT DIARIO-LANCTOS
             END-IF.
             IF WRK-TOT-EMPRESA > ZEROS
                   MOVE WRK-TOT-EMPRESA TO LC-VALOR
                   MOVE 4106 TO LC-CONTA
                   MOVE 'D' TO LC-NATUREZA
                   PERFORM 5100-GRAVAR-LANCTO
                   MOVE 2401 TO LC-CONTA
                   MOVE 'C' TO LC-NATUREZA
                   PERFORM 5100-GRAVAR-LANCTO
             END-IF.
             IF WRK-TOT-COMPENSADO > ZEROS
                   MOVE WRK-TOT-COMPENSADO TO LC-VALOR
                   MOVE 2401 TO LC-CONTA
                   MOVE 'D' TO LC-NATUREZA
                   PERFORM 5100-GRAVAR-LANCTO
                   MOVE 4104 TO LC-CONTA
                   MOVE 'C' TO LC-NATUREZA
                   PERFORM 5100-GRAVAR-LANCTO
             END-IF.
             CLOSE DIARIO-LANCTOS.

       5100-GRAVAR-LANCTO.
             MOVE WRK-DATA-HOJE TO LC-DATA.
             MOVE 'INSSPATR' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

       5500-MARCAR-COMPETENCIA.
             OPEN EXTEND INSS-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE INSS-CONTROLE
                   OPEN OUTPUT INSS-CONTROLE
             END-IF.
             MOVE WRK-COMPETENCIA TO IN-COMPETENCIA.
             MOVE WRK-DATA-HOJE   TO IN-DATA.
             MOVE WRK-TOT-GUIAS   TO IN-TOTAL-GUIAS.
             WRITE INSS-CONTROLE-REC.
             CLOSE INSS-CONTROLE.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'GUIA DE INSS POR FILIAL' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-GUIA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-GUIA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-GUIA-LINHA.
             WRITE REL-GUIA-LINHA.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FOLHA-INSS-PATRONA' TO EL-PROGRAMA.
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
             DISPLAY 'APURACAO DO INSS DA EMPRESA CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'LANCAMENTOS DO LEDGER...: ' WRK-QT-LINHAS.
             DISPLAY 'INSS DOS SEGURADOS......: ' WRK-TOT-SEGURADOS.
             DISPLAY 'ENCARGO DA EMPRESA......: ' WRK-TOT-EMPRESA.
             DISPLAY 'SAL-FAMILIA COMPENSADO..: ' WRK-TOT-COMPENSADO.
             DISPLAY 'TOTAL DAS GUIAS.........: ' WRK-TOT-GUIAS.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.
             IF WRK-TOT-EXCEDENTE > ZEROS
                   DISPLAY 'SAL-FAMILIA A COMPENSAR.: '
                           WRK-TOT-EXCEDENTE
             END-IF.

       END PROGRAM FOLHA-INSS-PATRONAL.
