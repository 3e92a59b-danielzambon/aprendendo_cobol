      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: DURACAO DOS PASSOS DA SUITE NOTURNA E ALERTA DE JANELA
      *          (SLA) - A PARTIR DOS INICIOS ('I') E CONCLUSOES ('C')
      *          GRAVADOS NO JOBCTL, CALCULA O TEMPO DE CADA PASSO EM
      *          CADA NOITE E IMPRIME A MEDIA E O MAXIMO DAS ULTIMAS 30
      *          NOITES, MARCANDO OS PASSOS QUE NA ULTIMA NOITE RODARAM
      *          ACIMA DA MEDIA ALEM DO PERCENTUAL CONFIGURADO. PROJETA
      *          O FIM DA SUITE CONTRA A JANELA ACORDADA (EX.: TERMINAR
      *          ATE 06:00) E APONTA OS PASSOS CUJO TEMPO ACOMPANHA O
      *          VOLUME REPORTADO NO CTRLCNT, PARA O EXPURGO SER
      *          PLANEJADO ANTES DE A JANELA ESTOURAR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PARAMETRO SLACFG (UMA LINHA): PERCENTUAL DE ALERTA 9(03) E
      * HORA LIMITE DA JANELA HHMM 9(04); SEM PARAMETRO VALEM 50% E
      * 06:00. AS NOITES SAO AS DATAS DE RODADA DO JOBCTL (AS 30
      * ULTIMAS); O TEMPO DO PASSO E DO 'I' ATE O 'C' SEGUINTE DO
      * MESMO PASSO NA MESMA RODADA, E O TEMPO DA SUITE E DO PRIMEIRO
      * AO ULTIMO EVENTO DA RODADA, AMBOS ATRAVESSANDO A MEIA-NOITE.
      * A PROJECAO USA A RETA DE TENDENCIA DOS TEMPOS DA SUITE NAS
      * NOITES DA JANELA, PARTINDO NA HORA DE INICIO DA ULTIMA NOITE.
      * O VOLUME E A SOMA DOS LIDOS DO CTRLCNT DO PROGRAMA NA DATA DA
      * RODADA; O PASSO ACOMPANHA O VOLUME QUANDO, EM PELO MENOS 5
      * NOITES, A CORRELACAO ENTRE VOLUME E TEMPO E POSITIVA E O
      * QUADRADO DELA CHEGA A 64% (CORRELACAO DE 0,8). LIMITE DE 200
      * PASSOS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-JOBSLA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CONTROLE ASSIGN TO 'JOBCTL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONTROLE.

           SELECT CONTROLE-CONTAGEM ASSIGN TO 'CTRLCNT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONTAGEM.

           SELECT SLA-CONFIG ASSIGN TO 'SLACFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT REL-JOBSLA-OUT ASSIGN TO 'RELSLA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROLE.
       COPY jobctl.

       FD  CONTROLE-CONTAGEM.
       COPY ctrlcnt.

       FD  SLA-CONFIG.
       01  SLA-CONFIG-REC.
           05 SC-PERC-ALERTA   PIC 9(03).
           05 SC-HORA-LIMITE   PIC 9(04).

       FD  REL-JOBSLA-OUT.
       01  REL-JOBSLA-LINHA    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONTROLE  PIC X(02) VALUE '00'.
       77 WRK-FS-CONTAGEM  PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO         VALUE 'S'.

       77 WRK-PERC-ALERTA  PIC 9(03) VALUE 50.
       01 WRK-HORA-LIMITE  PIC 9(04) VALUE 0600.
       01 WRK-HORA-LIMITE-R REDEFINES WRK-HORA-LIMITE.
          05 WRK-LIMITE-HH   PIC 9(02).
          05 WRK-LIMITE-MM   PIC 9(02).
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 WRK-HORA-EVENTO  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-EVENTO-R REDEFINES WRK-HORA-EVENTO.
          05 WRK-HE-HH       PIC 9(02).
          05 WRK-HE-MM       PIC 9(02).
          05 WRK-HE-SS       PIC 9(02).
          05 WRK-HE-CC       PIC 9(02).
       77 WRK-SEG-EVENTO   PIC 9(05) VALUE ZEROS.
       77 WRK-OFFSET       PIC S9(06) VALUE ZEROS.

      *----------------------------------------------------------------
      * AS 30 ULTIMAS NOITES (DATAS DE RODADA) DO JOBCTL, DA MAIS
      * ANTIGA PARA A MAIS RECENTE. TNT-FIM-OFFSET E O ULTIMO EVENTO
      * EM SEGUNDOS DESDE O PRIMEIRO INICIO, OU SEJA, O TEMPO DA SUITE.
      *----------------------------------------------------------------
       01 TABELA-NOITES.
          05 TNT-DET OCCURS 30 TIMES.
             10 TNT-DATA        PIC 9(08).
             10 TNT-TEM-INICIO  PIC X(01).
             10 TNT-INICIO-SEG  PIC 9(05).
             10 TNT-FIM-OFFSET  PIC 9(06).
       77 WRK-QT-NOITES    PIC 9(02) VALUE ZEROS.
       77 WRK-IX-NT        PIC 9(02) VALUE ZEROS.
       77 WRK-IX-DESLOCA   PIC 9(02) VALUE ZEROS.
       77 WRK-NOITE-SW     PIC X(01) VALUE 'N'.
         88 NOITE-ACHADA        VALUE 'S'.

      *----------------------------------------------------------------
      * UM ELEMENTO POR PASSO, COM O TEMPO E O VOLUME DE CADA NOITE.
      *----------------------------------------------------------------
       01 TABELA-PASSOS.
          05 TSL-DET OCCURS 200 TIMES.
             10 TSL-PASSO       PIC X(04).
             10 TSL-PROGRAMA    PIC X(18).
             10 TSL-INICIO-DATA PIC 9(08).
             10 TSL-INICIO-SEG  PIC 9(05).
             10 TSL-NOITE OCCURS 30 TIMES.
                15 TSL-RODOU    PIC X(01).
                15 TSL-DURACAO  PIC 9(05).
                15 TSL-VOLUME   PIC 9(07).
       77 WRK-QT-PASSOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCEDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-IX-PS        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.

       77 WRK-QT-RODADAS   PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DUR     PIC 9(07) VALUE ZEROS.
       77 WRK-MEDIA-DUR    PIC 9(05) VALUE ZEROS.
       77 WRK-MAXIMO-DUR   PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMA-DUR   PIC 9(05) VALUE ZEROS.
       77 WRK-LIMITE-DUR   PIC 9(07) VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(04) VALUE ZEROS.
       77 WRK-QT-ALERTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-VOLUME    PIC 9(03) VALUE ZEROS.

      * TENDENCIA DO TEMPO DA SUITE (X = NOITE, Y = SEGUNDOS)
       77 WRK-SOMA-X       PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-Y       PIC 9(09) VALUE ZEROS.
       77 WRK-SOMA-XY      PIC 9(11) VALUE ZEROS.
       77 WRK-SOMA-XX      PIC 9(07) VALUE ZEROS.
       77 WRK-INCLINACAO   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-INTERCEPTO   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DUR-PROJETADA PIC S9(07) VALUE ZEROS.
       77 WRK-NOITE-SEGUINTE PIC 9(03) VALUE ZEROS.
       77 WRK-DUR-MEDIA-SUITE PIC 9(06) VALUE ZEROS.
       77 WRK-PRAZO-JANELA PIC S9(06) VALUE ZEROS.
       77 WRK-FOLGA        PIC S9(07) VALUE ZEROS.
       77 WRK-NOITES-ATE-ESTOURO PIC 9(05) VALUE ZEROS.

      * CORRELACAO VOLUME X TEMPO DO PASSO
       77 WRK-QT-PARES     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-VOL     PIC 9(09) VALUE ZEROS.
       77 WRK-SOMA-TMP     PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-VOL-TMP PIC 9(15) VALUE ZEROS.
       77 WRK-SOMA-VOL-VOL PIC 9(16) VALUE ZEROS.
       77 WRK-SOMA-TMP-TMP PIC 9(12) VALUE ZEROS.
       77 WRK-COVARIANCIA  PIC S9(17) VALUE ZEROS.
       77 WRK-VARIANCIA-VOL PIC S9(17) VALUE ZEROS.
       77 WRK-VARIANCIA-TMP PIC S9(17) VALUE ZEROS.
       77 WRK-R-QUADRADO   PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-VOL-MEDIO    PIC 9(09) VALUE ZEROS.
       77 WRK-TMP-MEDIO    PIC 9(05) VALUE ZEROS.

       77 WRK-SEGUNDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS         PIC 9(02) VALUE ZEROS.
       77 WRK-NOITES-ED    PIC ZZZZ9.
       77 WRK-DATA-BUSCA   PIC 9(08) VALUE ZEROS.
       01 WRK-HMS.
          05 WRK-HMS-HH      PIC 9(02).
          05 FILLER          PIC X(01) VALUE ':'.
          05 WRK-HMS-MM      PIC 9(02).
          05 FILLER          PIC X(01) VALUE ':'.
          05 WRK-HMS-SS      PIC 9(02).

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.

       01  LINHA-TITULO-PASSOS.
           05 FILLER          PIC X(06) VALUE 'PASSO '.
           05 FILLER          PIC X(19) VALUE 'PROGRAMA'.
           05 FILLER          PIC X(04) VALUE 'NTS'.
           05 FILLER          PIC X(09) VALUE 'ULTIMA'.
           05 FILLER          PIC X(09) VALUE 'MEDIA'.
           05 FILLER          PIC X(09) VALUE 'MAXIMO'.
           05 FILLER          PIC X(24) VALUE ' VAR.'.

       01  LINHA-PASSO.
           05 LP-PASSO        PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LP-PROGRAMA     PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-NOITES       PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-ULTIMA       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-MEDIA        PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-MAXIMO       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-VARIACAO     PIC +ZZZ9.
           05 LP-PERC         PIC X(01) VALUE '%'.
           05 LP-ALERTA       PIC X(09) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-NOITE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DATA         PIC 9(08).
           05 FILLER          PIC X(09) VALUE '  INICIO '.
           05 LN-INICIO       PIC X(08).
           05 FILLER          PIC X(06) VALUE '  FIM '.
           05 LN-FIM          PIC X(08).
           05 FILLER          PIC X(10) VALUE '  DURACAO '.
           05 LN-DURACAO      PIC X(08).
           05 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-SUITE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LS-ROTULO       PIC X(34).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LS-VALOR        PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LS-COMPLEMENTO  PIC X(34).

       01  LINHA-TITULO-VOLUME.
           05 FILLER          PIC X(06) VALUE 'PASSO '.
           05 FILLER          PIC X(19) VALUE 'PROGRAMA'.
           05 FILLER          PIC X(04) VALUE 'NTS'.
           05 FILLER          PIC X(13) VALUE ' VOLUME MEDIO'.
           05 FILLER          PIC X(10) VALUE ' TEMPO MED'.
           05 FILLER          PIC X(28) VALUE '  R2'.

       01  LINHA-VOLUME.
           05 LV-PASSO        PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LV-PROGRAMA     PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-NOITES       PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-VOL-MEDIO    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LV-TMP-MEDIO    PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-R-QUADRADO   PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LV-VEREDITO     PIC X(16).
           05 FILLER          PIC X(08) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-CARREGAR-PARAMETRO.
             PERFORM 1000-SELECIONAR-NOITES.
             IF WRK-QT-NOITES = ZEROS
                   DISPLAY 'JOBCTL VAZIO OU AUSENTE, NENHUMA RODADA '
                           'PARA MEDIR'
                   GOBACK
             END-IF.
             PERFORM 2000-MEDIR-PASSOS.
             PERFORM 3000-SOMAR-VOLUMES.

             OPEN OUTPUT REL-JOBSLA-OUT.
             PERFORM 8000-CABECALHO.
             PERFORM 4000-IMPRIMIR-PASSOS.
             PERFORM 5000-PROJETAR-JANELA.
             PERFORM 6000-IMPRIMIR-VOLUME.
             WRITE REL-JOBSLA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-JOBSLA-OUT.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-CARREGAR-PARAMETRO.
             OPEN INPUT SLA-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ SLA-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         IF SC-PERC-ALERTA > ZEROS
                               MOVE SC-PERC-ALERTA TO WRK-PERC-ALERTA
                         END-IF
                         IF SC-HORA-LIMITE < 2400
                            AND SC-HORA-LIMITE(3:2) < '60'
                               MOVE SC-HORA-LIMITE TO WRK-HORA-LIMITE
                         END-IF
                   END-IF
                   CLOSE SLA-CONFIG
             END-IF.

      *----------------------------------------------------------------
      * PRIMEIRA LEITURA DO JOBCTL: GUARDA AS DATAS DE RODADA, FICANDO
      * SO COM AS 30 MAIS RECENTES (A MAIS ANTIGA SAI PELA FRENTE).
      *----------------------------------------------------------------
       1000-SELECIONAR-NOITES.
             MOVE ZEROS TO WRK-QT-NOITES.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT JOB-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   PERFORM 1100-LER-CONTROLE
                   PERFORM 1200-GUARDAR-NOITE UNTIL FIM-ARQUIVO
                   CLOSE JOB-CONTROLE
             END-IF.

       1100-LER-CONTROLE.
             READ JOB-CONTROLE
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-GUARDAR-NOITE.
             MOVE JC-DATA TO WRK-DATA-BUSCA.
             PERFORM 1300-LOCALIZAR-NOITE.
             IF NOT NOITE-ACHADA
                   IF WRK-QT-NOITES = 30
                         MOVE 1 TO WRK-IX-DESLOCA
                         PERFORM 1210-DESLOCAR-NOITE
                               UNTIL WRK-IX-DESLOCA > 29
                   ELSE
                         ADD 1 TO WRK-QT-NOITES
                   END-IF
                   MOVE JC-DATA TO TNT-DATA(WRK-QT-NOITES)
                   MOVE 'N'     TO TNT-TEM-INICIO(WRK-QT-NOITES)
                   MOVE ZEROS   TO TNT-INICIO-SEG(WRK-QT-NOITES)
                   MOVE ZEROS   TO TNT-FIM-OFFSET(WRK-QT-NOITES)
             END-IF.
             PERFORM 1100-LER-CONTROLE.

       1210-DESLOCAR-NOITE.
             MOVE TNT-DET(WRK-IX-DESLOCA + 1)
                  TO TNT-DET(WRK-IX-DESLOCA).
             ADD 1 TO WRK-IX-DESLOCA.

       1300-LOCALIZAR-NOITE.
             MOVE 'N' TO WRK-NOITE-SW.
             MOVE 1 TO WRK-IX-NT.
             PERFORM 1310-COMPARAR-NOITE
                   UNTIL WRK-IX-NT > WRK-QT-NOITES OR NOITE-ACHADA.

       1310-COMPARAR-NOITE.
             IF TNT-DATA(WRK-IX-NT) = WRK-DATA-BUSCA
                   MOVE 'S' TO WRK-NOITE-SW
             ELSE
                   ADD 1 TO WRK-IX-NT
             END-IF.

      *----------------------------------------------------------------
      * SEGUNDA LEITURA DO JOBCTL: CADA 'I' GUARDA A HORA DE INICIO DO
      * PASSO E O 'C' SEGUINTE DO MESMO PASSO NA MESMA RODADA FECHA O
      * TEMPO DAQUELA NOITE (PASSO RETOMADO FICA COM A ULTIMA
      * EXECUCAO). PASSAR DA MEIA-NOITE SOMA UM DIA.
      *----------------------------------------------------------------
       2000-MEDIR-PASSOS.
             MOVE ZEROS TO WRK-QT-PASSOS.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT JOB-CONTROLE.
             PERFORM 1100-LER-CONTROLE.
             PERFORM 2100-MEDIR-EVENTO UNTIL FIM-ARQUIVO.
             CLOSE JOB-CONTROLE.

       2100-MEDIR-EVENTO.
             MOVE JC-DATA TO WRK-DATA-BUSCA.
             PERFORM 1300-LOCALIZAR-NOITE.
             IF NOITE-ACHADA
                   MOVE JC-HORA TO WRK-HORA-EVENTO
                   COMPUTE WRK-SEG-EVENTO =
                         WRK-HE-HH * 3600 + WRK-HE-MM * 60 + WRK-HE-SS
                   PERFORM 2200-MARCAR-NOITE
                   PERFORM 2300-LOCALIZAR-PASSO
                   IF LINHA-ACHADA
                         PERFORM 2400-MARCAR-PASSO
                   END-IF
             END-IF.
             PERFORM 1100-LER-CONTROLE.

       2200-MARCAR-NOITE.
             IF TNT-TEM-INICIO(WRK-IX-NT) = 'N'
                   IF JC-PASSO-INICIADO
                         MOVE 'S' TO TNT-TEM-INICIO(WRK-IX-NT)
                         MOVE WRK-SEG-EVENTO
                              TO TNT-INICIO-SEG(WRK-IX-NT)
                   END-IF
             ELSE
                   COMPUTE WRK-OFFSET =
                         WRK-SEG-EVENTO - TNT-INICIO-SEG(WRK-IX-NT)
                   IF WRK-OFFSET < ZEROS
                         ADD 86400 TO WRK-OFFSET
                   END-IF
                   IF WRK-OFFSET > TNT-FIM-OFFSET(WRK-IX-NT)
                         MOVE WRK-OFFSET TO TNT-FIM-OFFSET(WRK-IX-NT)
                   END-IF
             END-IF.

       2300-LOCALIZAR-PASSO.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-PS.
             PERFORM 2310-COMPARAR-PASSO
                   UNTIL WRK-IX-PS > WRK-QT-PASSOS OR LINHA-ACHADA.
             IF NOT LINHA-ACHADA
                   IF WRK-QT-PASSOS < 200
                         ADD 1 TO WRK-QT-PASSOS
                         MOVE WRK-QT-PASSOS TO WRK-IX-PS
                         INITIALIZE TSL-DET(WRK-IX-PS)
                         MOVE JC-PASSO    TO TSL-PASSO(WRK-IX-PS)
                         MOVE JC-PROGRAMA TO TSL-PROGRAMA(WRK-IX-PS)
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         ADD 1 TO WRK-QT-EXCEDENTES
                   END-IF
             END-IF.

       2310-COMPARAR-PASSO.
             IF TSL-PASSO(WRK-IX-PS) = JC-PASSO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-PS
             END-IF.

       2400-MARCAR-PASSO.
             EVALUATE TRUE
                   WHEN JC-PASSO-INICIADO
                         MOVE JC-DATA TO TSL-INICIO-DATA(WRK-IX-PS)
                         MOVE WRK-SEG-EVENTO
                              TO TSL-INICIO-SEG(WRK-IX-PS)
                   WHEN JC-PASSO-CONCLUIDO
                     AND TSL-INICIO-DATA(WRK-IX-PS) = JC-DATA
                         COMPUTE WRK-OFFSET = WRK-SEG-EVENTO
                               - TSL-INICIO-SEG(WRK-IX-PS)
                         IF WRK-OFFSET < ZEROS
                               ADD 86400 TO WRK-OFFSET
                         END-IF
                         MOVE 'S' TO TSL-RODOU(WRK-IX-PS, WRK-IX-NT)
                         MOVE WRK-OFFSET
                              TO TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                         MOVE ZEROS TO TSL-INICIO-DATA(WRK-IX-PS)
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.

      *----------------------------------------------------------------
      * VOLUME DA NOITE: LIDOS DO CTRLCNT DO PROGRAMA DO PASSO NA DATA
      * DA RODADA (VARIAS RODADAS DO PROGRAMA NO DIA SE SOMAM).
      *----------------------------------------------------------------
       3000-SOMAR-VOLUMES.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT CONTROLE-CONTAGEM.
             MOVE WRK-FS-CONTAGEM TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CTRLCNT AUSENTE, SEM ANALISE DE VOLUME'
             ELSE
                   PERFORM 3100-LER-CONTAGEM
                   PERFORM 3200-SOMAR-CONTAGEM UNTIL FIM-ARQUIVO
                   CLOSE CONTROLE-CONTAGEM
             END-IF.

       3100-LER-CONTAGEM.
             READ CONTROLE-CONTAGEM
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3200-SOMAR-CONTAGEM.
             MOVE CC-DATA TO WRK-DATA-BUSCA.
             PERFORM 1300-LOCALIZAR-NOITE.
             IF NOITE-ACHADA
                   MOVE 1 TO WRK-IX-PS
                   PERFORM 3210-SOMAR-NO-PASSO
                         UNTIL WRK-IX-PS > WRK-QT-PASSOS
             END-IF.
             PERFORM 3100-LER-CONTAGEM.

       3210-SOMAR-NO-PASSO.
             IF TSL-PROGRAMA(WRK-IX-PS) = CC-PROGRAMA
                   ADD CC-LIDOS TO TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                         ON SIZE ERROR
                               MOVE 9999999
                                    TO TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                   END-ADD
             END-IF.
             ADD 1 TO WRK-IX-PS.

      *----------------------------------------------------------------
      * TEMPO POR PASSO: ULTIMA NOITE, MEDIA E MAXIMO DAS NOITES DA
      * JANELA. '*ALERTA*' QUANDO A ULTIMA NOITE PASSOU DA MEDIA ALEM
      * DO PERCENTUAL DO SLACFG.
      *----------------------------------------------------------------
       4000-IMPRIMIR-PASSOS.
             MOVE 'TEMPO POR PASSO NAS ULTIMAS NOITES (ATE 30):'
                  TO REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA FROM LINHA-TITULO-PASSOS.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE 1 TO WRK-IX-PS.
             PERFORM 4100-IMPRIMIR-PASSO
                   UNTIL WRK-IX-PS > WRK-QT-PASSOS.

       4100-IMPRIMIR-PASSO.
             PERFORM 4200-CALCULAR-TEMPOS.
             IF WRK-QT-RODADAS > ZEROS
                   PERFORM 8100-CONTROLAR-PAGINA
                   MOVE TSL-PASSO(WRK-IX-PS)    TO LP-PASSO
                   MOVE TSL-PROGRAMA(WRK-IX-PS) TO LP-PROGRAMA
                   MOVE WRK-QT-RODADAS TO LP-NOITES
                   MOVE WRK-MEDIA-DUR  TO WRK-SEGUNDOS
                   PERFORM 8500-FORMATAR-HORA
                   MOVE WRK-HMS TO LP-MEDIA
                   MOVE WRK-MAXIMO-DUR TO WRK-SEGUNDOS
                   PERFORM 8500-FORMATAR-HORA
                   MOVE WRK-HMS TO LP-MAXIMO
                   MOVE SPACES TO LP-ALERTA
                   IF TSL-RODOU(WRK-IX-PS, WRK-QT-NOITES) = 'S'
                         MOVE WRK-ULTIMA-DUR TO WRK-SEGUNDOS
                         PERFORM 8500-FORMATAR-HORA
                         MOVE WRK-HMS TO LP-ULTIMA
                         PERFORM 4300-AVALIAR-ALERTA
                         MOVE WRK-VARIACAO TO LP-VARIACAO
                         MOVE '%' TO LP-PERC
                   ELSE
                         MOVE '   --   ' TO LP-ULTIMA
                         MOVE ZEROS TO LP-VARIACAO
                         MOVE SPACE TO LP-PERC
                   END-IF
                   WRITE REL-JOBSLA-LINHA FROM LINHA-PASSO
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.
             ADD 1 TO WRK-IX-PS.

       4200-CALCULAR-TEMPOS.
             MOVE ZEROS TO WRK-QT-RODADAS.
             MOVE ZEROS TO WRK-SOMA-DUR.
             MOVE ZEROS TO WRK-MAXIMO-DUR.
             MOVE ZEROS TO WRK-MEDIA-DUR.
             MOVE ZEROS TO WRK-ULTIMA-DUR.
             MOVE 1 TO WRK-IX-NT.
             PERFORM 4210-SOMAR-NOITE
                   UNTIL WRK-IX-NT > WRK-QT-NOITES.
             IF WRK-QT-RODADAS > ZEROS
                   COMPUTE WRK-MEDIA-DUR ROUNDED =
                         WRK-SOMA-DUR / WRK-QT-RODADAS
             END-IF.
             MOVE TSL-DURACAO(WRK-IX-PS, WRK-QT-NOITES)
                  TO WRK-ULTIMA-DUR.

       4210-SOMAR-NOITE.
             IF TSL-RODOU(WRK-IX-PS, WRK-IX-NT) = 'S'
                   ADD 1 TO WRK-QT-RODADAS
                   ADD TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                       TO WRK-SOMA-DUR
                   IF TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                         > WRK-MAXIMO-DUR
                         MOVE TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                              TO WRK-MAXIMO-DUR
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-NT.

       4300-AVALIAR-ALERTA.
             IF WRK-MEDIA-DUR > ZEROS
                   COMPUTE WRK-VARIACAO ROUNDED =
                         (WRK-ULTIMA-DUR - WRK-MEDIA-DUR) * 100
                               / WRK-MEDIA-DUR
                         ON SIZE ERROR MOVE 9999 TO WRK-VARIACAO
                   END-COMPUTE
             ELSE
                   MOVE ZEROS TO WRK-VARIACAO
             END-IF.
             COMPUTE WRK-LIMITE-DUR ROUNDED =
                   WRK-MEDIA-DUR * (100 + WRK-PERC-ALERTA) / 100.
             IF WRK-QT-RODADAS > 1
                   AND WRK-ULTIMA-DUR > WRK-LIMITE-DUR
                   MOVE ' *ALERTA*' TO LP-ALERTA
                   ADD 1 TO WRK-QT-ALERTAS
             END-IF.

      *----------------------------------------------------------------
      * TEMPO DA SUITE POR NOITE E PROJECAO DA PROXIMA: RETA DE MINIMOS
      * QUADRADOS SOBRE OS TEMPOS DAS NOITES, AVALIADA NA NOITE
      * SEGUINTE, SOMADA A HORA DE INICIO DA ULTIMA NOITE E COMPARADA
      * COM A HORA LIMITE DA JANELA.
      *----------------------------------------------------------------
       5000-PROJETAR-JANELA.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-JOBSLA-LINHA FROM SPACES.
             MOVE 'TEMPO DA SUITE POR NOITE:' TO REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA.
             ADD 2 TO WRK-LINHAS-PAGINA.
             MOVE ZEROS TO WRK-SOMA-X.
             MOVE ZEROS TO WRK-SOMA-Y.
             MOVE ZEROS TO WRK-SOMA-XY.
             MOVE ZEROS TO WRK-SOMA-XX.
             MOVE 1 TO WRK-IX-NT.
             PERFORM 5100-IMPRIMIR-NOITE
                   UNTIL WRK-IX-NT > WRK-QT-NOITES.

             COMPUTE WRK-DUR-MEDIA-SUITE ROUNDED =
                   WRK-SOMA-Y / WRK-QT-NOITES.
             IF WRK-QT-NOITES > 1
                   COMPUTE WRK-INCLINACAO ROUNDED =
                         (WRK-QT-NOITES * WRK-SOMA-XY
                               - WRK-SOMA-X * WRK-SOMA-Y)
                         / (WRK-QT-NOITES * WRK-SOMA-XX
                               - WRK-SOMA-X * WRK-SOMA-X)
             ELSE
                   MOVE ZEROS TO WRK-INCLINACAO
             END-IF.
             COMPUTE WRK-INTERCEPTO ROUNDED =
                   (WRK-SOMA-Y - WRK-INCLINACAO * WRK-SOMA-X)
                         / WRK-QT-NOITES.
             COMPUTE WRK-NOITE-SEGUINTE = WRK-QT-NOITES + 1.
             COMPUTE WRK-DUR-PROJETADA ROUNDED =
                   WRK-INCLINACAO * WRK-NOITE-SEGUINTE.
             COMPUTE WRK-DUR-PROJETADA ROUNDED =
                   WRK-DUR-PROJETADA + WRK-INTERCEPTO.
             IF WRK-DUR-PROJETADA < ZEROS
                   MOVE ZEROS TO WRK-DUR-PROJETADA
             END-IF.

             COMPUTE WRK-PRAZO-JANELA =
                   WRK-LIMITE-HH * 3600 + WRK-LIMITE-MM * 60
                   - TNT-INICIO-SEG(WRK-QT-NOITES).
             IF WRK-PRAZO-JANELA NOT > ZEROS
                   ADD 86400 TO WRK-PRAZO-JANELA
             END-IF.
             COMPUTE WRK-FOLGA = WRK-PRAZO-JANELA - WRK-DUR-PROJETADA.

             PERFORM 5200-IMPRIMIR-PROJECAO.

       5100-IMPRIMIR-NOITE.
             PERFORM 8100-CONTROLAR-PAGINA.
             ADD WRK-IX-NT TO WRK-SOMA-X.
             ADD TNT-FIM-OFFSET(WRK-IX-NT) TO WRK-SOMA-Y.
             COMPUTE WRK-SOMA-XY = WRK-SOMA-XY
                   + WRK-IX-NT * TNT-FIM-OFFSET(WRK-IX-NT).
             COMPUTE WRK-SOMA-XX = WRK-SOMA-XX
                   + WRK-IX-NT * WRK-IX-NT.
             MOVE TNT-DATA(WRK-IX-NT) TO LN-DATA.
             MOVE TNT-INICIO-SEG(WRK-IX-NT) TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LN-INICIO.
             COMPUTE WRK-SEGUNDOS = TNT-INICIO-SEG(WRK-IX-NT)
                   + TNT-FIM-OFFSET(WRK-IX-NT).
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LN-FIM.
             MOVE TNT-FIM-OFFSET(WRK-IX-NT) TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LN-DURACAO.
             WRITE REL-JOBSLA-LINHA FROM LINHA-NOITE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-IX-NT.

       5200-IMPRIMIR-PROJECAO.
             WRITE REL-JOBSLA-LINHA FROM SPACES.
             MOVE 'PROJECAO DA PROXIMA NOITE:' TO REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA.
             ADD 2 TO WRK-LINHAS-PAGINA.

             MOVE SPACES TO LS-COMPLEMENTO.
             MOVE 'TEMPO MEDIO DA SUITE.............:' TO LS-ROTULO.
             MOVE WRK-DUR-MEDIA-SUITE TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LS-VALOR.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.

             MOVE 'TEMPO PROJETADO (TENDENCIA)......:' TO LS-ROTULO.
             MOVE WRK-DUR-PROJETADA TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LS-VALOR.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.

             MOVE 'INICIO (ULTIMA NOITE)............:' TO LS-ROTULO.
             MOVE TNT-INICIO-SEG(WRK-QT-NOITES) TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LS-VALOR.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.

             MOVE 'FIM PROJETADO....................:' TO LS-ROTULO.
             COMPUTE WRK-SEGUNDOS = TNT-INICIO-SEG(WRK-QT-NOITES)
                   + WRK-DUR-PROJETADA.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LS-VALOR.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.

             MOVE 'LIMITE DA JANELA.................:' TO LS-ROTULO.
             COMPUTE WRK-SEGUNDOS =
                   WRK-LIMITE-HH * 3600 + WRK-LIMITE-MM * 60.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LS-VALOR.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.

             IF WRK-FOLGA < ZEROS
                   MOVE 'ESTOURO PROJETADO................:'
                        TO LS-ROTULO
                   COMPUTE WRK-SEGUNDOS = WRK-FOLGA * -1
                   PERFORM 8500-FORMATAR-HORA
                   MOVE WRK-HMS TO LS-VALOR
                   MOVE '*ALERTA* SUITE PASSA DA JANELA'
                        TO LS-COMPLEMENTO
                   ADD 1 TO WRK-QT-ALERTAS
             ELSE
                   MOVE 'FOLGA PROJETADA..................:'
                        TO LS-ROTULO
                   MOVE WRK-FOLGA TO WRK-SEGUNDOS
                   PERFORM 8500-FORMATAR-HORA
                   MOVE WRK-HMS TO LS-VALOR
             END-IF.
             WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE.
             MOVE SPACES TO LS-COMPLEMENTO.

             IF WRK-FOLGA NOT < ZEROS AND WRK-INCLINACAO > ZEROS
                   COMPUTE WRK-NOITES-ATE-ESTOURO =
                         WRK-FOLGA / WRK-INCLINACAO
                         ON SIZE ERROR
                               MOVE 99999 TO WRK-NOITES-ATE-ESTOURO
                   END-COMPUTE
                   MOVE 'NOITES ATE ESTOURAR (TENDENCIA)..:'
                        TO LS-ROTULO
                   MOVE WRK-NOITES-ATE-ESTOURO TO WRK-NOITES-ED
                   MOVE WRK-NOITES-ED TO LS-VALOR
                   WRITE REL-JOBSLA-LINHA FROM LINHA-SUITE
             END-IF.
             ADD 7 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * PASSOS QUE TEM VOLUME NO CTRLCNT EM PELO MENOS 5 NOITES, COM O
      * QUADRADO DA CORRELACAO VOLUME X TEMPO; ACOMPANHA O VOLUME
      * QUANDO A CORRELACAO E POSITIVA E R2 CHEGA A 64%.
      *----------------------------------------------------------------
       6000-IMPRIMIR-VOLUME.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-JOBSLA-LINHA FROM SPACES.
             MOVE 'TEMPO X VOLUME (LIDOS NO CTRLCNT):'
                  TO REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA FROM LINHA-TITULO-VOLUME.
             ADD 3 TO WRK-LINHAS-PAGINA.
             MOVE ZEROS TO WRK-QT-VOLUME.
             MOVE 1 TO WRK-IX-PS.
             PERFORM 6100-CORRELACIONAR-PASSO
                   UNTIL WRK-IX-PS > WRK-QT-PASSOS.

       6100-CORRELACIONAR-PASSO.
             MOVE ZEROS TO WRK-QT-PARES.
             MOVE ZEROS TO WRK-SOMA-VOL.
             MOVE ZEROS TO WRK-SOMA-TMP.
             MOVE ZEROS TO WRK-SOMA-VOL-TMP.
             MOVE ZEROS TO WRK-SOMA-VOL-VOL.
             MOVE ZEROS TO WRK-SOMA-TMP-TMP.
             MOVE 1 TO WRK-IX-NT.
             PERFORM 6110-SOMAR-PAR
                   UNTIL WRK-IX-NT > WRK-QT-NOITES.
             IF WRK-QT-PARES NOT < 5
                   PERFORM 6200-IMPRIMIR-CORRELACAO
             END-IF.
             ADD 1 TO WRK-IX-PS.

       6110-SOMAR-PAR.
             IF TSL-RODOU(WRK-IX-PS, WRK-IX-NT) = 'S'
                   AND TSL-VOLUME(WRK-IX-PS, WRK-IX-NT) > ZEROS
                   ADD 1 TO WRK-QT-PARES
                   ADD TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                       TO WRK-SOMA-VOL
                   ADD TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                       TO WRK-SOMA-TMP
                   COMPUTE WRK-SOMA-VOL-TMP = WRK-SOMA-VOL-TMP
                         + TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                         * TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                   COMPUTE WRK-SOMA-VOL-VOL = WRK-SOMA-VOL-VOL
                         + TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                         * TSL-VOLUME(WRK-IX-PS, WRK-IX-NT)
                   COMPUTE WRK-SOMA-TMP-TMP = WRK-SOMA-TMP-TMP
                         + TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
                         * TSL-DURACAO(WRK-IX-PS, WRK-IX-NT)
             END-IF.
             ADD 1 TO WRK-IX-NT.

       6200-IMPRIMIR-CORRELACAO.
             COMPUTE WRK-COVARIANCIA =
                   WRK-QT-PARES * WRK-SOMA-VOL-TMP
                   - WRK-SOMA-VOL * WRK-SOMA-TMP.
             COMPUTE WRK-VARIANCIA-VOL =
                   WRK-QT-PARES * WRK-SOMA-VOL-VOL
                   - WRK-SOMA-VOL * WRK-SOMA-VOL.
             COMPUTE WRK-VARIANCIA-TMP =
                   WRK-QT-PARES * WRK-SOMA-TMP-TMP
                   - WRK-SOMA-TMP * WRK-SOMA-TMP.
             IF WRK-VARIANCIA-VOL > ZEROS AND WRK-VARIANCIA-TMP > ZEROS
                   COMPUTE WRK-R-QUADRADO ROUNDED =
                         (WRK-COVARIANCIA / WRK-VARIANCIA-VOL)
                         * (WRK-COVARIANCIA / WRK-VARIANCIA-TMP)
                         ON SIZE ERROR MOVE 1 TO WRK-R-QUADRADO
                   END-COMPUTE
             ELSE
                   MOVE ZEROS TO WRK-R-QUADRADO
             END-IF.
             COMPUTE WRK-VOL-MEDIO ROUNDED =
                   WRK-SOMA-VOL / WRK-QT-PARES.
             COMPUTE WRK-TMP-MEDIO ROUNDED =
                   WRK-SOMA-TMP / WRK-QT-PARES.

             PERFORM 8100-CONTROLAR-PAGINA.
             MOVE TSL-PASSO(WRK-IX-PS)    TO LV-PASSO.
             MOVE TSL-PROGRAMA(WRK-IX-PS) TO LV-PROGRAMA.
             MOVE WRK-QT-PARES  TO LV-NOITES.
             MOVE WRK-VOL-MEDIO TO LV-VOL-MEDIO.
             MOVE WRK-TMP-MEDIO TO WRK-SEGUNDOS.
             PERFORM 8500-FORMATAR-HORA.
             MOVE WRK-HMS TO LV-TMP-MEDIO.
             COMPUTE LV-R-QUADRADO ROUNDED = WRK-R-QUADRADO * 100.
             IF WRK-COVARIANCIA > ZEROS
                   AND WRK-R-QUADRADO NOT < 0,64
                   MOVE 'ACOMPANHA VOLUME' TO LV-VEREDITO
                   ADD 1 TO WRK-QT-VOLUME
             ELSE
                   MOVE SPACES TO LV-VEREDITO
             END-IF.
             WRITE REL-JOBSLA-LINHA FROM LINHA-VOLUME.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'DURACAO DA SUITE NOTURNA E JANELA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-JOBSLA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-JOBSLA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-JOBSLA-LINHA.
             WRITE REL-JOBSLA-LINHA.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

      *----------------------------------------------------------------
      * SEGUNDOS (DURACAO OU HORA DO DIA) PARA HH:MM:SS; HORA DO DIA
      * QUE PASSA DA MEIA-NOITE VOLTA PARA O DIA SEGUINTE.
      *----------------------------------------------------------------
       8500-FORMATAR-HORA.
             IF WRK-SEGUNDOS NOT < 86400
                   DIVIDE WRK-SEGUNDOS BY 86400 GIVING WRK-DIAS
                         REMAINDER WRK-RESTO
                   MOVE WRK-RESTO TO WRK-SEGUNDOS
             END-IF.
             DIVIDE WRK-SEGUNDOS BY 3600 GIVING WRK-HMS-HH
                   REMAINDER WRK-RESTO.
             DIVIDE WRK-RESTO BY 60 GIVING WRK-HMS-MM
                   REMAINDER WRK-HMS-SS.

       9000-ENCERRAR.
             DISPLAY 'DURACAO DA SUITE NOTURNA CONCLUIDA'.
             DISPLAY 'NOITES ANALISADAS.......: ' WRK-QT-NOITES.
             DISPLAY 'PASSOS MEDIDOS..........: ' WRK-QT-PASSOS.
             DISPLAY 'ALERTAS.................: ' WRK-QT-ALERTAS.
             DISPLAY 'PASSOS QUE SEGUEM VOLUME: ' WRK-QT-VOLUME.
             IF WRK-QT-EXCEDENTES > ZEROS
                   DISPLAY 'EVENTOS DE PASSOS ALEM DA TABELA (200), '
                           'IGNORADOS: ' WRK-QT-EXCEDENTES
             END-IF.

       END PROGRAM REL-JOBSLA.
