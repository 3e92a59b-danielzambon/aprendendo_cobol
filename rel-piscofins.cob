      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APURACAO MENSAL DE PIS E COFINS SOBRE A RECEITA -
      *          VENDAS, ARMAZENAGEM E MENSALIDADES - A PARTIR DO
      *          LEDGER PISCOFLD, COM BASE, TRIBUTO DEVIDO, CREDITOS E
      *          SALDO A RECOLHER, EM VEZ DA PLANILHA MONTADA SOBRE OS
      *          TOTAIS IMPRESSOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM); ENTRAM AS LINHAS DO
      * PISCOFLD CUJA DATA DA RECEITA (PQ-DATA) CAI NA COMPETENCIA,
      * SOMADAS POR ORIGEM; O ESTORNO DE VENDA SAI EM LINHA PROPRIA E
      * REDUZ A BASE E OS TRIBUTOS DEVIDOS.
      * CREDITOS: SO NO REGIME NAO CUMULATIVO VIGENTE NO PISCFG (LIDO
      * PELO CALC-PISCOFINS). A BASE DO CREDITO E O VALOR DAS ENTRADAS
      * DE MERCADORIA DA COMPETENCIA NO NFENTRAD (QTDE x VALOR
      * UNITARIO), AS MESMAS ALIQUOTAS DO DEBITO. NO REGIME CUMULATIVO
      * NAO HA CREDITO.
      * SALDO NEGATIVO NA LINHA A RECOLHER E CREDITO A TRANSPORTAR PARA
      * A COMPETENCIA SEGUINTE (CONTROLADO FORA DO SISTEMA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-PISCOFINS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIS-COFINS-LEDGER ASSIGN TO 'PISCOFLD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PISCOF.

           SELECT NOTA-ENTRADA ASSIGN TO 'NFENTRAD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTA.

           SELECT REL-PISCOFINS-OUT ASSIGN TO 'RELPISCO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PIS-COFINS-LEDGER.
       COPY piscofl.

       FD  NOTA-ENTRADA.
       COPY nfentr.

       FD  REL-PISCOFINS-OUT.
       01  REL-PISCOFINS-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PISCOF    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PQ-SW    PIC X(01) VALUE 'N'.
         88 FIM-PISCOFINS       VALUE 'S'.
       77 WRK-EOF-NOT-SW   PIC X(01) VALUE 'N'.
         88 FIM-NOTAS-ENTRADA   VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-LIDA    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA-R REDEFINES WRK-DATA-LIDA.
          05 WRK-LIDA-ANO-MES PIC 9(06).
          05 WRK-LIDA-DIA     PIC 9(02).

      *----------------------------------------------------------------
      * TOTAIS POR ORIGEM: 1 VENDAS, 2 ESTORNOS DE VENDAS (SUBTRAEM),
      * 3 ARMAZENAGEM, 4 MENSALIDADES.
      *----------------------------------------------------------------
       01 TABELA-ORIGENS-INIC.
          05 FILLER PIC X(22) VALUE 'VENDAS'.
          05 FILLER PIC X(22) VALUE '(-) ESTORNOS DE VENDAS'.
          05 FILLER PIC X(22) VALUE 'ARMAZENAGEM'.
          05 FILLER PIC X(22) VALUE 'MENSALIDADES'.
       01 TABELA-ORIGENS-DESC REDEFINES TABELA-ORIGENS-INIC.
          05 TOD-DESCRICAO OCCURS 4 TIMES PIC X(22).

       01 TABELA-ORIGENS.
          05 TO-DET OCCURS 4 TIMES.
             10 TO-QTDE        PIC 9(05).
             10 TO-BASE        PIC 9(12)V99.
             10 TO-PIS         PIC 9(10)V99.
             10 TO-COFINS      PIC 9(10)V99.
       77 WRK-IX-ORI       PIC 9(01) VALUE ZEROS.

       77 WRK-QT-LIDAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APURADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-DEVIDA  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-PIS-DEVIDO   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-COFINS-DEVIDA PIC S9(10)V99 VALUE ZEROS.

       77 WRK-QT-ENTRADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-CREDITO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-PIS-CREDITO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-COFINS-CREDITO PIC 9(10)V99 VALUE ZEROS.

       77 WRK-PIS-RECOLHER PIC S9(10)V99 VALUE ZEROS.
       77 WRK-COFINS-RECOLHER PIC S9(10)V99 VALUE ZEROS.

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 PS-PARM.
          05 PS-BASE            PIC 9(10)V99.
          05 PS-PIS             PIC 9(08)V99.
          05 PS-COFINS          PIC 9(08)V99.
          05 PS-REGIME          PIC X(01).
             88 PS-NAO-CUMULATIVO  VALUE 'N'.
          05 PS-ALIQ-PIS        PIC 9(01)V9(04).
          05 PS-ALIQ-COFINS     PIC 9(01)V9(04).
          05 PS-RETORNO         PIC X(01).
             88 PS-OK              VALUE '0'.
             88 PS-SEM-PARAMETRO   VALUE '1'.

       01  LINHA-REGIME.
           05 FILLER          PIC X(08) VALUE 'REGIME: '.
           05 LR-REGIME       PIC X(30).
           05 FILLER          PIC X(10) VALUE 'ALIQ. PIS '.
           05 LR-ALIQ-PIS     PIC 9,9999.
           05 FILLER          PIC X(10) VALUE '%  COFINS '.
           05 LR-ALIQ-COFINS  PIC 9,9999.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(24) VALUE 'DESCRICAO'.
           05 FILLER          PIC X(05) VALUE ' QTDE'.
           05 FILLER          PIC X(18) VALUE '   BASE DE CALCULO'.
           05 FILLER          PIC X(16) VALUE '             PIS'.
           05 FILLER          PIC X(16) VALUE '          COFINS'.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-DESCRICAO    PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-BASE         PIC --.---.---.--9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-PIS          PIC ---.---.--9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-COFINS       PIC ---.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-SALDO.
           05 LS-DESCRICAO    PIC X(22).
           05 FILLER          PIC X(27) VALUE SPACES.
           05 LS-PIS          PIC ---.---.--9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LS-COFINS       PIC ---.---.--9,99.
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-MENSAGEM.
           05 LM-TEXTO        PIC X(80).

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-PQ-SW.
             MOVE 'N' TO WRK-EOF-NOT-SW.
             MOVE ZEROS TO WRK-QT-LIDAS.
             MOVE ZEROS TO WRK-QT-APURADAS.
             MOVE ZEROS TO WRK-QT-ENTRADAS.
             MOVE ZEROS TO WRK-BASE-CREDITO.
             MOVE ZEROS TO WRK-PIS-CREDITO.
             MOVE ZEROS TO WRK-COFINS-CREDITO.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE 1 TO WRK-IX-ORI.
             PERFORM 0100-ZERAR-ORIGEM UNTIL WRK-IX-ORI > 4.

             DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             MOVE ZEROS TO PS-BASE.
             CALL 'CALC-PISCOFINS' USING PS-PARM.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-PISCOFINS.
             PERFORM 2000-ACUMULAR UNTIL FIM-PISCOFINS.
             IF PS-OK AND PS-NAO-CUMULATIVO
                   PERFORM 2500-APURAR-CREDITOS
             END-IF.
             PERFORM 3000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-ZERAR-ORIGEM.
             MOVE ZEROS TO TO-QTDE(WRK-IX-ORI).
             MOVE ZEROS TO TO-BASE(WRK-IX-ORI).
             MOVE ZEROS TO TO-PIS(WRK-IX-ORI).
             MOVE ZEROS TO TO-COFINS(WRK-IX-ORI).
             ADD 1 TO WRK-IX-ORI.

       1000-ABRIR.
             OPEN INPUT PIS-COFINS-LEDGER.
             MOVE WRK-FS-PISCOF TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-PQ-SW
                   DISPLAY 'LEDGER PISCOFLD INEXISTENTE, NADA A '
                           'APURAR'
             END-IF.
             OPEN OUTPUT REL-PISCOFINS-OUT.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       1100-LER-PISCOFINS.
             IF NOT FIM-PISCOFINS
                   READ PIS-COFINS-LEDGER
                         AT END MOVE 'S' TO WRK-EOF-PQ-SW
                   END-READ
             END-IF.

       2000-ACUMULAR.
             ADD 1 TO WRK-QT-LIDAS.
             MOVE PQ-DATA TO WRK-DATA-LIDA.
             IF WRK-LIDA-ANO-MES = WRK-COMPETENCIA
                   MOVE ZEROS TO WRK-IX-ORI
                   EVALUATE TRUE
                         WHEN PQ-DE-VENDA AND PQ-E-ESTORNO
                               MOVE 2 TO WRK-IX-ORI
                         WHEN PQ-DE-VENDA
                               MOVE 1 TO WRK-IX-ORI
                         WHEN PQ-DE-ARMAZENAGEM
                               MOVE 3 TO WRK-IX-ORI
                         WHEN PQ-DE-MENSALIDADE
                               MOVE 4 TO WRK-IX-ORI
                         WHEN OTHER
                               DISPLAY 'ORIGEM DESCONHECIDA NO '
                                       'PISCOFLD: ' PQ-ORIGEM
                   END-EVALUATE
                   IF WRK-IX-ORI > ZEROS
                         ADD 1         TO TO-QTDE(WRK-IX-ORI)
                         ADD PQ-BASE   TO TO-BASE(WRK-IX-ORI)
                         ADD PQ-PIS    TO TO-PIS(WRK-IX-ORI)
                         ADD PQ-COFINS TO TO-COFINS(WRK-IX-ORI)
                         ADD 1 TO WRK-QT-APURADAS
                   END-IF
             END-IF.
             PERFORM 1100-LER-PISCOFINS.

      *----------------------------------------------------------------
      * CREDITO DO REGIME NAO CUMULATIVO SOBRE AS ENTRADAS DE
      * MERCADORIA DA COMPETENCIA (NFENTRAD DO RECEBE-COMPRA).
      *----------------------------------------------------------------
       2500-APURAR-CREDITOS.
             OPEN INPUT NOTA-ENTRADA.
             MOVE WRK-FS-NOTA TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 2510-LER-NOTA-ENTRADA
                   PERFORM 2520-SOMAR-ENTRADA
                         UNTIL FIM-NOTAS-ENTRADA
                   CLOSE NOTA-ENTRADA
             END-IF.
             COMPUTE WRK-PIS-CREDITO ROUNDED =
                   WRK-BASE-CREDITO * PS-ALIQ-PIS / 100.
             COMPUTE WRK-COFINS-CREDITO ROUNDED =
                   WRK-BASE-CREDITO * PS-ALIQ-COFINS / 100.

       2510-LER-NOTA-ENTRADA.
             READ NOTA-ENTRADA
                   AT END MOVE 'S' TO WRK-EOF-NOT-SW
             END-READ.

       2520-SOMAR-ENTRADA.
             MOVE NE-DATA TO WRK-DATA-LIDA.
             IF WRK-LIDA-ANO-MES = WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-ENTRADAS
                   COMPUTE WRK-BASE-CREDITO = WRK-BASE-CREDITO
                         + NE-QTDE * NE-VALOR-UNIT
             END-IF.
             PERFORM 2510-LER-NOTA-ENTRADA.

       3000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE 1 TO WRK-IX-ORI.
             PERFORM 3100-IMPRIMIR-ORIGEM UNTIL WRK-IX-ORI > 4.

             COMPUTE WRK-BASE-DEVIDA = TO-BASE(1) - TO-BASE(2)
                   + TO-BASE(3) + TO-BASE(4).
             COMPUTE WRK-PIS-DEVIDO = TO-PIS(1) - TO-PIS(2)
                   + TO-PIS(3) + TO-PIS(4).
             COMPUTE WRK-COFINS-DEVIDA = TO-COFINS(1) - TO-COFINS(2)
                   + TO-COFINS(3) + TO-COFINS(4).
             MOVE ALL '-' TO REL-PISCOFINS-LINHA.
             WRITE REL-PISCOFINS-LINHA.
             MOVE 'TRIBUTO DEVIDO'  TO LD-DESCRICAO.
             MOVE WRK-QT-APURADAS   TO LD-QTDE.
             MOVE WRK-BASE-DEVIDA   TO LD-BASE.
             MOVE WRK-PIS-DEVIDO    TO LD-PIS.
             MOVE WRK-COFINS-DEVIDA TO LD-COFINS.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-DETALHE.

             WRITE REL-PISCOFINS-LINHA FROM SPACES.
             IF PS-OK AND PS-NAO-CUMULATIVO
                   MOVE '(-) CREDITOS ENTRADAS' TO LD-DESCRICAO
                   MOVE WRK-QT-ENTRADAS    TO LD-QTDE
                   MOVE WRK-BASE-CREDITO   TO LD-BASE
                   MOVE WRK-PIS-CREDITO    TO LD-PIS
                   MOVE WRK-COFINS-CREDITO TO LD-COFINS
                   WRITE REL-PISCOFINS-LINHA FROM LINHA-DETALHE
             ELSE
                   MOVE 'REGIME CUMULATIVO: SEM DIREITO A CREDITO '
                        TO LM-TEXTO
                   WRITE REL-PISCOFINS-LINHA FROM LINHA-MENSAGEM
             END-IF.

             COMPUTE WRK-PIS-RECOLHER =
                   WRK-PIS-DEVIDO - WRK-PIS-CREDITO.
             COMPUTE WRK-COFINS-RECOLHER =
                   WRK-COFINS-DEVIDA - WRK-COFINS-CREDITO.
             MOVE ALL '-' TO REL-PISCOFINS-LINHA.
             WRITE REL-PISCOFINS-LINHA.
             MOVE 'SALDO A RECOLHER'  TO LS-DESCRICAO.
             MOVE WRK-PIS-RECOLHER    TO LS-PIS.
             MOVE WRK-COFINS-RECOLHER TO LS-COFINS.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-SALDO.
             IF WRK-PIS-RECOLHER < ZEROS
                   OR WRK-COFINS-RECOLHER < ZEROS
                   MOVE 'SALDO NEGATIVO = CREDITO A TRANSPORTAR PARA '
                        TO LM-TEXTO
                   MOVE 'A COMPETENCIA SEGUINTE' TO LM-TEXTO(45:22)
                   WRITE REL-PISCOFINS-LINHA FROM LINHA-MENSAGEM
             END-IF.

       3100-IMPRIMIR-ORIGEM.
             MOVE TOD-DESCRICAO(WRK-IX-ORI) TO LD-DESCRICAO.
             MOVE TO-QTDE(WRK-IX-ORI)   TO LD-QTDE.
             MOVE TO-BASE(WRK-IX-ORI)   TO LD-BASE.
             MOVE TO-PIS(WRK-IX-ORI)    TO LD-PIS.
             MOVE TO-COFINS(WRK-IX-ORI) TO LD-COFINS.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-IX-ORI.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'APURACAO MENSAL DE PIS E COFINS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PISCOFINS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-PISCOFINS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO LM-TEXTO.
             STRING 'COMPETENCIA: ' WRK-COMPETENCIA(5:2) '/'
                   WRK-COMPETENCIA(1:4)
                   DELIMITED BY SIZE INTO LM-TEXTO.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-MENSAGEM.
             EVALUATE TRUE
                   WHEN PS-SEM-PARAMETRO
                         MOVE 'SEM PARAMETRO PISCFG' TO LR-REGIME
                   WHEN PS-NAO-CUMULATIVO
                         MOVE 'NAO CUMULATIVO' TO LR-REGIME
                   WHEN OTHER
                         MOVE 'CUMULATIVO' TO LR-REGIME
             END-EVALUATE.
             MOVE PS-ALIQ-PIS    TO LR-ALIQ-PIS.
             MOVE PS-ALIQ-COFINS TO LR-ALIQ-COFINS.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-REGIME.
             WRITE REL-PISCOFINS-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-PISCOFINS-LINHA.
             WRITE REL-PISCOFINS-LINHA.

       9000-ENCERRAR.
             WRITE REL-PISCOFINS-LINHA FROM RPT-RODAPE-PADRAO.
             IF WRK-FS-PISCOF NOT = '35'
                   CLOSE PIS-COFINS-LEDGER
             END-IF.
             CLOSE REL-PISCOFINS-OUT.
             DISPLAY 'APURACAO DE PIS/COFINS CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'LINHAS DO LEDGER LIDAS..: ' WRK-QT-LIDAS.
             DISPLAY 'LINHAS APURADAS.........: ' WRK-QT-APURADAS.
             DISPLAY 'PIS A RECOLHER..........: ' WRK-PIS-RECOLHER.
             DISPLAY 'COFINS A RECOLHER.......: ' WRK-COFINS-RECOLHER.

       END PROGRAM REL-PISCOFINS.
