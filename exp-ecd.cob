      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: EXPORTACAO ANUAL DA ESCRITURACAO CONTABIL DIGITAL
      *          (SPED CONTABIL - ECD) A PARTIR DO PLANO DE CONTAS
      *          (PLANOCTA), DOS SALDOS MENSAIS DO CONTAB-FECHA-MES
      *          (SALDOMES) E DO DIARIO LANCTOS, PARA O CONTADOR NAO
      *          REMONTAR O ANO INTEIRO EM OUTRA FERRAMENTA. ANTES DE
      *          GRAVAR O ARQUIVO ECDEXP VALIDA QUE TODO LANCAMENTO DO
      *          ANO FECHA DEBITO = CREDITO E QUE TODA PARTIDA CAI EM
      *          CONTA ANALITICA DO PLANO; COM QUALQUER ERRO O ARQUIVO
      *          NAO E GERADO E O RELATORIO RELECD LISTA OS ERROS. COM
      *          O ARQUIVO GERADO O RELECD TRAZ O RESUMO DE QUANTIDADES
      *          E VALORES POR REGISTRO E POR BLOCO PARA O VISTO DO
      *          CONTADOR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * REGISTROS GERADOS (DELIMITADOS POR '|', DATAS DDMMAAAA E
      * VALORES COM VIRGULA DECIMAL):
      *   BLOCO 0: 0000 (EMPRESA DO PARAMETRO NFECFG), 0001, 0990
      *   BLOCO I: I001, I010 (ESCRITURACAO G), I050 (PLANO COM A
      *            HIERARQUIA S/A: SINTETICA NIVEL 1, ANALITICA NIVEL
      *            2 SOB A CENTENA, COMO NO BALANCETE DO
      *            CONTAB-DIARIO), I150/I155 (SALDOS MENSAIS DO
      *            SALDOMES), I200/I250 (LANCAMENTOS E PARTIDAS DO
      *            LANCTOS), I990
      *   BLOCO J: J001 SEM DADOS E J990 (AS DEMONSTRACOES E OS TERMOS
      *            SAO PREENCHIDOS PELO CONTADOR NO PROGRAMA DA RFB)
      *   BLOCO 9: 9001, 9900 POR REGISTRO, 9990 E 9999
      * O LANCTOS GUARDA PARTIDAS SOLTAS: O LANCAMENTO E A SEQUENCIA
      * DE PARTIDAS DE MESMA DATA E ORIGEM ATE OS DEBITOS IGUALAREM OS
      * CREDITOS (E ASSIM QUE OS GRAVADORES DO DIARIO AS ESCREVEM);
      * MUDAR DE DATA OU ORIGEM COM O LANCAMENTO ABERTO E DESBALANCO.
      * LIMITES: 100 CONTAS NO PLANO E 100 PARTIDAS POR LANCAMENTO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FD DO LANCTOS ACOMPANHA O LC-EXECUCAO NOVO
      *                 (RODADA DE LOTE DO CTRL-EXECUCAO).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-ECD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-CONFIG ASSIGN TO 'NFECFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PLANO.

           SELECT SALDO-MENSAL ASSIGN TO 'SALDOMES'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SALDO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT ECD-EXPORT ASSIGN TO 'ECDEXP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-EXPORT.

           SELECT REL-ECD ASSIGN TO 'RELECD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  NFE-CONFIG.
       COPY nfecfg.

       FD  PLANO-CONTAS.
       01  PLANO-CONTAS-REC.
           05 PC-CONTA         PIC 9(04).
           05 PC-DESCRICAO     PIC X(30).
           05 PC-SINTETICA     PIC X(01).

       FD  SALDO-MENSAL.
       01  SALDO-MENSAL-REC.
           05 SM-COMPETENCIA   PIC 9(06).
           05 SM-CONTA         PIC 9(04).
           05 SM-SALDO-INICIAL PIC S9(12)V99.
           05 SM-DEBITOS       PIC 9(12)V99.
           05 SM-CREDITOS      PIC 9(12)V99.
           05 SM-SALDO-FINAL   PIC S9(12)V99.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  ECD-EXPORT.
       01  ECD-EXPORT-LINHA    PIC X(250).

       FD  REL-ECD.
       01  REL-ECD-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-PLANO     PIC X(02) VALUE '00'.
       77 WRK-FS-SALDO     PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORT    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PLA-SW   PIC X(01) VALUE 'N'.
         88 FIM-PLANO           VALUE 'S'.
       77 WRK-EOF-SAL-SW   PIC X(01) VALUE 'N'.
         88 FIM-SALDOS          VALUE 'S'.
       77 WRK-EOF-DIA-SW   PIC X(01) VALUE 'N'.
         88 FIM-DIARIO          VALUE 'S'.
       77 WRK-CONFIG-SW    PIC X(01) VALUE 'N'.
         88 CONFIG-VALIDA       VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 CONTA-ACHADA        VALUE 'S'.
       77 WRK-TROCOU-SW    PIC X(01) VALUE 'N'.
         88 HOUVE-TROCA         VALUE 'S'.
       77 WRK-MES-SW       PIC X(01) VALUE 'N'.
         88 MES-ABERTO          VALUE 'S'.
       77 WRK-TAB-CHEIA-SW PIC X(01) VALUE 'N'.
         88 TABELA-TRANSBORDOU  VALUE 'S'.

       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4      PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-100    PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-400    PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-DIAS-MES.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TABELA-DIAS-MES-R REDEFINES TABELA-DIAS-MES.
          05 TD-DIAS        PIC 9(02) OCCURS 12 TIMES.
       77 WRK-ULTIMO-DIA   PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * DATA DO ECD (DDMMAAAA) MONTADA A PARTIR DE AAAAMMDD.
      *----------------------------------------------------------------
       01 WRK-DATA-BRUTA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-BRUTA-R REDEFINES WRK-DATA-BRUTA.
          05 WRK-DB-ANO    PIC X(04).
          05 WRK-DB-MES    PIC X(02).
          05 WRK-DB-DIA    PIC X(02).
       77 WRK-DATA-ECD     PIC X(08) VALUE SPACES.
       77 WRK-DATA-INI     PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM     PIC X(08) VALUE SPACES.

       01 TABELA-PLANO.
          05 TP-DET OCCURS 100 TIMES INDEXED BY IX-TP.
             10 TP-CONTA       PIC 9(04).
             10 TP-DESCRICAO   PIC X(30).
             10 TP-SINTETICA   PIC X(01).
       77 WRK-QT-CONTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ORD       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PROX      PIC 9(03) VALUE ZEROS.
       01 WRK-TROCA-PLANO  PIC X(35) VALUE SPACES.
       77 WRK-CONTA        PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-SUP    PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO-CONTA   PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------
      * LANCAMENTO EM MONTAGEM: PARTIDAS DE MESMA DATA E ORIGEM ATE OS
      * DEBITOS FECHAREM COM OS CREDITOS.
      *----------------------------------------------------------------
       77 WRK-LANC-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-LANC-ORIGEM  PIC X(08) VALUE SPACES.
       77 WRK-LANC-DEBITO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LANC-CREDITO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QT-PARTIDAS  PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-LANC     PIC 9(07) VALUE ZEROS.
       01 TABELA-PARTIDAS.
          05 TL-DET OCCURS 100 TIMES INDEXED BY IX-TL.
             10 TL-CONTA       PIC 9(04).
             10 TL-NATUREZA    PIC X(01).
             10 TL-VALOR       PIC 9(10)V99.

       77 WRK-QT-ERROS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PARTIDAS-ANO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LANC-ANO  PIC 9(07) VALUE ZEROS.
       77 WRK-MSG-ERRO     PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      * TOTAIS POR REGISTRO PARA O BLOCO 9 E O RESUMO DO CONTADOR.
      *----------------------------------------------------------------
       01 TABELA-REG-CODIGOS.
          05 FILLER PIC X(36) VALUE
             '000000010990I001I010I050I150I155I200'.
          05 FILLER PIC X(32) VALUE
             'I250I990J001J9909001990099909999'.
       01 TABELA-REG-CODIGOS-R REDEFINES TABELA-REG-CODIGOS.
          05 TR-CODIGO      PIC X(04) OCCURS 17 TIMES.
       01 TABELA-REG-TOTAIS.
          05 TR-DET OCCURS 17 TIMES INDEXED BY IX-TR.
             10 TR-QTDE        PIC 9(07).
             10 TR-DEBITOS     PIC 9(14)V99.
             10 TR-CREDITOS    PIC 9(14)V99.
       77 WRK-QT-TIPOS-REG PIC 9(02) VALUE ZEROS.
       77 WRK-IX-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-REG-CODIGO   PIC X(04) VALUE SPACES.
       77 WRK-REG-DEBITO   PIC 9(14)V99 VALUE ZEROS.
       77 WRK-REG-CREDITO  PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QT-BLOCO     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LINHAS-ECD PIC 9(07) VALUE ZEROS.
       77 WRK-BLOCO-ATUAL  PIC X(01) VALUE SPACES.
       77 WRK-BLOCO-QTDE   PIC 9(07) VALUE ZEROS.
       77 WRK-BLOCO-DEBITOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-BLOCO-CREDITOS PIC 9(14)V99 VALUE ZEROS.

       77 WRK-LINHA-ECD    PIC X(250) VALUE SPACES.

      *----------------------------------------------------------------
      * VALORES NO PADRAO DO ECD: SEM ZEROS A ESQUERDA, VIRGULA
      * DECIMAL E SEM SEPARADOR DE MILHAR.
      *----------------------------------------------------------------
       01 WRK-VLR-NUM      PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VLR-ED       PIC Z(13)9,99.
       77 WRK-INT-NUM      PIC 9(07) VALUE ZEROS.
       77 WRK-INT-ED       PIC Z(06)9.
       77 WRK-QT-BRANCOS   PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-TXT      PIC X(20) VALUE SPACES.
       77 WRK-TXT-1        PIC X(20) VALUE SPACES.
       77 WRK-TXT-2        PIC X(20) VALUE SPACES.
       77 WRK-TXT-3        PIC X(20) VALUE SPACES.
       77 WRK-TXT-4        PIC X(20) VALUE SPACES.
       77 WRK-DC-INI       PIC X(01) VALUE SPACES.
       77 WRK-DC-FIM       PIC X(01) VALUE SPACES.
       77 WRK-SALDO-SINAL  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-COD-NAT      PIC X(02) VALUE SPACES.
       77 WRK-NIVEL        PIC X(01) VALUE SPACES.
       77 WRK-CTA-SUP-TXT  PIC X(04) VALUE SPACES.

       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.

       01  LINHA-RESUMO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-REGISTRO     PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-QTDE         PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-DEBITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-CREDITOS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(17) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-PLA-SW.
             MOVE 'N' TO WRK-EOF-DIA-SW.
             MOVE 'N' TO WRK-TAB-CHEIA-SW.
             MOVE ZEROS TO WRK-QT-CONTAS.
             MOVE ZEROS TO WRK-QT-ERROS.
             MOVE ZEROS TO WRK-QT-LINHAS-ECD.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'ANO DA ESCRITURACAO (AAAA): '
             ACCEPT WRK-ANO.
             IF WRK-ANO IS NOT NUMERIC OR WRK-ANO < 2000
                   DISPLAY 'ANO INVALIDO, EXPORTACAO ABORTADA'
                   GOBACK
             END-IF.
             PERFORM 0400-VERIFICAR-BISSEXTO.

             PERFORM 0500-LER-CONFIG.
             IF NOT CONFIG-VALIDA
                   DISPLAY 'PARAMETRO DA EMPRESA (NFECFG) AUSENTE OU '
                           'INVALIDO, EXPORTACAO ABORTADA'
                   GOBACK
             END-IF.
             PERFORM 0600-CARREGAR-PLANO.
             IF TABELA-TRANSBORDOU
                   DISPLAY 'PLANOCTA PASSOU DE 100 CONTAS, '
                           'EXPORTACAO ABORTADA (AMPLIAR A TABELA)'
                   GOBACK
             END-IF.
             IF WRK-QT-CONTAS = ZEROS
                   DISPLAY 'PLANO DE CONTAS (PLANOCTA) AUSENTE OU '
                           'VAZIO, EXPORTACAO ABORTADA'
                   GOBACK
             END-IF.
             PERFORM 0700-ORDENAR-PLANO.

             OPEN OUTPUT REL-ECD.
             PERFORM 8000-CABECALHO.
             PERFORM 1000-VALIDAR-DIARIO.
             IF WRK-QT-ERROS > ZEROS
                   WRITE REL-ECD-LINHA FROM SPACES
                   MOVE SPACES TO REL-ECD-LINHA
                   STRING 'ESCRITURACAO COM ERROS - '
                          'ARQUIVO ECD NAO GERADO'
                         DELIMITED BY SIZE INTO REL-ECD-LINHA
                   WRITE REL-ECD-LINHA
                   PERFORM 9000-ENCERRAR
                   GOBACK
             END-IF.

             OPEN OUTPUT ECD-EXPORT.
             PERFORM 0800-ZERAR-TOTAIS.
             PERFORM 2000-GERAR-BLOCO-0.
             PERFORM 3000-GERAR-BLOCO-I.
             PERFORM 4000-GERAR-BLOCO-J.
             PERFORM 5000-GERAR-BLOCO-9.
             CLOSE ECD-EXPORT.
             PERFORM 6000-IMPRIMIR-RESUMO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0400-VERIFICAR-BISSEXTO.
             DIVIDE WRK-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4.
             DIVIDE WRK-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100.
             DIVIDE WRK-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400.
             IF WRK-RESTO-4 = ZEROS
                   AND (WRK-RESTO-100 NOT = ZEROS
                        OR WRK-RESTO-400 = ZEROS)
                   MOVE 29 TO TD-DIAS(2)
             END-IF.

       0500-LER-CONFIG.
             MOVE 'N' TO WRK-CONFIG-SW.
             OPEN INPUT NFE-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ NFE-CONFIG
                         AT END CONTINUE
                         NOT AT END
                               IF NE-CNPJ IS NUMERIC
                                     AND NE-CNPJ > ZEROS
                                     AND NE-MUNICIPIO IS NUMERIC
                                     MOVE 'S' TO WRK-CONFIG-SW
                               END-IF
                   END-READ
                   CLOSE NFE-CONFIG
             END-IF.

       0600-CARREGAR-PLANO.
             OPEN INPUT PLANO-CONTAS.
             MOVE WRK-FS-PLANO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0610-LER-CONTA
                   PERFORM 0620-GUARDAR-CONTA UNTIL FIM-PLANO
                   CLOSE PLANO-CONTAS
             ELSE
                   MOVE 'S' TO WRK-EOF-PLA-SW
             END-IF.

       0610-LER-CONTA.
             READ PLANO-CONTAS
                   AT END MOVE 'S' TO WRK-EOF-PLA-SW
             END-READ.

       0620-GUARDAR-CONTA.
             IF WRK-QT-CONTAS >= 100
                   MOVE 'S' TO WRK-TAB-CHEIA-SW
             ELSE
                   ADD 1 TO WRK-QT-CONTAS
                   SET IX-TP TO WRK-QT-CONTAS
                   MOVE PC-CONTA     TO TP-CONTA(IX-TP)
                   MOVE PC-DESCRICAO TO TP-DESCRICAO(IX-TP)
                   IF PC-SINTETICA = 'S'
                         MOVE 'S' TO TP-SINTETICA(IX-TP)
                   ELSE
                         MOVE 'A' TO TP-SINTETICA(IX-TP)
                   END-IF
             END-IF.
             PERFORM 0610-LER-CONTA.

      *----------------------------------------------------------------
      * O I050 EXIGE A CONTA SUPERIOR ANTES DAS SUAS ANALITICAS: O
      * PLANO E ORDENADO PELO NUMERO DA CONTA (A CENTENA SINTETICA
      * 1100 VEM ANTES DE 1101, 1102, ...).
      *----------------------------------------------------------------
       0700-ORDENAR-PLANO.
             MOVE 'S' TO WRK-TROCOU-SW.
             PERFORM 0710-PASSAR-PLANO UNTIL NOT HOUVE-TROCA.

       0710-PASSAR-PLANO.
             MOVE 'N' TO WRK-TROCOU-SW.
             MOVE 1 TO WRK-IX-ORD.
             PERFORM 0720-COMPARAR-VIZINHAS
                   UNTIL WRK-IX-ORD >= WRK-QT-CONTAS.

       0720-COMPARAR-VIZINHAS.
             COMPUTE WRK-IX-PROX = WRK-IX-ORD + 1.
             IF TP-CONTA(WRK-IX-ORD) > TP-CONTA(WRK-IX-PROX)
                   MOVE TP-DET(WRK-IX-ORD)  TO WRK-TROCA-PLANO
                   MOVE TP-DET(WRK-IX-PROX) TO TP-DET(WRK-IX-ORD)
                   MOVE WRK-TROCA-PLANO     TO TP-DET(WRK-IX-PROX)
                   MOVE 'S' TO WRK-TROCOU-SW
             END-IF.
             ADD 1 TO WRK-IX-ORD.

       0800-ZERAR-TOTAIS.
             SET IX-TR TO 1.
             PERFORM 0810-ZERAR-REGISTRO UNTIL IX-TR > 17.

       0810-ZERAR-REGISTRO.
             MOVE ZEROS TO TR-QTDE(IX-TR).
             MOVE ZEROS TO TR-DEBITOS(IX-TR).
             MOVE ZEROS TO TR-CREDITOS(IX-TR).
             SET IX-TR UP BY 1.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA NO DIARIO: SO CONFERE, NADA E GRAVADO.
      *----------------------------------------------------------------
       1000-VALIDAR-DIARIO.
             MOVE ZEROS TO WRK-QT-PARTIDAS-ANO.
             MOVE ZEROS TO WRK-QT-LANC-ANO.
             MOVE ZEROS TO WRK-QT-PARTIDAS.
             MOVE ZEROS TO WRK-LANC-DEBITO.
             MOVE ZEROS TO WRK-LANC-CREDITO.
             MOVE 'N' TO WRK-EOF-DIA-SW.
             OPEN INPUT DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'DIARIO LANCTOS INEXISTENTE' TO WRK-MSG-ERRO
                   PERFORM 1900-REGISTRAR-ERRO
             ELSE
                   PERFORM 1100-LER-LANCTO
                   PERFORM 1200-CONFERIR-PARTIDA UNTIL FIM-DIARIO
                   CLOSE DIARIO-LANCTOS
                   IF WRK-QT-PARTIDAS > ZEROS
                         PERFORM 1400-ERRO-DESBALANCO
                   END-IF
             END-IF.

       1100-LER-LANCTO.
             READ DIARIO-LANCTOS
                   AT END MOVE 'S' TO WRK-EOF-DIA-SW
             END-READ.

       1200-CONFERIR-PARTIDA.
             IF LC-DATA(1:4) = WRK-ANO
                   ADD 1 TO WRK-QT-PARTIDAS-ANO
                   IF WRK-QT-PARTIDAS > ZEROS
                         AND (LC-DATA NOT = WRK-LANC-DATA
                              OR LC-ORIGEM NOT = WRK-LANC-ORIGEM)
                         PERFORM 1400-ERRO-DESBALANCO
                   END-IF
                   PERFORM 1300-CONFERIR-CONTA
                   IF WRK-QT-PARTIDAS = ZEROS
                         MOVE LC-DATA   TO WRK-LANC-DATA
                         MOVE LC-ORIGEM TO WRK-LANC-ORIGEM
                   END-IF
                   ADD 1 TO WRK-QT-PARTIDAS
                   IF WRK-QT-PARTIDAS = 101
                         MOVE SPACES TO WRK-MSG-ERRO
                         STRING 'LANCAMENTO ' LC-ORIGEM ' DE '
                                LC-DATA ' COM MAIS DE 100 PARTIDAS'
                               DELIMITED BY SIZE INTO WRK-MSG-ERRO
                         PERFORM 1900-REGISTRAR-ERRO
                   END-IF
                   EVALUATE LC-NATUREZA
                         WHEN 'D'
                               ADD LC-VALOR TO WRK-LANC-DEBITO
                         WHEN 'C'
                               ADD LC-VALOR TO WRK-LANC-CREDITO
                         WHEN OTHER
                               MOVE SPACES TO WRK-MSG-ERRO
                               STRING 'PARTIDA ' LC-ORIGEM ' DE '
                                      LC-DATA ' CONTA ' LC-CONTA
                                      ' SEM NATUREZA D/C'
                                     DELIMITED BY SIZE
                                     INTO WRK-MSG-ERRO
                               PERFORM 1900-REGISTRAR-ERRO
                   END-EVALUATE
                   IF WRK-LANC-DEBITO = WRK-LANC-CREDITO
                         ADD 1 TO WRK-QT-LANC-ANO
                         PERFORM 1500-FECHAR-LANCAMENTO
                   END-IF
             END-IF.
             PERFORM 1100-LER-LANCTO.

       1300-CONFERIR-CONTA.
             MOVE LC-CONTA TO WRK-CONTA.
             PERFORM 7000-LOCALIZAR-CONTA.
             IF NOT CONTA-ACHADA
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'PARTIDA ' LC-ORIGEM ' DE ' LC-DATA
                          ' CONTA ' LC-CONTA ' FORA DO PLANO'
                         DELIMITED BY SIZE INTO WRK-MSG-ERRO
                   PERFORM 1900-REGISTRAR-ERRO
             ELSE
                   IF TP-SINTETICA(IX-TP) = 'S'
                         MOVE SPACES TO WRK-MSG-ERRO
                         STRING 'PARTIDA ' LC-ORIGEM ' DE ' LC-DATA
                                ' CONTA ' LC-CONTA
                                ' SINTETICA (NAO LANCAVEL)'
                               DELIMITED BY SIZE INTO WRK-MSG-ERRO
                         PERFORM 1900-REGISTRAR-ERRO
                   END-IF
             END-IF.

       1400-ERRO-DESBALANCO.
             MOVE SPACES TO WRK-MSG-ERRO.
             MOVE WRK-LANC-DEBITO TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE WRK-VLR-TXT TO WRK-TXT-1.
             MOVE WRK-LANC-CREDITO TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE WRK-VLR-TXT TO WRK-TXT-2.
             STRING 'LANCAMENTO ' WRK-LANC-ORIGEM ' DE '
                    WRK-LANC-DATA ' DESBALANCEADO D='
                    DELIMITED BY SIZE
                    WRK-TXT-1 DELIMITED BY SPACE
                    ' C=' DELIMITED BY SIZE
                    WRK-TXT-2 DELIMITED BY SPACE
                   INTO WRK-MSG-ERRO.
             PERFORM 1900-REGISTRAR-ERRO.
             PERFORM 1500-FECHAR-LANCAMENTO.

       1500-FECHAR-LANCAMENTO.
             MOVE ZEROS TO WRK-QT-PARTIDAS.
             MOVE ZEROS TO WRK-LANC-DEBITO.
             MOVE ZEROS TO WRK-LANC-CREDITO.

       1900-REGISTRAR-ERRO.
             ADD 1 TO WRK-QT-ERROS.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE WRK-MSG-ERRO TO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.
             ADD 1 TO WRK-LINHAS-PAGINA.

       2000-GERAR-BLOCO-0.
             MOVE ZEROS TO WRK-QT-BLOCO.
             MOVE WRK-ANO TO WRK-DB-ANO.
             MOVE '01' TO WRK-DB-MES.
             MOVE '01' TO WRK-DB-DIA.
             PERFORM 8700-FORMATAR-DATA.
             MOVE WRK-DATA-ECD TO WRK-DATA-INI.
             MOVE '12' TO WRK-DB-MES.
             MOVE '31' TO WRK-DB-DIA.
             PERFORM 8700-FORMATAR-DATA.
             MOVE WRK-DATA-ECD TO WRK-DATA-FIM.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|0000|LECD|' WRK-DATA-INI '|' WRK-DATA-FIM '|'
                   DELIMITED BY SIZE
                   NE-RAZAO DELIMITED BY '  '
                   '|' NE-CNPJ '|' NE-UF '|' DELIMITED BY SIZE
                   NE-IE DELIMITED BY SPACE
                   '|' NE-MUNICIPIO '||0|0|0|0||0|0||N|N|0|0||'
                   DELIMITED BY SIZE
                  INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             MOVE '|0001|0|' TO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             PERFORM 8550-FECHAR-BLOCO.

       3000-GERAR-BLOCO-I.
             MOVE ZEROS TO WRK-QT-BLOCO.
             MOVE '|I001|0|' TO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             MOVE '|I010|G|9.00|' TO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             SET IX-TP TO 1.
             PERFORM 3100-GERAR-CONTA UNTIL IX-TP > WRK-QT-CONTAS.
             MOVE 1 TO WRK-MES.
             PERFORM 3200-GERAR-SALDOS-MES UNTIL WRK-MES > 12.
             PERFORM 3300-GERAR-LANCAMENTOS.
             PERFORM 8550-FECHAR-BLOCO.

      *----------------------------------------------------------------
      * I050: 1XXX ATIVO (01), 2XXX PASSIVO (02), 3XXX/4XXX RESULTADO
      * (04). SINTETICA NIVEL 1 SEM SUPERIOR; ANALITICA NIVEL 2 SOB A
      * CENTENA SINTETICA.
      *----------------------------------------------------------------
       3100-GERAR-CONTA.
             EVALUATE TP-CONTA(IX-TP)(1:1)
                   WHEN '1'
                         MOVE '01' TO WRK-COD-NAT
                   WHEN '2'
                         MOVE '02' TO WRK-COD-NAT
                   WHEN OTHER
                         MOVE '04' TO WRK-COD-NAT
             END-EVALUATE.
             IF TP-SINTETICA(IX-TP) = 'S'
                   MOVE '1' TO WRK-NIVEL
                   MOVE SPACES TO WRK-CTA-SUP-TXT
             ELSE
                   MOVE '2' TO WRK-NIVEL
                   DIVIDE TP-CONTA(IX-TP) BY 100
                         GIVING WRK-QUOCIENTE
                   COMPUTE WRK-CONTA-SUP = WRK-QUOCIENTE * 100
                   MOVE WRK-CONTA-SUP TO WRK-CTA-SUP-TXT
             END-IF.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|I050|' WRK-DATA-INI '|' WRK-COD-NAT '|'
                    TP-SINTETICA(IX-TP) '|' WRK-NIVEL '|'
                    TP-CONTA(IX-TP) '|'
                   DELIMITED BY SIZE
                    WRK-CTA-SUP-TXT DELIMITED BY SPACE
                    '|' DELIMITED BY SIZE
                    TP-DESCRICAO(IX-TP) DELIMITED BY '  '
                    '|' DELIMITED BY SIZE
                  INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             SET IX-TP UP BY 1.

      *----------------------------------------------------------------
      * UM I150 POR MES QUE TEM SALDO NO SALDOMES, SEGUIDO DOS I155 DE
      * CADA CONTA. O SALDOMES NAO TEM ORDEM GARANTIDA (O FECHAMENTO
      * REGRAVA O HISTORICO E DEPOIS O MES), ENTAO E RELIDO POR MES.
      *----------------------------------------------------------------
       3200-GERAR-SALDOS-MES.
             COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
             MOVE 'N' TO WRK-MES-SW.
             MOVE 'N' TO WRK-EOF-SAL-SW.
             OPEN INPUT SALDO-MENSAL.
             MOVE WRK-FS-SALDO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 3210-LER-SALDO
                   PERFORM 3220-GERAR-SALDO-CONTA UNTIL FIM-SALDOS
                   CLOSE SALDO-MENSAL
             END-IF.
             ADD 1 TO WRK-MES.

       3210-LER-SALDO.
             READ SALDO-MENSAL
                   AT END MOVE 'S' TO WRK-EOF-SAL-SW
             END-READ.

       3220-GERAR-SALDO-CONTA.
             IF SM-COMPETENCIA = WRK-COMPETENCIA
                   IF NOT MES-ABERTO
                         PERFORM 3230-GERAR-PERIODO
                   END-IF
                   MOVE SM-SALDO-INICIAL TO WRK-SALDO-SINAL
                   PERFORM 3240-SALDO-SEM-SINAL
                   MOVE WRK-VLR-TXT TO WRK-TXT-1
                   MOVE WRK-DC-FIM  TO WRK-DC-INI
                   MOVE SM-DEBITOS TO WRK-VLR-NUM
                   PERFORM 8600-FORMATAR-VALOR
                   MOVE WRK-VLR-TXT TO WRK-TXT-2
                   MOVE SM-CREDITOS TO WRK-VLR-NUM
                   PERFORM 8600-FORMATAR-VALOR
                   MOVE WRK-VLR-TXT TO WRK-TXT-3
                   MOVE SM-SALDO-FINAL TO WRK-SALDO-SINAL
                   PERFORM 3240-SALDO-SEM-SINAL
                   MOVE WRK-VLR-TXT TO WRK-TXT-4
                   MOVE SPACES TO WRK-LINHA-ECD
                   STRING '|I155|' SM-CONTA '||' DELIMITED BY SIZE
                          WRK-TXT-1 DELIMITED BY SPACE
                          '|' WRK-DC-INI '|' DELIMITED BY SIZE
                          WRK-TXT-2 DELIMITED BY SPACE
                          '|' DELIMITED BY SIZE
                          WRK-TXT-3 DELIMITED BY SPACE
                          '|' DELIMITED BY SIZE
                          WRK-TXT-4 DELIMITED BY SPACE
                          '|' WRK-DC-FIM '|' DELIMITED BY SIZE
                         INTO WRK-LINHA-ECD
                   MOVE SM-DEBITOS  TO WRK-REG-DEBITO
                   MOVE SM-CREDITOS TO WRK-REG-CREDITO
                   PERFORM 8500-GRAVAR-REGISTRO
             END-IF.
             PERFORM 3210-LER-SALDO.

       3230-GERAR-PERIODO.
             MOVE 'S' TO WRK-MES-SW.
             MOVE WRK-ANO TO WRK-DB-ANO.
             MOVE WRK-MES TO WRK-DB-MES.
             MOVE '01' TO WRK-DB-DIA.
             PERFORM 8700-FORMATAR-DATA.
             MOVE WRK-DATA-ECD TO WRK-DATA-INI.
             MOVE TD-DIAS(WRK-MES) TO WRK-ULTIMO-DIA.
             MOVE WRK-ULTIMO-DIA TO WRK-DB-DIA.
             PERFORM 8700-FORMATAR-DATA.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|I150|' WRK-DATA-INI '|' WRK-DATA-ECD '|'
                   DELIMITED BY SIZE INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.

      *----------------------------------------------------------------
      * SALDO POSITIVO NO SALDOMES E DEVEDOR (INICIAL + DEBITOS -
      * CREDITOS), NEGATIVO E CREDOR.
      *----------------------------------------------------------------
       3240-SALDO-SEM-SINAL.
             IF WRK-SALDO-SINAL < ZEROS
                   MOVE 'C' TO WRK-DC-FIM
                   COMPUTE WRK-VLR-NUM = WRK-SALDO-SINAL * -1
             ELSE
                   MOVE 'D' TO WRK-DC-FIM
                   MOVE WRK-SALDO-SINAL TO WRK-VLR-NUM
             END-IF.
             PERFORM 8600-FORMATAR-VALOR.

      *----------------------------------------------------------------
      * SEGUNDA PASSADA NO DIARIO (JA VALIDADO): AS PARTIDAS DO
      * LANCAMENTO SAO GUARDADAS ATE ELE FECHAR, PORQUE O I200 LEVA O
      * VALOR TOTAL ANTES DOS I250.
      *----------------------------------------------------------------
       3300-GERAR-LANCAMENTOS.
             MOVE ZEROS TO WRK-NUM-LANC.
             MOVE ZEROS TO WRK-QT-PARTIDAS.
             MOVE ZEROS TO WRK-LANC-DEBITO.
             MOVE ZEROS TO WRK-LANC-CREDITO.
             MOVE 'N' TO WRK-EOF-DIA-SW.
             OPEN INPUT DIARIO-LANCTOS.
             PERFORM 1100-LER-LANCTO.
             PERFORM 3310-GUARDAR-PARTIDA UNTIL FIM-DIARIO.
             CLOSE DIARIO-LANCTOS.

       3310-GUARDAR-PARTIDA.
             IF LC-DATA(1:4) = WRK-ANO
                   IF WRK-QT-PARTIDAS = ZEROS
                         MOVE LC-DATA   TO WRK-LANC-DATA
                         MOVE LC-ORIGEM TO WRK-LANC-ORIGEM
                   END-IF
                   ADD 1 TO WRK-QT-PARTIDAS
                   SET IX-TL TO WRK-QT-PARTIDAS
                   MOVE LC-CONTA    TO TL-CONTA(IX-TL)
                   MOVE LC-NATUREZA TO TL-NATUREZA(IX-TL)
                   MOVE LC-VALOR    TO TL-VALOR(IX-TL)
                   IF LC-NATUREZA = 'D'
                         ADD LC-VALOR TO WRK-LANC-DEBITO
                   ELSE
                         ADD LC-VALOR TO WRK-LANC-CREDITO
                   END-IF
                   IF WRK-LANC-DEBITO = WRK-LANC-CREDITO
                         PERFORM 3320-GERAR-LANCAMENTO
                         PERFORM 1500-FECHAR-LANCAMENTO
                   END-IF
             END-IF.
             PERFORM 1100-LER-LANCTO.

       3320-GERAR-LANCAMENTO.
             ADD 1 TO WRK-NUM-LANC.
             MOVE WRK-LANC-DATA TO WRK-DATA-BRUTA.
             PERFORM 8700-FORMATAR-DATA.
             MOVE WRK-NUM-LANC TO WRK-INT-NUM.
             PERFORM 8650-FORMATAR-INTEIRO.
             MOVE WRK-VLR-TXT TO WRK-TXT-1.
             MOVE WRK-LANC-DEBITO TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|I200|' DELIMITED BY SIZE
                    WRK-TXT-1 DELIMITED BY SPACE
                    '|' WRK-DATA-ECD '|' DELIMITED BY SIZE
                    WRK-VLR-TXT DELIMITED BY SPACE
                    '|N|' DELIMITED BY SIZE
                   INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             SET IX-TL TO 1.
             PERFORM 3330-GERAR-PARTIDA
                   UNTIL IX-TL > WRK-QT-PARTIDAS.

       3330-GERAR-PARTIDA.
             MOVE TL-VALOR(IX-TL) TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|I250|' TL-CONTA(IX-TL) '||' DELIMITED BY SIZE
                    WRK-VLR-TXT DELIMITED BY SPACE
                    '|' TL-NATUREZA(IX-TL) '|' DELIMITED BY SIZE
                    WRK-TXT-1 DELIMITED BY SPACE
                    '||LANCAMENTO ' DELIMITED BY SIZE
                    WRK-LANC-ORIGEM DELIMITED BY SPACE
                    '||' DELIMITED BY SIZE
                   INTO WRK-LINHA-ECD.
             IF TL-NATUREZA(IX-TL) = 'D'
                   MOVE TL-VALOR(IX-TL) TO WRK-REG-DEBITO
             ELSE
                   MOVE TL-VALOR(IX-TL) TO WRK-REG-CREDITO
             END-IF.
             PERFORM 8500-GRAVAR-REGISTRO.
             SET IX-TL UP BY 1.

       4000-GERAR-BLOCO-J.
             MOVE ZEROS TO WRK-QT-BLOCO.
             MOVE '|J001|1|' TO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             PERFORM 8550-FECHAR-BLOCO.

      *----------------------------------------------------------------
      * BLOCO 9: UM 9900 POR REGISTRO PRESENTE NO ARQUIVO, CONTANDO O
      * PROPRIO 9900, O 9990 E O 9999 (AS TRES ULTIMAS POSICOES DA
      * TABELA, AINDA NAO GRAVADAS QUANDO O 9900 E MONTADO); O 9999
      * TRAZ O TOTAL DE LINHAS.
      *----------------------------------------------------------------
       5000-GERAR-BLOCO-9.
             MOVE ZEROS TO WRK-QT-BLOCO.
             MOVE '|9001|0|' TO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             MOVE ZEROS TO WRK-QT-TIPOS-REG.
             MOVE 1 TO WRK-IX-REG.
             PERFORM 5100-CONTAR-TIPO UNTIL WRK-IX-REG > 14.
             ADD 3 TO WRK-QT-TIPOS-REG.
             MOVE 1 TO WRK-IX-REG.
             PERFORM 5200-GERAR-9900 UNTIL WRK-IX-REG > 17.
             COMPUTE WRK-INT-NUM = WRK-QT-BLOCO + 2.
             PERFORM 8650-FORMATAR-INTEIRO.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|9990|' WRK-VLR-TXT DELIMITED BY SPACE
                    '|' DELIMITED BY SIZE
                   INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.
             COMPUTE WRK-INT-NUM = WRK-QT-LINHAS-ECD + 1.
             PERFORM 8650-FORMATAR-INTEIRO.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|9999|' WRK-VLR-TXT DELIMITED BY SPACE
                    '|' DELIMITED BY SIZE
                   INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.

       5100-CONTAR-TIPO.
             IF TR-QTDE(WRK-IX-REG) > ZEROS
                   ADD 1 TO WRK-QT-TIPOS-REG
             END-IF.
             ADD 1 TO WRK-IX-REG.

       5200-GERAR-9900.
             IF TR-QTDE(WRK-IX-REG) > ZEROS OR WRK-IX-REG > 14
                   EVALUATE WRK-IX-REG
                         WHEN 15
                               MOVE WRK-QT-TIPOS-REG TO WRK-INT-NUM
                         WHEN 16
                         WHEN 17
                               MOVE 1 TO WRK-INT-NUM
                         WHEN OTHER
                               MOVE TR-QTDE(WRK-IX-REG) TO WRK-INT-NUM
                   END-EVALUATE
                   PERFORM 8650-FORMATAR-INTEIRO
                   MOVE SPACES TO WRK-LINHA-ECD
                   STRING '|9900|' TR-CODIGO(WRK-IX-REG) '|'
                          DELIMITED BY SIZE
                          WRK-VLR-TXT DELIMITED BY SPACE
                          '|' DELIMITED BY SIZE
                         INTO WRK-LINHA-ECD
                   PERFORM 8500-GRAVAR-REGISTRO
             END-IF.
             ADD 1 TO WRK-IX-REG.

       6000-IMPRIMIR-RESUMO.
             MOVE '  REGISTRO         QTDE             DEBITOS          
      -    '  CREDITOS'
                  TO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.
             MOVE ALL '-' TO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.
             MOVE TR-CODIGO(1)(1:1) TO WRK-BLOCO-ATUAL.
             MOVE ZEROS TO WRK-BLOCO-QTDE.
             MOVE ZEROS TO WRK-BLOCO-DEBITOS.
             MOVE ZEROS TO WRK-BLOCO-CREDITOS.
             SET IX-TR TO 1.
             PERFORM 6100-IMPRIMIR-REGISTRO UNTIL IX-TR > 17.
             PERFORM 6200-IMPRIMIR-BLOCO.
             MOVE 'TOTAL ARQ.' TO LR-REGISTRO.
             MOVE WRK-QT-LINHAS-ECD TO LR-QTDE.
             MOVE ZEROS TO LR-DEBITOS.
             MOVE ZEROS TO LR-CREDITOS.
             WRITE REL-ECD-LINHA FROM LINHA-RESUMO.
             WRITE REL-ECD-LINHA FROM SPACES.
             MOVE SPACES TO REL-ECD-LINHA.
             STRING 'LANCAMENTOS DO ANO: ' WRK-NUM-LANC
                    '   PARTIDAS: ' WRK-QT-PARTIDAS-ANO
                   DELIMITED BY SIZE INTO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.
             WRITE REL-ECD-LINHA FROM SPACES.
             MOVE 'CONFERIDO POR: ______________________________  DATA: 
      -    '___/___/______'
                  TO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.

       6100-IMPRIMIR-REGISTRO.
             IF TR-CODIGO(IX-TR)(1:1) NOT = WRK-BLOCO-ATUAL
                   PERFORM 6200-IMPRIMIR-BLOCO
                   MOVE TR-CODIGO(IX-TR)(1:1) TO WRK-BLOCO-ATUAL
             END-IF.
             IF TR-QTDE(IX-TR) > ZEROS
                   MOVE TR-CODIGO(IX-TR)    TO LR-REGISTRO
                   MOVE TR-QTDE(IX-TR)      TO LR-QTDE
                   MOVE TR-DEBITOS(IX-TR)   TO LR-DEBITOS
                   MOVE TR-CREDITOS(IX-TR)  TO LR-CREDITOS
                   WRITE REL-ECD-LINHA FROM LINHA-RESUMO
                   ADD TR-QTDE(IX-TR)     TO WRK-BLOCO-QTDE
                   ADD TR-DEBITOS(IX-TR)  TO WRK-BLOCO-DEBITOS
                   ADD TR-CREDITOS(IX-TR) TO WRK-BLOCO-CREDITOS
             END-IF.
             SET IX-TR UP BY 1.

       6200-IMPRIMIR-BLOCO.
             MOVE SPACES TO LR-REGISTRO.
             STRING 'BLOCO ' WRK-BLOCO-ATUAL
                   DELIMITED BY SIZE INTO LR-REGISTRO.
             MOVE WRK-BLOCO-QTDE     TO LR-QTDE.
             MOVE WRK-BLOCO-DEBITOS  TO LR-DEBITOS.
             MOVE WRK-BLOCO-CREDITOS TO LR-CREDITOS.
             WRITE REL-ECD-LINHA FROM LINHA-RESUMO.
             WRITE REL-ECD-LINHA FROM SPACES.
             MOVE ZEROS TO WRK-BLOCO-QTDE.
             MOVE ZEROS TO WRK-BLOCO-DEBITOS.
             MOVE ZEROS TO WRK-BLOCO-CREDITOS.

       7000-LOCALIZAR-CONTA.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TP TO 1.
             PERFORM 7010-COMPARAR-CONTA
                   UNTIL IX-TP > WRK-QT-CONTAS OR CONTA-ACHADA.

       7010-COMPARAR-CONTA.
             IF TP-CONTA(IX-TP) = WRK-CONTA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'ESCRITURACAO CONTABIL DIGITAL - ECD' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ECD-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ECD-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-ECD-LINHA.
             STRING 'ANO DA ESCRITURACAO: ' WRK-ANO
                   DELIMITED BY SIZE INTO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.
             MOVE ALL '-' TO REL-ECD-LINHA.
             WRITE REL-ECD-LINHA.

      *----------------------------------------------------------------
      * GRAVA A LINHA MONTADA E SOMA NO REGISTRO (CODIGO NAS POSICOES
      * 2 A 5) OS VALORES INFORMADOS EM WRK-REG-DEBITO/CREDITO.
      *----------------------------------------------------------------
       8500-GRAVAR-REGISTRO.
             MOVE WRK-LINHA-ECD(2:4) TO WRK-REG-CODIGO.
             MOVE WRK-LINHA-ECD TO ECD-EXPORT-LINHA.
             WRITE ECD-EXPORT-LINHA.
             ADD 1 TO WRK-QT-BLOCO.
             ADD 1 TO WRK-QT-LINHAS-ECD.
             SET IX-TR TO 1.
             PERFORM 8510-SOMAR-REGISTRO UNTIL IX-TR > 17.
             MOVE ZEROS TO WRK-REG-DEBITO.
             MOVE ZEROS TO WRK-REG-CREDITO.
             MOVE SPACES TO WRK-LINHA-ECD.

       8510-SOMAR-REGISTRO.
             IF TR-CODIGO(IX-TR) = WRK-REG-CODIGO
                   ADD 1 TO TR-QTDE(IX-TR)
                   ADD WRK-REG-DEBITO  TO TR-DEBITOS(IX-TR)
                   ADD WRK-REG-CREDITO TO TR-CREDITOS(IX-TR)
                   SET IX-TR TO 17
             END-IF.
             SET IX-TR UP BY 1.

      *----------------------------------------------------------------
      * X990: ENCERRAMENTO DO BLOCO COM A QUANTIDADE DE LINHAS DELE,
      * INCLUINDO O PROPRIO X990 (O BLOCO E O DA ULTIMA LINHA).
      *----------------------------------------------------------------
       8550-FECHAR-BLOCO.
             COMPUTE WRK-INT-NUM = WRK-QT-BLOCO + 1.
             PERFORM 8650-FORMATAR-INTEIRO.
             MOVE SPACES TO WRK-LINHA-ECD.
             STRING '|' WRK-REG-CODIGO(1:1) '990|'
                   DELIMITED BY SIZE
                    WRK-VLR-TXT DELIMITED BY SPACE
                    '|' DELIMITED BY SIZE
                   INTO WRK-LINHA-ECD.
             PERFORM 8500-GRAVAR-REGISTRO.

       8600-FORMATAR-VALOR.
             MOVE WRK-VLR-NUM TO WRK-VLR-ED.
             MOVE ZEROS TO WRK-QT-BRANCOS.
             INSPECT WRK-VLR-ED TALLYING WRK-QT-BRANCOS
                   FOR LEADING SPACES.
             MOVE SPACES TO WRK-VLR-TXT.
             MOVE WRK-VLR-ED(WRK-QT-BRANCOS + 1:) TO WRK-VLR-TXT.

       8650-FORMATAR-INTEIRO.
             MOVE WRK-INT-NUM TO WRK-INT-ED.
             MOVE ZEROS TO WRK-QT-BRANCOS.
             INSPECT WRK-INT-ED TALLYING WRK-QT-BRANCOS
                   FOR LEADING SPACES.
             MOVE SPACES TO WRK-VLR-TXT.
             MOVE WRK-INT-ED(WRK-QT-BRANCOS + 1:) TO WRK-VLR-TXT.

       8700-FORMATAR-DATA.
             MOVE SPACES TO WRK-DATA-ECD.
             STRING WRK-DB-DIA WRK-DB-MES WRK-DB-ANO
                   DELIMITED BY SIZE INTO WRK-DATA-ECD.

       9000-ENCERRAR.
             CLOSE REL-ECD.
             DISPLAY 'EXPORTACAO ECD CONCLUIDA'.
             DISPLAY 'ANO.....................: ' WRK-ANO.
             DISPLAY 'PARTIDAS DO ANO.........: ' WRK-QT-PARTIDAS-ANO.
             DISPLAY 'LANCAMENTOS.............: ' WRK-QT-LANC-ANO.
             DISPLAY 'ERROS DE VALIDACAO......: ' WRK-QT-ERROS.
             DISPLAY 'LINHAS DO ARQUIVO ECD...: ' WRK-QT-LINHAS-ECD.

       END PROGRAM EXP-ECD.
