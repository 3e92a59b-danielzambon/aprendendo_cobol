      *          OFICIAL DE SEGURANCA. RODA COMO PASSO DO JOB-NOTURNO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O LIMITE DE DIAS VEM DO GRUPO DORMCFG DO PARAMST (9(05));
      * SEM O PARAMETRO VALEM 90 DIAS. USUARIO SEM NENHUM ACESSO
      * CONCEDIDO NO LOG CONTA A PARTIR DE US-DATA-SENHA (DATA DA
      * ULTIMA CARGA/TROCA DE SENHA). LIMITE DE 100 USUARIOS POR
      * VARREDURA (TAMANHO DA TABELA DE ULTIMOS ACESSOS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LINHA DO ACESSAUD PASSA A LEVAR O ELO DE
      *                 ENCADEAMENTO (SEQUENCIA E HASHES PELO ENCADEIA-
      *                 LOG) ANTES DO WRITE, PARA O VERIFICA-ELOS
      *                 DETECTAR LINHA APAGADA OU ALTERADA.
      * 15/10/2026 DZ - LIMITE DE DIAS LIDO DO GRUPO DORMCFG DO MESTRE
      *                 PARAMST (CONSULTA-PARAM), NO VALOR EM VIGOR NA
      *                 DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO SOLTO.
      * 15/10/2026 DZ - CADA CONTA BLOQUEADA GERA ALERTA OPERACIONAL
      *                 (GRAVA-ALERTA) PARA A SEGURANCA.
      * 02/09/2026 DZ - AS GRAVACOES DE MESTRE INDEXADO DESTE
      *                 PROGRAMA PASSAM A GRAVAR A IMAGEM ANTES/
      *                 DEPOIS NO JORNAL DE MUDANCAS (SUBROTINA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT   PIC X(02) VALUE '00'.
       77 WRK-EOF-AUD-SW PIC X(01) VALUE 'N'.
         88 FIM-AUDITORIA     VALUE 'S'.
       77 WRK-EOF-USU-SW PIC X(01) VALUE 'N'.

       77 WRK-DATA-BASE  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PARADO PIC S9(07) VALUE ZEROS.
       77 WRK-DIAS-EDITADO PIC Z(06)9.
       77 WRK-QT-BLOQUEADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-VERIFICADAS PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO DORMCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  DORMENCIA-CONFIG-REC.
           05 DC-LIMITE-DIAS   PIC 9(05).
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
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
          05 AV-NUMERO        PIC 9(08).
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.
             GOBACK.

       0100-CARREGAR-LIMITE.
             MOVE 'C'       TO VG-OPERACAO.
             MOVE 'DORMCFG' TO VG-GRUPO.
             MOVE 'PADRAO'  TO VG-ITEM.
             MOVE ZEROS     TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO DORMENCIA-CONFIG-REC
                   MOVE DC-LIMITE-DIAS TO WRK-LIMITE-DIAS
             END-IF.

       1000-VARRER-AUDITORIA.
                   PERFORM 8800-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-BLOQUEADAS
                   PERFORM 2400-GRAVAR-AUDITORIA
                   PERFORM 2500-ALERTAR-BLOQUEIO
                   DISPLAY 'CONTA BLOQUEADA POR INATIVIDADE: '
                           US-USUARIO ' (' WRK-DIAS-PARADO
                           ' DIAS SEM ACESSO)'
                  TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       2500-ALERTAR-BLOQUEIO.
             MOVE '1' TO AV-SEVERIDADE.
             MOVE 'DESATIVA-CONTAS' TO AV-PROGRAMA.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'CONTA BLOQUEADA ' US-USUARIO
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE WRK-DIAS-PARADO TO WRK-DIAS-EDITADO.
             MOVE SPACES TO AV-MENSAGEM.
             STRING 'CONTA ' US-USUARIO ' BLOQUEADA POR '
                    'INATIVIDADE (' WRK-DIAS-EDITADO ' DIAS)'
                   DELIMITED BY SIZE INTO AV-MENSAGEM.
             MOVE 'SEGURANCA' TO AV-DESTINO.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       8800-GRAVAR-JORNAL.
             MOVE 'USUAMST' TO JP-ARQUIVO.
             MOVE 'DESATIVA-CONTAS' TO JP-PROGRAMA.
