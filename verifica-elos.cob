      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: VERIFICACAO DO ENCADEAMENTO DOS LOGS DE AUDITORIA -
      *          PERCORRE O ACESSAUD, O NIVELAUD, O OPERLOG E O MUDJRN
      *          LINHA A LINHA, RECALCULA O HASH DE CADA UMA
      *          (CALC-HASH-ELO) E CONFERE O ELO COM A LINHA ANTERIOR
      *          E COM O CONTROLE ELOCTL: APONTA O PRIMEIRO ELO
      *          QUEBRADO (LINHA ALTERADA, APAGADA OU INSERIDA),
      *          AS SEQUENCIAS QUE FALTAM (NO MEIO, NO INICIO OU NO FIM
      *          DO ARQUIVO) E AS LINHAS COM DATA/HORA ANTERIOR A DA
      *          LINHA PRECEDENTE. LOG VIOLADO GERA ALERTA GRAVE PARA A
      *          SEGURANCA (GRAVA-ALERTA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODA NO INICIO DO JOB-NOTURNO, ANTES DE QUALQUER PASSO GRAVAR
      * NOS LOGS. O RELATORIO SAI NO RELELOS DATADO E E CATALOGADO NO
      * RELCAT. LINHAS GRAVADAS ANTES DO ENCADEAMENTO (SEM SEQUENCIA)
      * NO INICIO DO ARQUIVO SO SAO CONTADAS; LINHA SEM ELO DEPOIS DO
      * INICIO DA CADEIA E ELO QUEBRADO. DEPOIS DA PRIMEIRA QUEBRA A
      * CONFERENCIA SEGUE A PARTIR DO QUE ESTA NO ARQUIVO, E AS
      * QUEBRAS SEGUINTES SO SAO CONTADAS. LOG VIOLADO NAO E FALHA DO
      * PASSO: A SUITE SEGUE E O CASO FICA COM A SEGURANCA PELO
      * ALERTA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-ELOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

           SELECT NIVEL-AUDIT ASSIGN TO 'NIVELAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

           SELECT OPERACAO-LOG ASSIGN TO 'OPERLOG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

           SELECT MUDANCA-JORNAL ASSIGN TO 'MUDJRN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

           SELECT ELO-CONTROLE ASSIGN TO 'ELOCTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EC-LOG
                  FILE STATUS IS WRK-FS-ELO.

           SELECT REL-ELOS-OUT ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACESSO-AUDIT.
       COPY acessaud.

       FD  NIVEL-AUDIT.
       COPY nivelaud.

       FD  OPERACAO-LOG.
       COPY operlog.

       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  ELO-CONTROLE.
       COPY eloctl.

       FD  REL-ELOS-OUT.
       01  REL-ELOS-LINHA       PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-LOG        PIC X(02) VALUE '00'.
       77 WRK-FS-ELO        PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-LOG            VALUE 'S'.
       77 WRK-ELOCTL-SW     PIC X(01) VALUE 'N'.
         88 ELOCTL-ABERTO      VALUE 'S'.
       77 WRK-CONTROLE-SW   PIC X(01) VALUE 'N'.
         88 LOG-TEM-CONTROLE   VALUE 'S'.
       77 WRK-CADEIA-SW     PIC X(01) VALUE 'N'.
         88 CADEIA-INICIADA    VALUE 'S'.
       77 WRK-ENCADEADA-SW  PIC X(01) VALUE 'N'.
         88 LINHA-ENCADEADA    VALUE 'S'.
       77 WRK-PRIMEIRA-SW   PIC X(01) VALUE 'N'.
         88 PRIMEIRA-QUEBRA-LISTADA VALUE 'S'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.

       77 WRK-LOG           PIC X(08) VALUE SPACES.
       77 WRK-SEQ-ESPERADA  PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-ATE       PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-ESPERADO PIC X(10) VALUE SPACES.
       77 WRK-ULTIMA-SEQ-LIDA PIC 9(09) VALUE ZEROS.
       77 WRK-ULTIMO-HASH-LIDO PIC X(10) VALUE SPACES.
       77 WRK-MOMENTO-ANTERIOR PIC 9(16) VALUE ZEROS.
       77 WRK-DESCRICAO     PIC X(45) VALUE SPACES.

       77 WRK-QT-LINHAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-ELO    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-QUEBRAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SALTOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-ORDEM PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LOGS       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-VIOLADOS   PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO LOG EM CONFERENCIA, NO FORMATO COMUM AOS QUATRO.
      *----------------------------------------------------------------
       01 WRK-LINHA-LOG.
          05 WRK-LOG-CONTEUDO   PIC X(390).
          05 WRK-LOG-ELO.
             10 WRK-LOG-SEQUENCIA PIC 9(09).
             10 WRK-LOG-HASH-ANT  PIC X(10).
             10 WRK-LOG-HASH      PIC X(10).
          05 WRK-LOG-MOMENTO.
             10 WRK-LOG-DATA      PIC 9(08).
             10 WRK-LOG-HORA      PIC 9(08).
          05 WRK-LOG-MOMENTO-N REDEFINES WRK-LOG-MOMENTO
                                PIC 9(16).

       01 HE-PARM.
          05 HE-HASH-ANTERIOR  PIC X(10).
          05 HE-SEQUENCIA      PIC 9(09).
          05 HE-CONTEUDO       PIC X(390).
          05 HE-HASH           PIC X(10).

       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
          05 AV-NUMERO        PIC 9(08).

       01  LINHA-LOG.
           05 FILLER          PIC X(05) VALUE 'LOG: '.
           05 LL-LOG          PIC X(08).
           05 FILLER          PIC X(67) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(10) VALUE 'LINHA'.
           05 FILLER          PIC X(11) VALUE 'SEQUENCIA'.
           05 FILLER          PIC X(59) VALUE 'OCORRENCIA'.

       01  LINHA-OCORRENCIA.
           05 LO-LINHA        PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LO-SEQUENCIA    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LO-DESCRICAO    PIC X(45).
           05 FILLER          PIC X(15) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LT-ROTULO       PIC X(30).
           05 LT-QUANTIDADE   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(39) VALUE SPACES.

       01  LINHA-SITUACAO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(30)
                              VALUE 'SITUACAO DO LOG...............'.
           05 LS-SITUACAO     PIC X(20).
           05 FILLER          PIC X(28) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE SPACES TO WRK-NOME-RELATORIO.
             STRING 'RELELOS' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             OPEN OUTPUT REL-ELOS-OUT.
             PERFORM 8000-CABECALHO.

             MOVE 'N' TO WRK-ELOCTL-SW.
             OPEN INPUT ELO-CONTROLE.
             MOVE WRK-FS-ELO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-ELOCTL-SW
             END-IF.

             PERFORM 1000-VERIFICAR-ACESSAUD.
             PERFORM 2000-VERIFICAR-NIVELAUD.
             PERFORM 3000-VERIFICAR-OPERLOG.
             PERFORM 4000-VERIFICAR-MUDJRN.

             IF ELOCTL-ABERTO
                   CLOSE ELO-CONTROLE
             END-IF.

             WRITE REL-ELOS-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-ELOS-OUT.
             PERFORM 9500-CATALOGAR-RELATORIO.
             PERFORM 9000-ENCERRAR.
             MOVE 0 TO RETURN-CODE.
             GOBACK.

      *----------------------------------------------------------------
      * CADA LOG E LIDO NO PROPRIO LAYOUT E PASSADO A CONFERENCIA
      * COMUM (5000) NO FORMATO DA WRK-LINHA-LOG: DADOS DA LINHA, ELO
      * E O MOMENTO DA GRAVACAO (O NIVELAUD SO TEM A DATA DA DECISAO;
      * O OPERLOG E GRAVADO NO FIM DA OPCAO).
      *----------------------------------------------------------------
       1000-VERIFICAR-ACESSAUD.
             MOVE 'ACESSAUD' TO WRK-LOG.
             PERFORM 5000-INICIAR-LOG.
             OPEN INPUT ACESSO-AUDIT.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1100-LER-ACESSAUD
                   PERFORM 1200-CONFERIR-ACESSAUD UNTIL FIM-LOG
                   CLOSE ACESSO-AUDIT
             END-IF.
             PERFORM 5900-ENCERRAR-LOG.

       1100-LER-ACESSAUD.
             MOVE SPACES TO ACESSO-AUDIT-REC.
             READ ACESSO-AUDIT
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-CONFERIR-ACESSAUD.
             MOVE AA-DADOS TO WRK-LOG-CONTEUDO.
             MOVE AA-ELO   TO WRK-LOG-ELO.
             MOVE AA-DATA  TO WRK-LOG-DATA.
             MOVE AA-HORA  TO WRK-LOG-HORA.
             PERFORM 5100-CONFERIR-LINHA.
             PERFORM 1100-LER-ACESSAUD.

       2000-VERIFICAR-NIVELAUD.
             MOVE 'NIVELAUD' TO WRK-LOG.
             PERFORM 5000-INICIAR-LOG.
             OPEN INPUT NIVEL-AUDIT.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 2100-LER-NIVELAUD
                   PERFORM 2200-CONFERIR-NIVELAUD UNTIL FIM-LOG
                   CLOSE NIVEL-AUDIT
             END-IF.
             PERFORM 5900-ENCERRAR-LOG.

       2100-LER-NIVELAUD.
             MOVE SPACES TO NIVEL-AUDIT-REC.
             READ NIVEL-AUDIT
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2200-CONFERIR-NIVELAUD.
             MOVE NA-DADOS        TO WRK-LOG-CONTEUDO.
             MOVE NA-ELO          TO WRK-LOG-ELO.
             MOVE NA-DATA-DECISAO TO WRK-LOG-DATA.
             MOVE ZEROS           TO WRK-LOG-HORA.
             PERFORM 5100-CONFERIR-LINHA.
             PERFORM 2100-LER-NIVELAUD.

       3000-VERIFICAR-OPERLOG.
             MOVE 'OPERLOG' TO WRK-LOG.
             PERFORM 5000-INICIAR-LOG.
             OPEN INPUT OPERACAO-LOG.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 3100-LER-OPERLOG
                   PERFORM 3200-CONFERIR-OPERLOG UNTIL FIM-LOG
                   CLOSE OPERACAO-LOG
             END-IF.
             PERFORM 5900-ENCERRAR-LOG.

       3100-LER-OPERLOG.
             MOVE SPACES TO OPERACAO-LOG-REC.
             READ OPERACAO-LOG
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3200-CONFERIR-OPERLOG.
             MOVE OL-DADOS    TO WRK-LOG-CONTEUDO.
             MOVE OL-ELO      TO WRK-LOG-ELO.
             MOVE OL-DATA-FIM TO WRK-LOG-DATA.
             MOVE OL-HORA-FIM TO WRK-LOG-HORA.
             PERFORM 5100-CONFERIR-LINHA.
             PERFORM 3100-LER-OPERLOG.

       4000-VERIFICAR-MUDJRN.
             MOVE 'MUDJRN' TO WRK-LOG.
             PERFORM 5000-INICIAR-LOG.
             OPEN INPUT MUDANCA-JORNAL.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 4100-LER-MUDJRN
                   PERFORM 4200-CONFERIR-MUDJRN UNTIL FIM-LOG
                   CLOSE MUDANCA-JORNAL
             END-IF.
             PERFORM 5900-ENCERRAR-LOG.

       4100-LER-MUDJRN.
             MOVE SPACES TO MUDANCA-JORNAL-REC.
             READ MUDANCA-JORNAL
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4200-CONFERIR-MUDJRN.
             MOVE JR-DADOS TO WRK-LOG-CONTEUDO.
             MOVE JR-ELO   TO WRK-LOG-ELO.
             MOVE JR-DATA  TO WRK-LOG-DATA.
             MOVE JR-HORA  TO WRK-LOG-HORA.
             PERFORM 5100-CONFERIR-LINHA.
             PERFORM 4100-LER-MUDJRN.

      *----------------------------------------------------------------
      * A ANCORA DA CADEIA (SEQUENCIA E HASH ANTERIOR DA PRIMEIRA
      * LINHA ENCADEADA) E A PONTA (ULTIMA SEQUENCIA E ULTIMO HASH)
      * VEM DO ELOCTL; LOG SEM CONTROLE SO E CONFERIDO LINHA A LINHA.
      *----------------------------------------------------------------
       5000-INICIAR-LOG.
             ADD 1 TO WRK-QT-LOGS.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE 'N' TO WRK-CADEIA-SW.
             MOVE 'N' TO WRK-PRIMEIRA-SW.
             MOVE ZEROS TO WRK-QT-LINHAS.
             MOVE ZEROS TO WRK-QT-SEM-ELO.
             MOVE ZEROS TO WRK-QT-QUEBRAS.
             MOVE ZEROS TO WRK-QT-SALTOS.
             MOVE ZEROS TO WRK-QT-FORA-ORDEM.
             MOVE ZEROS TO WRK-ULTIMA-SEQ-LIDA.
             MOVE SPACES TO WRK-ULTIMO-HASH-LIDO.
             MOVE ZEROS TO WRK-MOMENTO-ANTERIOR.
             MOVE 'N' TO WRK-CONTROLE-SW.
             IF ELOCTL-ABERTO
                   MOVE WRK-LOG TO EC-LOG
                   READ ELO-CONTROLE
                         INVALID KEY MOVE 'N' TO WRK-CONTROLE-SW
                         NOT INVALID KEY MOVE 'S' TO WRK-CONTROLE-SW
                   END-READ
             END-IF.
             PERFORM 8100-CONTROLAR-PAGINA.
             MOVE SPACES TO REL-ELOS-LINHA.
             WRITE REL-ELOS-LINHA.
             MOVE WRK-LOG TO LL-LOG.
             WRITE REL-ELOS-LINHA FROM LINHA-LOG.
             ADD 2 TO WRK-LINHAS-PAGINA.

       5100-CONFERIR-LINHA.
             ADD 1 TO WRK-QT-LINHAS.
             MOVE 'N' TO WRK-ENCADEADA-SW.
             IF WRK-LOG-SEQUENCIA IS NUMERIC
                   IF WRK-LOG-SEQUENCIA > ZEROS
                         MOVE 'S' TO WRK-ENCADEADA-SW
                   END-IF
             END-IF.
             IF LINHA-ENCADEADA
                   PERFORM 5300-CONFERIR-ELO
             ELSE
                   ADD 1 TO WRK-QT-SEM-ELO
                   IF CADEIA-INICIADA
                         MOVE 'LINHA SEM ELO DEPOIS DO INICIO DA CADEIA'
                              TO WRK-DESCRICAO
                         PERFORM 5800-REGISTRAR-QUEBRA
                   END-IF
             END-IF.
             PERFORM 5400-CONFERIR-MOMENTO.

      *----------------------------------------------------------------
      * SEQUENCIA ACIMA DA ESPERADA = LINHAS APAGADAS; ABAIXO = LINHA
      * REPETIDA OU FORA DE LUGAR. HASH ANTERIOR DIFERENTE DO HASH DA
      * LINHA PRECEDENTE = ELO QUEBRADO; HASH RECALCULADO DIFERENTE DO
      * GRAVADO = LINHA ALTERADA.
      *----------------------------------------------------------------
       5300-CONFERIR-ELO.
             IF NOT CADEIA-INICIADA
                   MOVE 'S' TO WRK-CADEIA-SW
                   IF LOG-TEM-CONTROLE
                         MOVE EC-SEQ-INICIAL  TO WRK-SEQ-ESPERADA
                         MOVE EC-HASH-INICIAL TO WRK-HASH-ESPERADO
                   ELSE
                         MOVE WRK-LOG-SEQUENCIA TO WRK-SEQ-ESPERADA
                         MOVE WRK-LOG-HASH-ANT  TO WRK-HASH-ESPERADO
                         MOVE 'LOG ENCADEADO SEM REGISTRO NO ELOCTL'
                              TO WRK-DESCRICAO
                         PERFORM 5800-REGISTRAR-QUEBRA
                   END-IF
             END-IF.

             EVALUATE TRUE
                   WHEN WRK-LOG-SEQUENCIA > WRK-SEQ-ESPERADA
                         ADD 1 TO WRK-QT-SALTOS
                         COMPUTE WRK-SEQ-ATE = WRK-LOG-SEQUENCIA - 1
                         MOVE SPACES TO WRK-DESCRICAO
                         STRING 'FALTAM AS SEQUENCIAS ' WRK-SEQ-ESPERADA
                                ' A ' WRK-SEQ-ATE
                               DELIMITED BY SIZE INTO WRK-DESCRICAO
                         PERFORM 5700-LISTAR-OCORRENCIA
                   WHEN WRK-LOG-SEQUENCIA < WRK-SEQ-ESPERADA
                         ADD 1 TO WRK-QT-SALTOS
                         MOVE 'SEQUENCIA REPETIDA OU FORA DE ORDEM'
                              TO WRK-DESCRICAO
                         PERFORM 5700-LISTAR-OCORRENCIA
             END-EVALUATE.

             IF WRK-LOG-HASH-ANT NOT = WRK-HASH-ESPERADO
                   MOVE 'ELO QUEBRADO - HASH ANTERIOR NAO CONFERE'
                        TO WRK-DESCRICAO
                   PERFORM 5800-REGISTRAR-QUEBRA
             END-IF.

             MOVE WRK-LOG-HASH-ANT  TO HE-HASH-ANTERIOR.
             MOVE WRK-LOG-SEQUENCIA TO HE-SEQUENCIA.
             MOVE WRK-LOG-CONTEUDO  TO HE-CONTEUDO.
             CALL 'CALC-HASH-ELO' USING HE-PARM.
             IF HE-HASH NOT = WRK-LOG-HASH
                   MOVE 'ELO QUEBRADO - CONTEUDO DA LINHA ALTERADO'
                        TO WRK-DESCRICAO
                   PERFORM 5800-REGISTRAR-QUEBRA
             END-IF.

             COMPUTE WRK-SEQ-ESPERADA = WRK-LOG-SEQUENCIA + 1.
             MOVE WRK-LOG-HASH      TO WRK-HASH-ESPERADO.
             MOVE WRK-LOG-SEQUENCIA TO WRK-ULTIMA-SEQ-LIDA.
             MOVE WRK-LOG-HASH      TO WRK-ULTIMO-HASH-LIDO.

       5400-CONFERIR-MOMENTO.
             IF WRK-LOG-MOMENTO-N IS NUMERIC
                   IF WRK-LOG-MOMENTO-N < WRK-MOMENTO-ANTERIOR
                         ADD 1 TO WRK-QT-FORA-ORDEM
                         MOVE 'DATA/HORA ANTERIOR A DA LINHA PRECEDENTE'
                              TO WRK-DESCRICAO
                         PERFORM 5700-LISTAR-OCORRENCIA
                   END-IF
                   MOVE WRK-LOG-MOMENTO-N TO WRK-MOMENTO-ANTERIOR
             END-IF.

       5700-LISTAR-OCORRENCIA.
             PERFORM 8100-CONTROLAR-PAGINA.
             MOVE WRK-QT-LINHAS TO LO-LINHA.
             IF LINHA-ENCADEADA
                   MOVE WRK-LOG-SEQUENCIA TO LO-SEQUENCIA
             ELSE
                   MOVE ZEROS TO LO-SEQUENCIA
             END-IF.
             MOVE WRK-DESCRICAO TO LO-DESCRICAO.
             WRITE REL-ELOS-LINHA FROM LINHA-OCORRENCIA.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * SO O PRIMEIRO ELO QUEBRADO DE CADA LOG E LISTADO (E DALI QUE
      * A INVESTIGACAO PARTE); OS DEMAIS FICAM NA CONTAGEM.
      *----------------------------------------------------------------
       5800-REGISTRAR-QUEBRA.
             ADD 1 TO WRK-QT-QUEBRAS.
             IF NOT PRIMEIRA-QUEBRA-LISTADA
                   MOVE 'S' TO WRK-PRIMEIRA-SW
                   PERFORM 5700-LISTAR-OCORRENCIA
             END-IF.

      *----------------------------------------------------------------
      * FIM DO LOG CONTRA A PONTA DO ELOCTL: SEQUENCIAS ENTREGUES E
      * AUSENTES DO ARQUIVO SAO LINHAS APAGADAS NO FIM (OU O ARQUIVO
      * INTEIRO, SE NENHUMA LINHA ENCADEADA SOBROU).
      *----------------------------------------------------------------
       5900-ENCERRAR-LOG.
             MOVE 'N' TO WRK-ENCADEADA-SW.
             IF LOG-TEM-CONTROLE
                   IF CADEIA-INICIADA
                         PERFORM 5910-CONFERIR-PONTA
                   ELSE
                         IF EC-ULTIMA-SEQ >= EC-SEQ-INICIAL
                               ADD 1 TO WRK-QT-SALTOS
                               MOVE SPACES TO WRK-DESCRICAO
                               STRING 'FALTAM AS SEQUENCIAS '
                                      EC-SEQ-INICIAL ' A '
                                      EC-ULTIMA-SEQ
                                     DELIMITED BY SIZE
                                     INTO WRK-DESCRICAO
                               PERFORM 5700-LISTAR-OCORRENCIA
                         END-IF
                   END-IF
             END-IF.
             PERFORM 6000-RESUMO-LOG.

       5910-CONFERIR-PONTA.
             EVALUATE TRUE
                   WHEN EC-ULTIMA-SEQ > WRK-ULTIMA-SEQ-LIDA
                         ADD 1 TO WRK-QT-SALTOS
                         COMPUTE WRK-SEQ-ATE = WRK-ULTIMA-SEQ-LIDA + 1
                         MOVE SPACES TO WRK-DESCRICAO
                         STRING 'FIM SEM AS SEQUENCIAS ' WRK-SEQ-ATE
                                ' A ' EC-ULTIMA-SEQ
                               DELIMITED BY SIZE INTO WRK-DESCRICAO
                         PERFORM 5700-LISTAR-OCORRENCIA
                   WHEN EC-ULTIMA-SEQ < WRK-ULTIMA-SEQ-LIDA
                         MOVE 'LINHAS ALEM DO ULTIMO ELO DO ELOCTL'
                              TO WRK-DESCRICAO
                         PERFORM 5800-REGISTRAR-QUEBRA
                   WHEN EC-ULTIMO-HASH NOT = WRK-ULTIMO-HASH-LIDO
                         MOVE 'ULTIMA LINHA NAO CONFERE COM O ELOCTL'
                              TO WRK-DESCRICAO
                         PERFORM 5800-REGISTRAR-QUEBRA
             END-EVALUATE.

       6000-RESUMO-LOG.
             PERFORM 8100-CONTROLAR-PAGINA.
             MOVE 'LINHAS LIDAS.................' TO LT-ROTULO.
             MOVE WRK-QT-LINHAS TO LT-QUANTIDADE.
             WRITE REL-ELOS-LINHA FROM LINHA-TOTAL.
             MOVE 'LINHAS ANTERIORES AO ELO.....' TO LT-ROTULO.
             MOVE WRK-QT-SEM-ELO TO LT-QUANTIDADE.
             WRITE REL-ELOS-LINHA FROM LINHA-TOTAL.
             MOVE 'ELOS QUEBRADOS...............' TO LT-ROTULO.
             MOVE WRK-QT-QUEBRAS TO LT-QUANTIDADE.
             WRITE REL-ELOS-LINHA FROM LINHA-TOTAL.
             MOVE 'FALHAS DE SEQUENCIA..........' TO LT-ROTULO.
             MOVE WRK-QT-SALTOS TO LT-QUANTIDADE.
             WRITE REL-ELOS-LINHA FROM LINHA-TOTAL.
             MOVE 'DATA/HORA FORA DE ORDEM......' TO LT-ROTULO.
             MOVE WRK-QT-FORA-ORDEM TO LT-QUANTIDADE.
             WRITE REL-ELOS-LINHA FROM LINHA-TOTAL.
             IF WRK-QT-QUEBRAS > ZEROS OR WRK-QT-SALTOS > ZEROS
                   OR WRK-QT-FORA-ORDEM > ZEROS
                   ADD 1 TO WRK-QT-VIOLADOS
                   MOVE 'VIOLADO' TO LS-SITUACAO
                   PERFORM 6100-ALERTAR-VIOLACAO
             ELSE
                   MOVE 'INTEGRO' TO LS-SITUACAO
             END-IF.
             WRITE REL-ELOS-LINHA FROM LINHA-SITUACAO.
             ADD 6 TO WRK-LINHAS-PAGINA.
             DISPLAY 'LOG ' WRK-LOG ' - ' LS-SITUACAO.

       6100-ALERTAR-VIOLACAO.
             MOVE '2' TO AV-SEVERIDADE.
             MOVE 'VERIFICA-ELOS' TO AV-PROGRAMA.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'ELO QUEBRADO ' WRK-LOG
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE SPACES TO AV-MENSAGEM.
             STRING 'LOG DE AUDITORIA ' WRK-LOG ' VIOLADO - VER '
                    WRK-NOME-RELATORIO
                   DELIMITED BY SIZE INTO AV-MENSAGEM.
             MOVE 'SEGURANCA' TO AV-DESTINO.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'ENCADEAMENTO DOS LOGS DE AUDITORIA' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ELOS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ELOS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-ELOS-LINHA.
             WRITE REL-ELOS-LINHA.
             WRITE REL-ELOS-LINHA FROM LINHA-TITULOS.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             DISPLAY 'VERIFICACAO DOS LOGS DE AUDITORIA CONCLUIDA'.
             DISPLAY 'LOGS VERIFICADOS........: ' WRK-QT-LOGS.
             DISPLAY 'LOGS VIOLADOS...........: ' WRK-QT-VIOLADOS.
             DISPLAY 'DETALHE NO ' WRK-NOME-RELATORIO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'VERIFICA-ELOS' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM VERIFICA-ELOS.
