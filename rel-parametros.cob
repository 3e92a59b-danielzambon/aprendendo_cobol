      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO DO MESTRE CENTRAL DE PARAMETROS (PARAMST) -
      *          LISTA, POR GRUPO E ITEM, O VALOR EM VIGOR NO DIA DE
      *          MOVIMENTO, COM QUEM ALTEROU E QUANDO, E EM SEGUIDA AS
      *          MUDANCAS PROGRAMADAS (VIGENCIA FUTURA) AINDA NAO EM
      *          VIGOR: A MUDANCA AGENDADA NAO PEGA NINGUEM DE
      *          SURPRESA NA RODADA EM QUE COMECA A VALER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A DATA DE REFERENCIA E O DIA DE MOVIMENTO ABERTO NO DATAMOV;
      * SEM CONTROLE OU COM O DIA FECHADO, A DATA DA MAQUINA. AS
      * VIGENCIAS JA SUBSTITUIDAS SO ENTRAM NA CONTAGEM; O HISTORICO
      * COMPLETO DE UM ITEM SAI NA CONSULTA DO MANUT-PARAMETRO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-PARAMETROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-MASTER ASSIGN TO 'PARAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PA-CHAVE
                  FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT REL-PARAMETROS-OUT ASSIGN TO DYNAMIC
                  WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MASTER.
       COPY paramst.

       FD  DATA-MOVIMENTO.
       COPY datamov.

       FD  REL-PARAMETROS-OUT.
       01  REL-PARAMETROS-LINHA PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-PARAMETRO  PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-PARAMETROS     VALUE 'S'.
       77 WRK-SEM-MESTRE-SW PIC X(01) VALUE 'N'.
         88 SEM-MESTRE         VALUE 'S'.
       77 WRK-PENDENTE-SW   PIC X(01) VALUE 'N'.
         88 VIGENTE-PENDENTE   VALUE 'S'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.
       77 WRK-TITULO        PIC X(40) VALUE SPACES.
       77 WRK-QT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VIGENTES   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PROGRAMADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SUBSTITUIDAS PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------
      * ULTIMA VIGENCIA ATE O DIA DE MOVIMENTO DO ITEM CORRENTE; SO E
      * IMPRESSA QUANDO O ITEM MUDA, PORQUE UMA VIGENCIA POSTERIOR
      * AINDA ATE A DATA A SUBSTITUI.
      *----------------------------------------------------------------
       COPY paramst REPLACING
            ==PARAMETRO-MASTER-REC== BY ==PARAMETRO-VIGENTE==
            ==PA-CHAVE==             BY ==PV-CHAVE==
            ==PA-GRUPO==             BY ==PV-GRUPO==
            ==PA-ITEM==              BY ==PV-ITEM==
            ==PA-VIGENCIA==          BY ==PV-VIGENCIA==
            ==PA-VALOR==             BY ==PV-VALOR==
            ==PA-DESCRICAO==         BY ==PV-DESCRICAO==
            ==PA-USUARIO==           BY ==PV-USUARIO==
            ==PA-DATA-ALT==          BY ==PV-DATA-ALT==.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(11) VALUE 'GRUPO'.
           05 FILLER          PIC X(21) VALUE 'ITEM'.
           05 FILLER          PIC X(09) VALUE 'VIGENCIA'.
           05 FILLER          PIC X(11) VALUE 'SITUACAO'.
           05 FILLER          PIC X(11) VALUE 'USUARIO'.
           05 FILLER          PIC X(17) VALUE 'ALTERADO'.

       01  LINHA-PARAMETRO.
           05 LP-GRUPO        PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-ITEM         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-VIGENCIA     PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-SITUACAO     PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-USUARIO      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-DATA-ALT     PIC 9(08).
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-VALOR.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LV-VALOR        PIC X(60).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-DESCRICAO.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LD-DESCRICAO    PIC X(30).
           05 FILLER          PIC X(46) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(30).
           05 LT-QUANTIDADE   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(41) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-OBTER-DATA-MOVIMENTO.
             MOVE SPACES TO WRK-NOME-RELATORIO.
             STRING 'RELPARAM' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             OPEN OUTPUT REL-PARAMETROS-OUT.

             OPEN INPUT PARAMETRO-MASTER.
             MOVE WRK-FS-PARAMETRO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-MESTRE-SW
                   DISPLAY 'PARAMST AUSENTE, NENHUM PARAMETRO A LISTAR'
             END-IF.

             MOVE 'PARAMETROS EM VIGOR' TO WRK-TITULO.
             PERFORM 8000-CABECALHO.
             IF NOT SEM-MESTRE
                   PERFORM 1000-POSICIONAR
                   PERFORM 2000-AVALIAR-VIGENCIA UNTIL FIM-PARAMETROS
                   PERFORM 2500-IMPRIMIR-VIGENTE
             END-IF.

             MOVE 'MUDANCAS PROGRAMADAS (VIGENCIA FUTURA)'
                  TO WRK-TITULO.
             PERFORM 8000-CABECALHO.
             IF NOT SEM-MESTRE
                   PERFORM 1000-POSICIONAR
                   PERFORM 3000-AVALIAR-PROGRAMADA
                         UNTIL FIM-PARAMETROS
                   CLOSE PARAMETRO-MASTER
             END-IF.

             PERFORM 4000-TOTAIS.
             WRITE REL-PARAMETROS-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-PARAMETROS-OUT.
             PERFORM 9500-CATALOGAR-RELATORIO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-OBTER-DATA-MOVIMENTO.
             MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO WRK-DATA-MOVTO
                   END-IF
                   CLOSE DATA-MOVIMENTO
             END-IF.

       1000-POSICIONAR.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE LOW-VALUES TO PA-CHAVE.
             START PARAMETRO-MASTER KEY IS >= PA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 1100-LER-PARAMETRO.

       1100-LER-PARAMETRO.
             IF NOT FIM-PARAMETROS
                   READ PARAMETRO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * AS VIGENCIAS DE UM ITEM VEM EM ORDEM DE DATA: CADA UMA ATE O
      * DIA DE MOVIMENTO SUBSTITUI A ANTERIOR; A QUE SOBRA QUANDO O
      * ITEM MUDA E A QUE ESTA EM VIGOR.
      *----------------------------------------------------------------
       2000-AVALIAR-VIGENCIA.
             ADD 1 TO WRK-QT-LIDAS.
             IF VIGENTE-PENDENTE
                   AND (PA-GRUPO NOT = PV-GRUPO
                        OR PA-ITEM NOT = PV-ITEM)
                   PERFORM 2500-IMPRIMIR-VIGENTE
             END-IF.
             IF PA-VIGENCIA NOT > WRK-DATA-MOVTO
                   IF VIGENTE-PENDENTE
                         ADD 1 TO WRK-QT-SUBSTITUIDAS
                   END-IF
                   MOVE PARAMETRO-MASTER-REC TO PARAMETRO-VIGENTE
                   MOVE 'S' TO WRK-PENDENTE-SW
             END-IF.
             PERFORM 1100-LER-PARAMETRO.

       2500-IMPRIMIR-VIGENTE.
             IF VIGENTE-PENDENTE
                   ADD 1 TO WRK-QT-VIGENTES
                   MOVE PV-GRUPO      TO LP-GRUPO
                   MOVE PV-ITEM       TO LP-ITEM
                   MOVE PV-VIGENCIA   TO LP-VIGENCIA
                   MOVE 'EM VIGOR'    TO LP-SITUACAO
                   MOVE PV-USUARIO    TO LP-USUARIO
                   MOVE PV-DATA-ALT   TO LP-DATA-ALT
                   MOVE PV-VALOR      TO LV-VALOR
                   PERFORM 8100-CONTROLAR-PAGINA
                   WRITE REL-PARAMETROS-LINHA FROM LINHA-PARAMETRO
                   WRITE REL-PARAMETROS-LINHA FROM LINHA-VALOR
                   ADD 2 TO WRK-LINHAS-PAGINA
                   MOVE 'N' TO WRK-PENDENTE-SW
             END-IF.

       3000-AVALIAR-PROGRAMADA.
             IF PA-VIGENCIA > WRK-DATA-MOVTO
                   ADD 1 TO WRK-QT-PROGRAMADAS
                   MOVE PA-GRUPO      TO LP-GRUPO
                   MOVE PA-ITEM       TO LP-ITEM
                   MOVE PA-VIGENCIA   TO LP-VIGENCIA
                   MOVE 'PROGRAMADA'  TO LP-SITUACAO
                   MOVE PA-USUARIO    TO LP-USUARIO
                   MOVE PA-DATA-ALT   TO LP-DATA-ALT
                   MOVE PA-VALOR      TO LV-VALOR
                   MOVE PA-DESCRICAO  TO LD-DESCRICAO
                   PERFORM 8100-CONTROLAR-PAGINA
                   WRITE REL-PARAMETROS-LINHA FROM LINHA-PARAMETRO
                   WRITE REL-PARAMETROS-LINHA FROM LINHA-VALOR
                   WRITE REL-PARAMETROS-LINHA FROM LINHA-DESCRICAO
                   ADD 3 TO WRK-LINHAS-PAGINA
             END-IF.
             PERFORM 1100-LER-PARAMETRO.

       4000-TOTAIS.
             MOVE SPACES TO REL-PARAMETROS-LINHA.
             WRITE REL-PARAMETROS-LINHA.
             MOVE 'VIGENCIAS LIDAS..............' TO LT-ROTULO.
             MOVE WRK-QT-LIDAS TO LT-QUANTIDADE.
             WRITE REL-PARAMETROS-LINHA FROM LINHA-TOTAL.
             MOVE 'PARAMETROS EM VIGOR..........' TO LT-ROTULO.
             MOVE WRK-QT-VIGENTES TO LT-QUANTIDADE.
             WRITE REL-PARAMETROS-LINHA FROM LINHA-TOTAL.
             MOVE 'MUDANCAS PROGRAMADAS.........' TO LT-ROTULO.
             MOVE WRK-QT-PROGRAMADAS TO LT-QUANTIDADE.
             WRITE REL-PARAMETROS-LINHA FROM LINHA-TOTAL.
             MOVE 'VIGENCIAS SUBSTITUIDAS.......' TO LT-ROTULO.
             MOVE WRK-QT-SUBSTITUIDAS TO LT-QUANTIDADE.
             WRITE REL-PARAMETROS-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE WRK-TITULO TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-PARAMETROS-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-MOVTO TO RPTH-DATA.
             WRITE REL-PARAMETROS-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-PARAMETROS-LINHA.
             WRITE REL-PARAMETROS-LINHA.
             WRITE REL-PARAMETROS-LINHA FROM LINHA-TITULOS.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             DISPLAY 'RELATORIO DE PARAMETROS CONCLUIDO'.
             DISPLAY 'DATA DE MOVIMENTO.......: ' WRK-DATA-MOVTO.
             DISPLAY 'PARAMETROS EM VIGOR.....: ' WRK-QT-VIGENTES.
             DISPLAY 'MUDANCAS PROGRAMADAS....: ' WRK-QT-PROGRAMADAS.
             DISPLAY 'LISTA COMPLETA NO ' WRK-NOME-RELATORIO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'REL-PARAMETROS' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM REL-PARAMETROS.
