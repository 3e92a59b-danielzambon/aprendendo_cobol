      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONFLITOS DE SEGREGACAO DE FUNCOES - PARA CADA USUARIO
      *          DO USUARIO-MASTER, CONFERE O PERFIL DELE NO
      *          PERFIL-MASTER CONTRA OS PARES DE OPCOES DO MENU
      *          INCOMPATIVEIS CADASTRADOS NO GRUPO SEGREGCFG DO
      *          MESTRE DE PARAMETROS (EX.: FOLHA DE PAGAMENTO X
      *          REMESSA SALARIAL AO BANCO) E LISTA CADA PAR QUE O
      *          PERFIL PERMITE POR INTEIRO - O MESMO USUARIO PODE
      *          LANCAR E LIBERAR A MESMA OPERACAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODA COMO PASSO DO JOB-NOTURNO E PELO MENU. O RELATORIO SAI NO
      * RELSEGR DATADO E E CATALOGADO NO RELCAT. CADA LINHA DO
      * SEGREGCFG TRAZ AS DUAS OPCOES (2+2 DIGITOS) E A DESCRICAO DO
      * CONFLITO. USUARIO SEM PERFIL OU COM PERFIL FORA DO MESTRE SAI
      * MARCADO 'SO REGRA DE NIVEL': O MENU O AUTORIZA SO PELO NIVEL E
      * A SEGREGACAO NAO E GARANTIDA PELO PERFIL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-SEGREGACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO 'USUAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT PERFIL-MASTER ASSIGN TO 'PERFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRF-CODIGO
                  FILE STATUS IS WRK-FS-PERFIL.

           SELECT REL-SEGREG-OUT ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  PERFIL-MASTER.
       COPY perfil.

       FD  REL-SEGREG-OUT.
       01  REL-SEGREG-LINHA     PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-PERFIL     PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-USU-SW    PIC X(01) VALUE 'N'.
         88 FIM-USUARIOS       VALUE 'S'.
       77 WRK-EOF-PAR-SW    PIC X(01) VALUE 'N'.
         88 FIM-PARES          VALUE 'S'.
       77 WRK-SEM-PERF-SW   PIC X(01) VALUE 'N'.
         88 SEM-PERFIS         VALUE 'S'.
       77 WRK-PERFIL-OK-SW  PIC X(01) VALUE 'N'.
         88 PERFIL-ACHADO      VALUE 'S'.
       77 WRK-CONFLITO-SW   PIC X(01) VALUE 'N'.
         88 USUARIO-EM-CONFLITO VALUE 'S'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.
       77 WRK-QT-PARES      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PARES-INV  PIC 9(02) VALUE ZEROS.
       77 WRK-IX-PAR        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-USUARIOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-CONFLITO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONFLITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SO-NIVEL   PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO SEGREGCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM): AS DUAS OPCOES DO MENU QUE NAO PODEM ESTAR
      * JUNTAS NO MESMO PERFIL E A DESCRICAO DO CONFLITO.
      *----------------------------------------------------------------
       01  SEGREG-CONFIG-REC.
           05 SG-OPCAO-1       PIC 9(02).
           05 SG-OPCAO-2       PIC 9(02).
           05 SG-DESCRICAO     PIC X(40).
       01 TABELA-PARES.
          05 TP-DET OCCURS 50 TIMES.
             10 TP-OPCAO-1     PIC 9(02).
             10 TP-OPCAO-2     PIC 9(02).
             10 TP-DESCRICAO   PIC X(40).
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(11) VALUE 'USUARIO'.
           05 FILLER          PIC X(04) VALUE 'NV'.
           05 FILLER          PIC X(05) VALUE 'PRF'.
           05 FILLER          PIC X(10) VALUE 'OPCOES'.
           05 FILLER          PIC X(50) VALUE 'CONFLITO DE FUNCOES'.

       01  LINHA-CONFLITO.
           05 LC-USUARIO      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LC-NIVEL        PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LC-PERFIL       PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LC-OPCAO-1      PIC X(02).
           05 LC-SEPARADOR    PIC X(03).
           05 LC-OPCAO-2      PIC X(02).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LC-DESCRICAO    PIC X(40).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(30).
           05 LT-QUANTIDADE   PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(41) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE SPACES TO WRK-NOME-RELATORIO.
             STRING 'RELSEGR' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             PERFORM 1000-CARREGAR-PARES.
             PERFORM 1500-ABRIR.
             OPEN OUTPUT REL-SEGREG-OUT.
             PERFORM 8000-CABECALHO.

             PERFORM 1600-LER-USUARIO.
             PERFORM 2000-CONFERIR-USUARIO UNTIL FIM-USUARIOS.

             PERFORM 3000-TOTAIS.
             WRITE REL-SEGREG-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-SEGREG-OUT.
             CLOSE USUARIO-MASTER.
             CLOSE PERFIL-MASTER.
             PERFORM 9500-CATALOGAR-RELATORIO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * PAR COM OPCAO FORA DE 01-99 OU COM AS DUAS OPCOES IGUAIS E
      * DESPREZADO COM AVISO NO CONSOLE.
      *----------------------------------------------------------------
       1000-CARREGAR-PARES.
             MOVE ZEROS TO WRK-QT-PARES.
             MOVE ZEROS TO WRK-QT-PARES-INV.
             MOVE 'N' TO WRK-EOF-PAR-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1100-LER-PAR.
             PERFORM 1200-GUARDAR-PAR UNTIL FIM-PARES.
             IF WRK-QT-PARES = ZEROS
                   DISPLAY 'SEGREGCFG SEM PARES EM VIGOR NO PARAMST, '
                           'NENHUM CONFLITO A APONTAR'
             END-IF.

       1100-LER-PAR.
             MOVE 'P'         TO VG-OPERACAO.
             MOVE 'SEGREGCFG' TO VG-GRUPO.
             MOVE ZEROS       TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO SEGREG-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-PAR-SW
             END-IF.

       1200-GUARDAR-PAR.
             IF SG-OPCAO-1 IS NOT NUMERIC
                   OR SG-OPCAO-2 IS NOT NUMERIC
                   OR SG-OPCAO-1 = ZEROS
                   OR SG-OPCAO-2 = ZEROS
                   OR SG-OPCAO-1 = SG-OPCAO-2
                   ADD 1 TO WRK-QT-PARES-INV
                   DISPLAY 'PAR INVALIDO NO SEGREGCFG, DESPREZADO: '
                           VG-ITEM
             ELSE
                   IF WRK-QT-PARES < 50
                         ADD 1 TO WRK-QT-PARES
                         MOVE SG-OPCAO-1 TO TP-OPCAO-1(WRK-QT-PARES)
                         MOVE SG-OPCAO-2 TO TP-OPCAO-2(WRK-QT-PARES)
                         MOVE SG-DESCRICAO
                              TO TP-DESCRICAO(WRK-QT-PARES)
                   END-IF
             END-IF.
             PERFORM 1100-LER-PAR.

       1500-ABRIR.
             OPEN INPUT USUARIO-MASTER.
             MOVE WRK-FS-USUARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-USU-SW
                   DISPLAY 'USUARIO-MASTER INEXISTENTE, NADA A '
                           'RELATAR'
             ELSE
                   MOVE LOW-VALUES TO US-USUARIO
                   START USUARIO-MASTER KEY IS >= US-USUARIO
                         INVALID KEY MOVE 'S' TO WRK-EOF-USU-SW
                   END-START
             END-IF.
             MOVE 'N' TO WRK-SEM-PERF-SW.
             OPEN INPUT PERFIL-MASTER.
             MOVE WRK-FS-PERFIL TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-PERF-SW
                   IF NOT FS-ARQ-NAO-EXISTE
                         DISPLAY 'FILE STATUS ' WRK-FS-PERFIL
                                 ' NO PERFMST (RODE O MIGRA-MESTRES), '
                                 'USUARIOS SAEM SEM PERFIL'
                   END-IF
             END-IF.

       1600-LER-USUARIO.
             IF NOT FIM-USUARIOS
                   READ USUARIO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-USU-SW
                   END-READ
             END-IF.

       2000-CONFERIR-USUARIO.
             ADD 1 TO WRK-QT-USUARIOS.
             MOVE US-USUARIO TO LC-USUARIO.
             MOVE US-NIVEL   TO LC-NIVEL.
             MOVE US-PERFIL  TO LC-PERFIL.
             PERFORM 2100-BUSCAR-PERFIL.
             IF PERFIL-ACHADO
                   MOVE 'N' TO WRK-CONFLITO-SW
                   MOVE 1 TO WRK-IX-PAR
                   PERFORM 2200-CONFERIR-PAR
                         UNTIL WRK-IX-PAR > WRK-QT-PARES
                   IF USUARIO-EM-CONFLITO
                         ADD 1 TO WRK-QT-EM-CONFLITO
                   END-IF
             ELSE
                   ADD 1 TO WRK-QT-SO-NIVEL
                   MOVE SPACES TO LC-OPCAO-1
                   MOVE SPACES TO LC-SEPARADOR
                   MOVE SPACES TO LC-OPCAO-2
                   MOVE 'SEM PERFIL: SO REGRA DE NIVEL'
                        TO LC-DESCRICAO
                   PERFORM 2900-IMPRIMIR-LINHA
             END-IF.
             PERFORM 1600-LER-USUARIO.

       2100-BUSCAR-PERFIL.
             MOVE 'N' TO WRK-PERFIL-OK-SW.
             IF NOT SEM-PERFIS
                   AND US-PERFIL NOT = SPACES
                   MOVE US-PERFIL TO PRF-CODIGO
                   READ PERFIL-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-PERFIL-OK-SW
                   END-READ
             END-IF.

       2200-CONFERIR-PAR.
             IF PRF-OPCAO(TP-OPCAO-1(WRK-IX-PAR)) = 'S'
                   AND PRF-OPCAO(TP-OPCAO-2(WRK-IX-PAR)) = 'S'
                   MOVE 'S' TO WRK-CONFLITO-SW
                   ADD 1 TO WRK-QT-CONFLITOS
                   MOVE TP-OPCAO-1(WRK-IX-PAR)   TO LC-OPCAO-1
                   MOVE ' X '                    TO LC-SEPARADOR
                   MOVE TP-OPCAO-2(WRK-IX-PAR)   TO LC-OPCAO-2
                   MOVE TP-DESCRICAO(WRK-IX-PAR) TO LC-DESCRICAO
                   PERFORM 2900-IMPRIMIR-LINHA
             END-IF.
             ADD 1 TO WRK-IX-PAR.

       2900-IMPRIMIR-LINHA.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-SEGREG-LINHA FROM LINHA-CONFLITO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       3000-TOTAIS.
             MOVE SPACES TO REL-SEGREG-LINHA.
             WRITE REL-SEGREG-LINHA.
             MOVE 'PARES INCOMPATIVEIS EM VIGOR.' TO LT-ROTULO.
             MOVE WRK-QT-PARES TO LT-QUANTIDADE.
             WRITE REL-SEGREG-LINHA FROM LINHA-TOTAL.
             MOVE 'USUARIOS CONFERIDOS..........' TO LT-ROTULO.
             MOVE WRK-QT-USUARIOS TO LT-QUANTIDADE.
             WRITE REL-SEGREG-LINHA FROM LINHA-TOTAL.
             MOVE 'USUARIOS EM CONFLITO.........' TO LT-ROTULO.
             MOVE WRK-QT-EM-CONFLITO TO LT-QUANTIDADE.
             WRITE REL-SEGREG-LINHA FROM LINHA-TOTAL.
             MOVE 'CONFLITOS APONTADOS..........' TO LT-ROTULO.
             MOVE WRK-QT-CONFLITOS TO LT-QUANTIDADE.
             WRITE REL-SEGREG-LINHA FROM LINHA-TOTAL.
             MOVE 'SO REGRA DE NIVEL............' TO LT-ROTULO.
             MOVE WRK-QT-SO-NIVEL TO LT-QUANTIDADE.
             WRITE REL-SEGREG-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'CONFLITOS DE SEGREGACAO DE FUNCOES' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-SEGREG-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-SEGREG-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-SEGREG-LINHA.
             WRITE REL-SEGREG-LINHA.
             WRITE REL-SEGREG-LINHA FROM LINHA-TITULOS.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             DISPLAY 'CONFLITOS DE SEGREGACAO CONCLUIDO'.
             DISPLAY 'PARES EM VIGOR..........: ' WRK-QT-PARES.
             DISPLAY 'PARES DESPREZADOS.......: ' WRK-QT-PARES-INV.
             DISPLAY 'USUARIOS CONFERIDOS.....: ' WRK-QT-USUARIOS.
             DISPLAY 'USUARIOS EM CONFLITO....: ' WRK-QT-EM-CONFLITO.
             DISPLAY 'SO REGRA DE NIVEL.......: ' WRK-QT-SO-NIVEL.
             DISPLAY 'LISTA COMPLETA NO ' WRK-NOME-RELATORIO.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'REL-SEGREGACAO' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM REL-SEGREGACAO.
