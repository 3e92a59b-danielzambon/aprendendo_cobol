      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: BAIXA DE BENS DO ATIVO IMOBILIZADO (VENDA, SUCATA,
      *          SINISTRO) - LE AS BAIXAS DO ARQUIVO ATIVBAIX, APURA O
      *          GANHO OU A PERDA CONTRA O VALOR CONTABIL DO BEM (CUSTO
      *          MENOS DEPRECIACAO ACUMULADA), MARCA O BEM COMO BAIXADO
      *          NO ATIVOMST, GRAVA AS PARTIDAS NO DIARIO (LANCTOS) E
      *          IMPRIME O DEMONSTRATIVO DAS BAIXAS (RELBAIXA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LAYOUT DO ATIVBAIX: CODIGO DO BEM (6), DATA DA BAIXA AAAAMMDD
      * (8), VALOR DE VENDA (8V99, ZERO NA SUCATA/PERDA) E MOTIVO (30).
      * PARTIDAS NA DATA DA BAIXA, ORIGEM 'IMOBILIZ':
      *   D 1202 (-) DEPRECIACAO ACUMULADA .. DEPRECIACAO DO BEM
      *   D 1102 BANCOS ..................... VALOR DE VENDA (A VISTA)
      *   C 1201 IMOBILIZADO ................ CUSTO DO BEM
      *   C 3106 GANHO NA BAIXA ............. VENDA ACIMA DO CONTABIL
      *   D 4203 PERDA NA BAIXA ............. VENDA ABAIXO DO CONTABIL
      * A BAIXA CONSIDERA A DEPRECIACAO JA LANCADA PELO DEPREC-ATIVO:
      * A DO PROPRIO MES DA BAIXA DEVE SER RODADA ANTES. BEM
      * INEXISTENTE OU JA BAIXADO, DATA ANTERIOR A AQUISICAO E
      * COMPETENCIA CONTABIL FECHADA (CTRL-COMPET) REJEITAM A BAIXA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AS PARTIDAS SAEM COM A RODADA DE LOTE ABERTA
      *                 NO CTRL-EXECUCAO NA PARTIDA DO PROGRAMA E
      *                 FECHADA NO FIM, E CADA REGRAVACAO DO ATIVOMST
      *                 VAI PARA O JORNAL MUDJRN: O ESTORNA-EXECUCAO
      *                 DESFAZ A BAIXA INTEIRA PELO NUMERO DA RODADA.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-ATIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVO-BAIXA ASSIGN TO 'ATIVBAIX'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-BAIXA.

           SELECT ATIVO-MASTER ASSIGN TO 'ATIVOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IM-CODIGO
                  FILE STATUS IS WRK-FS-ATIVO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT REL-BAIXA ASSIGN TO 'RELBAIXA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-BAIXA.
       01  ATIVO-BAIXA-REC.
           05 IB-CODIGO        PIC 9(06).
           05 IB-DATA          PIC 9(08).
           05 IB-VALOR-VENDA   PIC 9(08)V99.
           05 IB-MOTIVO        PIC X(30).

       FD  ATIVO-MASTER.
       COPY ativo.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  REL-BAIXA.
       01  REL-BAIXA-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-BAIXA     PIC X(02) VALUE '00'.
       77 WRK-FS-ATIVO     PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-BAIXAS          VALUE 'S'.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE        VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.

       77 WRK-VALOR-CONTABIL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(08)V99 VALUE ZEROS.
       77 WRK-QT-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CUSTO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DEPREC   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CONTABIL PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VENDA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RESULTADO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.

       01  LINHA-TITULOS-1.
           05 FILLER          PIC X(07) VALUE 'BEM    '.
           05 FILLER          PIC X(31) VALUE 'DESCRICAO'.
           05 FILLER          PIC X(11) VALUE 'DATA BAIXA'.
           05 FILLER          PIC X(31) VALUE 'MOTIVO'.

       01  LINHA-TITULOS-2.
           05 FILLER          PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE '         CUSTO'.
           05 FILLER          PIC X(14) VALUE ' DEPREC. ACUM.'.
           05 FILLER          PIC X(14) VALUE '  VL. CONTABIL'.
           05 FILLER          PIC X(14) VALUE '   VALOR VENDA'.
           05 FILLER          PIC X(14) VALUE '  GANHO/PERDA'.
           05 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-BEM.
           05 LD-CODIGO       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DESCRICAO    PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DIA          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-MES          PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-ANO          PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MOTIVO       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-VALORES.
           05 LW-ROTULO       PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LW-CUSTO        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LW-DEPREC       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LW-CONTABIL     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LW-VENDA        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LW-RESULTADO    PIC --.---.--9,99.
           05 FILLER          PIC X(02) VALUE SPACES.

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
             MOVE ZEROS TO WRK-QT-LIDAS.
             MOVE ZEROS TO WRK-QT-BAIXADOS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-CUSTO.
             MOVE ZEROS TO WRK-TOT-DEPREC.
             MOVE ZEROS TO WRK-TOT-CONTABIL.
             MOVE ZEROS TO WRK-TOT-VENDA.
             MOVE ZEROS TO WRK-TOT-RESULTADO.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT ATIVO-BAIXA.
             MOVE WRK-FS-BAIXA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'ARQUIVO ATIVBAIX INEXISTENTE, NENHUMA '
                           'BAIXA DE IMOBILIZADO'
                   GOBACK
             END-IF.
             OPEN I-O ATIVO-MASTER.
             MOVE WRK-FS-ATIVO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CADASTRO ATIVOMST INEXISTENTE, BAIXAS '
                           'RECUSADAS'
                   CLOSE ATIVO-BAIXA
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-BAIXA.
             PERFORM 2000-PROCESSAR-BAIXA UNTIL FIM-BAIXAS.
             PERFORM 3000-IMPRIMIR-TOTAL.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       1000-ABRIR.
             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DIARIO-LANCTOS
                   OPEN OUTPUT DIARIO-LANCTOS
             END-IF.
             OPEN OUTPUT REL-BAIXA.
             PERFORM 8000-CABECALHO.

       1100-LER-BAIXA.
             READ ATIVO-BAIXA
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-PROCESSAR-BAIXA.
             ADD 1 TO WRK-QT-LIDAS.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE IB-CODIGO TO IM-CODIGO.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ ATIVO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.
             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE IB-DATA TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             EVALUATE TRUE
                   WHEN NOT CHAVE-EXISTE
                         MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   WHEN IM-BAIXADO
                         MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                   WHEN IB-DATA < IM-DATA-AQUISICAO
                         MOVE 'BAIXA ANTERIOR A AQUISICAO' TO WRK-MOTIVO
                   WHEN CP-FECHADA
                         MOVE 'COMPETENCIA CONTABIL DA BAIXA FECHADA'
                              TO WRK-MOTIVO
             END-EVALUATE.
             IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'BAIXA DO BEM ' IB-CODIGO ' REJEITADA: '
                           WRK-MOTIVO
             ELSE
                   PERFORM 2100-BAIXAR-BEM
             END-IF.
             PERFORM 1100-LER-BAIXA.

       2100-BAIXAR-BEM.
             COMPUTE WRK-VALOR-CONTABIL = IM-CUSTO - IM-DEPREC-ACUM.
             COMPUTE WRK-RESULTADO =
                   IB-VALOR-VENDA - WRK-VALOR-CONTABIL.

             MOVE ATIVO-MASTER-REC TO JP-ANTES.
             MOVE 'B'            TO IM-SITUACAO.
             MOVE IB-DATA        TO IM-DATA-BAIXA.
             MOVE IB-VALOR-VENDA TO IM-VALOR-BAIXA.
             REWRITE ATIVO-MASTER-REC.
             MOVE ATIVO-MASTER-REC TO JP-DEPOIS.
             MOVE 'ATIVOMST' TO JP-ARQUIVO.
             MOVE 'BAIXA-ATIVO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

             PERFORM 2200-GRAVAR-PARTIDAS.
             PERFORM 2300-IMPRIMIR-BAIXA.

             ADD 1 TO WRK-QT-BAIXADOS.
             ADD IM-CUSTO           TO WRK-TOT-CUSTO.
             ADD IM-DEPREC-ACUM     TO WRK-TOT-DEPREC.
             ADD WRK-VALOR-CONTABIL TO WRK-TOT-CONTABIL.
             ADD IB-VALOR-VENDA     TO WRK-TOT-VENDA.
             ADD WRK-RESULTADO      TO WRK-TOT-RESULTADO.

       2200-GRAVAR-PARTIDAS.
             IF IM-DEPREC-ACUM > ZEROS
                   MOVE IM-DEPREC-ACUM TO LC-VALOR
                   MOVE 1202 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 2290-GRAVAR-LANCTO
             END-IF.
             IF IB-VALOR-VENDA > ZEROS
                   MOVE IB-VALOR-VENDA TO LC-VALOR
                   MOVE 1102 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 2290-GRAVAR-LANCTO
             END-IF.
             MOVE IM-CUSTO TO LC-VALOR.
             MOVE 1201 TO LC-CONTA.
             MOVE 'C'  TO LC-NATUREZA.
             PERFORM 2290-GRAVAR-LANCTO.
             IF WRK-RESULTADO > ZEROS
                   MOVE WRK-RESULTADO TO LC-VALOR
                   MOVE 3106 TO LC-CONTA
                   MOVE 'C'  TO LC-NATUREZA
                   PERFORM 2290-GRAVAR-LANCTO
             END-IF.
             IF WRK-RESULTADO < ZEROS
                   COMPUTE LC-VALOR = ZEROS - WRK-RESULTADO
                   MOVE 4203 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 2290-GRAVAR-LANCTO
             END-IF.

       2290-GRAVAR-LANCTO.
             MOVE IB-DATA    TO LC-DATA.
             MOVE 'IMOBILIZ' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

       2300-IMPRIMIR-BAIXA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE IM-CODIGO     TO LD-CODIGO.
             MOVE IM-DESCRICAO  TO LD-DESCRICAO.
             MOVE IB-DATA(7:2)  TO LD-DIA.
             MOVE IB-DATA(5:2)  TO LD-MES.
             MOVE IB-DATA(1:4)  TO LD-ANO.
             MOVE IB-MOTIVO     TO LD-MOTIVO.
             WRITE REL-BAIXA-LINHA FROM LINHA-BEM.
             MOVE SPACES             TO LW-ROTULO.
             MOVE IM-CUSTO           TO LW-CUSTO.
             MOVE IM-DEPREC-ACUM     TO LW-DEPREC.
             MOVE WRK-VALOR-CONTABIL TO LW-CONTABIL.
             MOVE IB-VALOR-VENDA     TO LW-VENDA.
             MOVE WRK-RESULTADO      TO LW-RESULTADO.
             WRITE REL-BAIXA-LINHA FROM LINHA-VALORES.
             ADD 2 TO WRK-LINHAS-PAGINA.

       3000-IMPRIMIR-TOTAL.
             MOVE ALL '-' TO REL-BAIXA-LINHA.
             WRITE REL-BAIXA-LINHA.
             MOVE 'TOTAL'           TO LW-ROTULO.
             MOVE WRK-TOT-CUSTO     TO LW-CUSTO.
             MOVE WRK-TOT-DEPREC    TO LW-DEPREC.
             MOVE WRK-TOT-CONTABIL  TO LW-CONTABIL.
             MOVE WRK-TOT-VENDA     TO LW-VENDA.
             MOVE WRK-TOT-RESULTADO TO LW-RESULTADO.
             WRITE REL-BAIXA-LINHA FROM LINHA-VALORES.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'BAIXAS DO ATIVO IMOBILIZADO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-BAIXA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-BAIXA-LINHA FROM RPT-CABECALHO-DATA.
             WRITE REL-BAIXA-LINHA FROM LINHA-TITULOS-1.
             WRITE REL-BAIXA-LINHA FROM LINHA-TITULOS-2.
             MOVE ALL '-' TO REL-BAIXA-LINHA.
             WRITE REL-BAIXA-LINHA.

       9000-ENCERRAR.
             WRITE REL-BAIXA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE ATIVO-BAIXA.
             CLOSE ATIVO-MASTER.
             CLOSE DIARIO-LANCTOS.
             CLOSE REL-BAIXA.
             DISPLAY 'BAIXA DO ATIVO IMOBILIZADO CONCLUIDA'.
             DISPLAY 'BAIXAS LIDAS............: ' WRK-QT-LIDAS.
             DISPLAY 'BENS BAIXADOS...........: ' WRK-QT-BAIXADOS.
             DISPLAY 'BAIXAS REJEITADAS.......: ' WRK-QT-REJEITADAS.
             DISPLAY 'VALOR CONTABIL BAIXADO..: ' WRK-TOT-CONTABIL.
             DISPLAY 'VALOR DAS VENDAS........: ' WRK-TOT-VENDA.
             DISPLAY 'GANHO/PERDA NAS BAIXAS..: ' WRK-TOT-RESULTADO.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'BAIXA-ATIVO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       END PROGRAM BAIXA-ATIVO.
