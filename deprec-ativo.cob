      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO - PARA A
      *          COMPETENCIA INFORMADA (AAAAMM), CALCULA A QUOTA LINEAR
      *          DE CADA BEM EM USO NO ATIVOMST PELA VIDA UTIL DA
      *          CATEGORIA, ATUALIZA A DEPRECIACAO ACUMULADA DO BEM E
      *          GRAVA NO DIARIO (LANCTOS), NO ULTIMO DIA DO MES, A
      *          PARTIDA D 4202 DESPESA DE DEPRECIACAO / C 1202 (-)
      *          DEPRECIACAO ACUMULADA, PARA O CONTAB-FECHA-MES FECHAR
      *          O MES COM A DEPRECIACAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA CONTABIL TEM DE ESTAR ABERTA NO CTRL-COMPET.
      * O BEM DEPRECIA A PARTIR DO MES SEGUINTE AO DA AQUISICAO. A
      * QUOTA E CALCULADA PELO ACUMULADO DEVIDO ATE O MES (CUSTO x
      * MESES DEPRECIADOS / VIDA UTIL) MENOS O JA LANCADO, ENTAO OS
      * CENTAVOS DO ARREDONDAMENTO NAO SE ACUMULAM E O ULTIMO MES DA
      * VIDA UTIL FECHA O CUSTO EXATO. O BEM GUARDA A ULTIMA
      * COMPETENCIA DEPRECIADA: RODAR DE NOVO A MESMA COMPETENCIA NAO
      * DEPRECIA DUAS VEZES, E AS COMPETENCIAS DEVEM SER RODADAS EM
      * ORDEM (UMA COMPETENCIA ANTERIOR A ULTIMA JA RODADA E IGNORADA
      * PARA O BEM).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AS PARTIDAS SAEM COM A RODADA DE LOTE ABERTA NO
      *                 CTRL-EXECUCAO NA PARTIDA DO PROGRAMA E FECHADA
      *                 NO FIM, E CADA REGRAVACAO DO ATIVOMST VAI PARA O
      *                 JORNAL MUDJRN: O ESTORNA-EXECUCAO DESFAZ A
      *                 RODADA INTEIRA (PARTIDA E QUOTA DE CADA BEM).
      * 15/10/2026 DZ - LANCTOS GANHA LC-EXECUCAO (RODADA DE LOTE DO
      *                 CTRL-EXECUCAO); AS PARTIDAS DESTE PROGRAMA TEM
      *                 CONTROLE PROPRIO DE COMPETENCIA E SAEM COM
      *                 RODADA ZERO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPREC-ATIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVO-MASTER ASSIGN TO 'ATIVOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IM-CODIGO
                  FILE STATUS IS WRK-FS-ATIVO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.

       77 WRK-FS-ATIVO     PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ATIVOS          VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO  PIC 9(04).
          05 WRK-COMPET-MES  PIC 9(02).
       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPET-AQUIS PIC 9(06) VALUE ZEROS.
       77 WRK-DEVIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QUOTA        PIC 9(08)V99 VALUE ZEROS.

       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEPRECIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-RODADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TOTAL-DEPREC PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DEPREC   PIC 9(10)V99 VALUE ZEROS.

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

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-DEPRECIADOS.
             MOVE ZEROS TO WRK-QT-JA-RODADOS.
             MOVE ZEROS TO WRK-QT-TOTAL-DEPREC.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-DEPREC.

             DISPLAY 'COMPETENCIA DA DEPRECIACAO (AAAAMM): '
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
                           ' FECHADA, DEPRECIACAO RECUSADA (REABRIR '
                           'PELO FECHA-COMPETENCIA)'
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-ATIVO.
             PERFORM 2000-DEPRECIAR UNTIL FIM-ATIVOS.
             PERFORM 3000-GRAVAR-PARTIDA.
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

       1000-ABRIR.
             OPEN I-O ATIVO-MASTER.
             MOVE WRK-FS-ATIVO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CADASTRO ATIVOMST INEXISTENTE, NADA A '
                           'DEPRECIAR'
             END-IF.

       1100-LER-ATIVO.
             IF NOT FIM-ATIVOS
                   READ ATIVO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * SO DEPRECIA O BEM EM USO, ADQUIRIDO ANTES DA COMPETENCIA, AINDA
      * NAO DEPRECIADO NELA E COM VIDA UTIL POR CUMPRIR.
      *----------------------------------------------------------------
       2000-DEPRECIAR.
             ADD 1 TO WRK-QT-LIDOS.
             COMPUTE WRK-COMPET-AQUIS = IM-DATA-AQUISICAO / 100.
             EVALUATE TRUE
                   WHEN NOT IM-EM-USO
                         CONTINUE
                   WHEN WRK-COMPET-AQUIS NOT < WRK-COMPETENCIA
                         CONTINUE
                   WHEN IM-ULTIMA-COMPET NOT < WRK-COMPETENCIA
                         ADD 1 TO WRK-QT-JA-RODADOS
                   WHEN IM-MESES-DEPREC NOT < IM-VIDA-MESES
                         ADD 1 TO WRK-QT-TOTAL-DEPREC
                   WHEN OTHER
                         PERFORM 2100-CALCULAR-QUOTA
             END-EVALUATE.
             PERFORM 1100-LER-ATIVO.

       2100-CALCULAR-QUOTA.
             MOVE ATIVO-MASTER-REC TO JP-ANTES.
             ADD 1 TO IM-MESES-DEPREC.
             IF IM-MESES-DEPREC = IM-VIDA-MESES
                   MOVE IM-CUSTO TO WRK-DEVIDO
             ELSE
                   COMPUTE WRK-DEVIDO ROUNDED =
                         IM-CUSTO * IM-MESES-DEPREC / IM-VIDA-MESES
             END-IF.
             COMPUTE WRK-QUOTA = WRK-DEVIDO - IM-DEPREC-ACUM.
             MOVE WRK-DEVIDO      TO IM-DEPREC-ACUM.
             MOVE WRK-COMPETENCIA TO IM-ULTIMA-COMPET.
             REWRITE ATIVO-MASTER-REC.
             MOVE ATIVO-MASTER-REC TO JP-DEPOIS.
             MOVE 'ATIVOMST' TO JP-ARQUIVO.
             MOVE 'DEPREC-ATIVO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.
             ADD WRK-QUOTA TO WRK-TOT-DEPREC.
             ADD 1 TO WRK-QT-DEPRECIADOS.

      *----------------------------------------------------------------
      * UMA PARTIDA COM O TOTAL DO MES, NO ULTIMO DIA DA COMPETENCIA.
      * RODADA QUE NAO DEPRECIOU NADA (TUDO JA RODADO) NAO GRAVA.
      *----------------------------------------------------------------
       3000-GRAVAR-PARTIDA.
             IF WRK-TOT-DEPREC > ZEROS
                   OPEN EXTEND DIARIO-LANCTOS
                   MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO
                   IF FS-ARQ-OPCIONAL-AUSENTE
                         CLOSE DIARIO-LANCTOS
                         OPEN OUTPUT DIARIO-LANCTOS
                   END-IF
                   MOVE WRK-TOT-DEPREC TO LC-VALOR
                   MOVE 4202 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 3100-GRAVAR-LANCTO
                   MOVE 1202 TO LC-CONTA
                   MOVE 'C'  TO LC-NATUREZA
                   PERFORM 3100-GRAVAR-LANCTO
                   CLOSE DIARIO-LANCTOS
             END-IF.

       3100-GRAVAR-LANCTO.
             MOVE WRK-ULTIMO-DIA TO LC-DATA.
             MOVE 'DEPREC' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'DEPREC-ATIVO' TO EL-PROGRAMA.
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
             IF WRK-FS-ATIVO NOT = '35'
                   CLOSE ATIVO-MASTER
             END-IF.
             DISPLAY 'DEPRECIACAO DO IMOBILIZADO CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'BENS LIDOS..............: ' WRK-QT-LIDOS.
             DISPLAY 'BENS DEPRECIADOS........: ' WRK-QT-DEPRECIADOS.
             DISPLAY 'JA DEPRECIADOS NO MES...: ' WRK-QT-JA-RODADOS.
             DISPLAY 'TOTALMENTE DEPRECIADOS..: ' WRK-QT-TOTAL-DEPREC.
             DISPLAY 'DEPRECIACAO DO MES......: ' WRK-TOT-DEPREC.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

       END PROGRAM DEPREC-ATIVO.
