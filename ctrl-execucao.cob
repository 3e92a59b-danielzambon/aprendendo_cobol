      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONTROLE DE RODADAS DE LOTE - SUBROTINA CHAMADA NA
      *          PARTIDA ('A') E NO ENCERRAMENTO ('F') DE CADA
      *          PROGRAMA DE LANCAMENTO EM LOTE: NA PARTIDA NUMERA A
      *          RODADA (MAIOR NUMERO DO LEDGER LOTEEXEC + 1), GRAVA O
      *          EVENTO DE ABERTURA E DEVOLVE O NUMERO EM EL-EXECUCAO
      *          PARA O PROGRAMA CARIMBAR NOS REGISTROS QUE GRAVA; NO
      *          ENCERRAMENTO GRAVA O EVENTO DE CONCLUSAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OPERACOES: 'A' ABRIR RODADA, 'F' FECHAR RODADA, 'R' FECHAR A
      * RODADA DE UM ESTORNO (GRAVA O EVENTO 'R' COM A RODADA
      * ESTORNADA EM EL-REFERENCIA E O OPERADOR/APROVADOR).
      * A RODADA ABERTA FICA TAMBEM NO ARQUIVO DE UMA LINHA EXECATU
      * (NUMERO + PROGRAMA), LIDO PELO GRAVA-JORNAL PARA CARIMBAR O
      * JORNAL MUDJRN SEM MUDAR A CHAMADA DOS PROGRAMAS QUE JA O
      * USAM; O FECHAMENTO ESVAZIA O EXECATU. RODADA CAIDA NO MEIO
      * FICA SO COM O EVENTO 'A' NO LOTEEXEC.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRL-EXECUCAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXECUCAO-LOTE ASSIGN TO 'LOTEEXEC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-EXECUCAO.

           SELECT EXECUCAO-ATUAL ASSIGN TO 'EXECATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ATUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXECUCAO-LOTE.
       COPY execlote.

       FD  EXECUCAO-ATUAL.
       01  EXECUCAO-ATUAL-REC.
           05 EA-EXECUCAO      PIC 9(08).
           05 EA-PROGRAMA      PIC X(18).

       WORKING-STORAGE SECTION.

       77 WRK-FS-EXECUCAO PIC X(02) VALUE '00'.
       77 WRK-FS-ATUAL    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW      PIC X(01) VALUE 'N'.
         88 FIM-EXECUCOES      VALUE 'S'.
       77 WRK-MAIOR-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-EVENTO      PIC X(01) VALUE SPACES.

       COPY fstatus.

       LINKAGE SECTION.
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
             88 EL-ABRIR           VALUE 'A'.
             88 EL-FECHAR          VALUE 'F'.
             88 EL-ESTORNAR        VALUE 'R'.
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).

       PROCEDURE DIVISION USING EL-PARM.

       0001-PRINCIPAL.
             IF EL-ABRIR
                   PERFORM 1000-PROXIMA-EXECUCAO
                   MOVE 'A' TO WRK-EVENTO
                   MOVE ZEROS TO EL-REFERENCIA
                   PERFORM 2000-GRAVAR-EVENTO
                   PERFORM 3000-GRAVAR-ATUAL
             ELSE
                   IF EL-ESTORNAR
                         MOVE 'R' TO WRK-EVENTO
                   ELSE
                         MOVE 'C' TO WRK-EVENTO
                         MOVE ZEROS TO EL-REFERENCIA
                   END-IF
                   PERFORM 2000-GRAVAR-EVENTO
                   PERFORM 4000-LIMPAR-ATUAL
             END-IF.
             GOBACK.

       1000-PROXIMA-EXECUCAO.
             MOVE ZEROS TO WRK-MAIOR-EXECUCAO.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT EXECUCAO-LOTE.
             MOVE WRK-FS-EXECUCAO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   PERFORM 1100-LER-EXECUCAO
                   PERFORM 1200-GUARDAR-MAIOR UNTIL FIM-EXECUCOES
                   CLOSE EXECUCAO-LOTE
             END-IF.
             COMPUTE EL-EXECUCAO = WRK-MAIOR-EXECUCAO + 1.

       1100-LER-EXECUCAO.
             READ EXECUCAO-LOTE
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-GUARDAR-MAIOR.
             IF EX-EXECUCAO > WRK-MAIOR-EXECUCAO
                   MOVE EX-EXECUCAO TO WRK-MAIOR-EXECUCAO
             END-IF.
             PERFORM 1100-LER-EXECUCAO.

       2000-GRAVAR-EVENTO.
             OPEN EXTEND EXECUCAO-LOTE.
             MOVE WRK-FS-EXECUCAO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE EXECUCAO-LOTE
                   OPEN OUTPUT EXECUCAO-LOTE
             END-IF.
             MOVE EL-EXECUCAO   TO EX-EXECUCAO.
             MOVE WRK-EVENTO    TO EX-EVENTO.
             MOVE EL-PROGRAMA   TO EX-PROGRAMA.
             ACCEPT EX-DATA FROM DATE YYYYMMDD.
             ACCEPT EX-HORA FROM TIME.
             MOVE EL-USUARIO    TO EX-USUARIO.
             MOVE EL-APROVADOR  TO EX-APROVADOR.
             MOVE EL-REFERENCIA TO EX-REFERENCIA.
             WRITE EXECUCAO-LOTE-REC.
             CLOSE EXECUCAO-LOTE.

       3000-GRAVAR-ATUAL.
             OPEN OUTPUT EXECUCAO-ATUAL.
             MOVE EL-EXECUCAO TO EA-EXECUCAO.
             MOVE EL-PROGRAMA TO EA-PROGRAMA.
             WRITE EXECUCAO-ATUAL-REC.
             CLOSE EXECUCAO-ATUAL.

       4000-LIMPAR-ATUAL.
             OPEN OUTPUT EXECUCAO-ATUAL.
             CLOSE EXECUCAO-ATUAL.

       END PROGRAM CTRL-EXECUCAO.
