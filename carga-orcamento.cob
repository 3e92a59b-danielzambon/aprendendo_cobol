      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO ORCAMENTO (ORCAMST) - VALOR
      *          ORCADO POR CONTA DO PLANOCTA, FILIAL E MES, BASE DO
      *          ORCADO X REALIZADO DO REL-ORCAMENTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL ORCASEQ (ACAO, CONTA, FILIAL,
      * COMPETENCIA AAAAMM E VALOR) NOS MOLDES DO CARGA-PLANO:
      *   'I' INCLUI O ORCADO DA CONTA/FILIAL/MES; 'A' TROCA O VALOR;
      *   'E' EXCLUI. SO CONTA ANALITICA DE RESULTADO (3XXX RECEITA,
      *       4XXX DESPESA) CADASTRADA NO PLANOCTA RECEBE ORCAMENTO -
      *       AS SINTETICAS SAO A SOMA DAS ANALITICAS NO RELATORIO.
      *       FILIAL FORA DO PARAMETRO FILIAIS E MES INVALIDO SAO
      *       REJEITADOS. O VALOR E INFORMADO NO SENTIDO NATURAL DA
      *       CONTA (RECEITA ESPERADA, DESPESA ESPERADA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ORCAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO-ENTRADA ASSIGN TO 'ORCASEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT ORCAMENTO-MASTER ASSIGN TO 'ORCAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OM-CHAVE
                  FILE STATUS IS WRK-FS-ORCAMENTO.

           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PLANO.

           SELECT FILIAL-PARAM ASSIGN TO 'FILIAIS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-ENTRADA.
       01  ORCAMENTO-ENTRADA-REC.
           05 OQ-ACAO          PIC X(01).
           05 OQ-CONTA         PIC 9(04).
           05 OQ-FILIAL        PIC 9(02).
           05 OQ-COMPETENCIA   PIC 9(06).
           05 OQ-VALOR         PIC 9(10)V99.

       FD  ORCAMENTO-MASTER.
       COPY orcamento.

       FD  PLANO-CONTAS.
       01  PLANO-CONTAS-REC.
           05 PC-CONTA         PIC 9(04).
           05 PC-DESCRICAO     PIC X(30).
           05 PC-SINTETICA     PIC X(01).

       FD  FILIAL-PARAM.
       COPY filial.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-ORCAMENTO PIC X(02) VALUE '00'.
       77 WRK-FS-PLANO     PIC X(02) VALUE '00'.
       77 WRK-FS-FILIAL    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA         VALUE 'S'.
       77 WRK-EOF-PLA-SW   PIC X(01) VALUE 'N'.
         88 FIM-PLANO           VALUE 'S'.
       77 WRK-EOF-FIL-SW   PIC X(01) VALUE 'N'.
         88 FIM-FILIAIS         VALUE 'S'.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE        VALUE 'S'.
       77 WRK-CONTA-SW     PIC X(01) VALUE 'N'.
         88 CONTA-ACHADA        VALUE 'S'.
       77 WRK-FILIAL-OK-SW PIC X(01) VALUE 'N'.
         88 FILIAL-VALIDA       VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-MES          PIC 9(02) VALUE ZEROS.

       77 WRK-QT-CARGA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-PLANO.
          05 TP-DET OCCURS 100 TIMES INDEXED BY IX-TP.
             10 TP-CONTA       PIC 9(04).
             10 TP-SINTETICA   PIC X(01).
       77 WRK-QT-CONTAS    PIC 9(03) VALUE ZEROS.

       01 TABELA-FILIAIS.
          05 TFI-DET OCCURS 10 TIMES.
             10 TFI-CODIGO     PIC 9(02).
       77 WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-CARGA.
             MOVE ZEROS TO WRK-QT-ATUALIZ.
             MOVE ZEROS TO WRK-QT-EXCLUIDOS.
             MOVE ZEROS TO WRK-QT-REJ-ACAO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0500-CARREGAR-PLANO.
             PERFORM 0600-CARREGAR-FILIAIS.
             PERFORM 1000-ABRIR.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0500-CARREGAR-PLANO.
             MOVE ZEROS TO WRK-QT-CONTAS.
             MOVE 'N' TO WRK-EOF-PLA-SW.
             OPEN INPUT PLANO-CONTAS.
             MOVE WRK-FS-PLANO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0510-LER-CONTA
                   PERFORM 0520-GUARDAR-CONTA UNTIL FIM-PLANO
                   CLOSE PLANO-CONTAS
             ELSE
                   DISPLAY 'PLANO DE CONTAS (PLANOCTA) AUSENTE, '
                           'INCLUSOES E ALTERACOES SERAO REJEITADAS'
             END-IF.

       0510-LER-CONTA.
             READ PLANO-CONTAS
                   AT END MOVE 'S' TO WRK-EOF-PLA-SW
             END-READ.

       0520-GUARDAR-CONTA.
             IF WRK-QT-CONTAS < 100
                   ADD 1 TO WRK-QT-CONTAS
                   SET IX-TP TO WRK-QT-CONTAS
                   MOVE PC-CONTA     TO TP-CONTA(IX-TP)
                   MOVE PC-SINTETICA TO TP-SINTETICA(IX-TP)
             END-IF.
             PERFORM 0510-LER-CONTA.

       0600-CARREGAR-FILIAIS.
             MOVE ZEROS TO WRK-QT-FILIAIS.
             MOVE 'N' TO WRK-EOF-FIL-SW.
             OPEN INPUT FILIAL-PARAM.
             MOVE WRK-FS-FILIAL TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0610-LER-FILIAL
                   PERFORM 0620-GUARDAR-FILIAL UNTIL FIM-FILIAIS
                   CLOSE FILIAL-PARAM
             ELSE
                   DISPLAY 'PARAMETRO FILIAIS AUSENTE, CODIGO DE '
                           'FILIAL NAO SERA VALIDADO'
             END-IF.

       0610-LER-FILIAL.
             READ FILIAL-PARAM
                   AT END MOVE 'S' TO WRK-EOF-FIL-SW
             END-READ.

       0620-GUARDAR-FILIAL.
             IF WRK-QT-FILIAIS < 10
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE FI-CODIGO TO TFI-CODIGO(WRK-QT-FILIAIS)
             END-IF.
             PERFORM 0610-LER-FILIAL.

       1000-ABRIR.
             OPEN INPUT ORCAMENTO-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'ARQUIVO ORCASEQ INEXISTENTE, NENHUMA '
                           'MANUTENCAO NO ORCAMENTO'
             END-IF.
             OPEN I-O ORCAMENTO-MASTER.
             MOVE WRK-FS-ORCAMENTO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE ORCAMENTO-MASTER
                   OPEN OUTPUT ORCAMENTO-MASTER
                   CLOSE ORCAMENTO-MASTER
                   OPEN I-O ORCAMENTO-MASTER
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ ORCAMENTO-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             MOVE OQ-CONTA       TO OM-CONTA.
             MOVE OQ-FILIAL      TO OM-FILIAL.
             MOVE OQ-COMPETENCIA TO OM-COMPETENCIA.

             PERFORM 2050-BUSCAR-CHAVE.

             EVALUATE OQ-ACAO
                   WHEN 'I' PERFORM 2100-INCLUIR
                   WHEN 'A' PERFORM 2200-ALTERAR
                   WHEN 'E' PERFORM 2300-EXCLUIR
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 OQ-ACAO ' CONTA ' OQ-CONTA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ ORCAMENTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             MOVE SPACES TO WRK-MOTIVO.
             IF CHAVE-EXISTE
                   MOVE 'INCLUSAO DUPLICADA' TO WRK-MOTIVO
             ELSE
                   PERFORM 2110-VALIDAR-ORCADO
             END-IF.
             IF WRK-MOTIVO NOT = SPACES
                   PERFORM 2900-REJEITAR
             ELSE
                   MOVE OQ-CONTA       TO OM-CONTA
                   MOVE OQ-FILIAL      TO OM-FILIAL
                   MOVE OQ-COMPETENCIA TO OM-COMPETENCIA
                   MOVE OQ-VALOR       TO OM-VALOR
                   MOVE WRK-DATA-HOJE  TO OM-DATA-ATUALIZ
                   WRITE ORCAMENTO-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
             END-IF.

       2110-VALIDAR-ORCADO.
             PERFORM 2120-BUSCAR-CONTA.
             PERFORM 2130-VALIDAR-FILIAL.
             MOVE OQ-COMPETENCIA(5:2) TO WRK-MES.
             EVALUATE TRUE
                   WHEN NOT CONTA-ACHADA
                         MOVE 'CONTA FORA DO PLANOCTA' TO WRK-MOTIVO
                   WHEN TP-SINTETICA(IX-TP) = 'S'
                         MOVE 'CONTA SINTETICA NAO RECEBE ORCADO'
                              TO WRK-MOTIVO
                   WHEN OQ-CONTA < 3000
                         MOVE 'SO CONTAS DE RESULTADO (3XXX/4XXX)'
                              TO WRK-MOTIVO
                   WHEN NOT FILIAL-VALIDA
                         MOVE 'FILIAL NAO CADASTRADA' TO WRK-MOTIVO
                   WHEN WRK-MES < 1 OR WRK-MES > 12
                         MOVE 'COMPETENCIA INVALIDA' TO WRK-MOTIVO
             END-EVALUATE.

       2120-BUSCAR-CONTA.
             MOVE 'N' TO WRK-CONTA-SW.
             SET IX-TP TO 1.
             PERFORM 2121-COMPARAR-CONTA
                   UNTIL IX-TP > WRK-QT-CONTAS
                         OR CONTA-ACHADA.

       2121-COMPARAR-CONTA.
             IF TP-CONTA(IX-TP) = OQ-CONTA
                   MOVE 'S' TO WRK-CONTA-SW
             ELSE
                   SET IX-TP UP BY 1
             END-IF.

       2130-VALIDAR-FILIAL.
             IF WRK-QT-FILIAIS = ZEROS
                   MOVE 'S' TO WRK-FILIAL-OK-SW
             ELSE
                   MOVE 'N' TO WRK-FILIAL-OK-SW
                   MOVE 1 TO WRK-IX-FIL
                   PERFORM 2131-COMPARAR-FILIAL
                         UNTIL WRK-IX-FIL > WRK-QT-FILIAIS
                            OR FILIAL-VALIDA
             END-IF.

       2131-COMPARAR-FILIAL.
             IF OQ-FILIAL = TFI-CODIGO(WRK-IX-FIL)
                   MOVE 'S' TO WRK-FILIAL-OK-SW
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       2200-ALTERAR.
             MOVE SPACES TO WRK-MOTIVO.
             IF NOT CHAVE-EXISTE
                   MOVE 'ALTERACAO DE ORCADO INEXISTENTE' TO WRK-MOTIVO
             END-IF.
             IF WRK-MOTIVO NOT = SPACES
                   PERFORM 2900-REJEITAR
             ELSE
                   MOVE OQ-VALOR      TO OM-VALOR
                   MOVE WRK-DATA-HOJE TO OM-DATA-ATUALIZ
                   REWRITE ORCAMENTO-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
             END-IF.

       2300-EXCLUIR.
             IF NOT CHAVE-EXISTE
                   MOVE 'EXCLUSAO DE ORCADO INEXISTENTE' TO WRK-MOTIVO
                   PERFORM 2900-REJEITAR
             ELSE
                   DELETE ORCAMENTO-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
             END-IF.

       2900-REJEITAR.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'ORCADO ' OQ-CONTA '/' OQ-FILIAL '/'
                     OQ-COMPETENCIA ' REJEITADO: ' WRK-MOTIVO.

       9000-ENCERRAR.
             IF WRK-FS-ENTRADA NOT = '35'
                   CLOSE ORCAMENTO-ENTRADA
             END-IF.
             CLOSE ORCAMENTO-MASTER.
             DISPLAY 'CARGA DO ORCAMENTO CONCLUIDA'.
             DISPLAY 'ORCADOS INCLUIDOS.......: ' WRK-QT-CARGA.
             DISPLAY 'ORCADOS ATUALIZADOS.....: ' WRK-QT-ATUALIZ.
             DISPLAY 'ORCADOS EXCLUIDOS.......: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-ORCAMENTO.
