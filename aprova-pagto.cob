      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APROVACAO DOS PAGAMENTOS DA PROPOSTA - O SUPERVISOR
      *          (OU ADMINISTRADOR), AUTENTICADO NOS MOLDES DO
      *          APROVA-DESCONTO, PERCORRE OS TITULOS EM ABERTO DO
      *          CONTAS-PAGAR QUE VENCEM DENTRO DO HORIZONTE DA
      *          PROPOSTA-PAGTO E DECIDE UM A UM O QUE ENTRA NA
      *          PROXIMA REMESSA. O TITULO APROVADO PASSA PARA 'S'
      *          (SELECIONADO) COM O APROVADOR CARIMBADO E A MUDANCA
      *          VAI PARA O JORNAL DE MUDANCAS; SO TITULO SELECIONADO
      *          E REMETIDO PELO PAGTO-REMESSA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * TITULO NAO APROVADO CONTINUA EM ABERTO E VOLTA NA PROPOSTA DA
      * SEMANA SEGUINTE. A RESPOSTA 'F' ENCERRA A RODADA SEM DECIDIR
      * OS TITULOS RESTANTES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-PAGTO.
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

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  CONTAS-PAGAR.
       COPY cpagar.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-PAGAR           VALUE 'S'.

       77 WRK-APROVADOR      PIC X(10) VALUE SPACES.
       77 WRK-SENHA-APROVADOR PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-SW   PIC X(01) VALUE 'N'.
         88 APROVADOR-ENCONTRADO  VALUE 'S'.
       77 WRK-AUTORIZADO-SW  PIC X(01) VALUE 'N'.
         88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE          VALUE 'S'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

       77 WRK-DECISAO-SW     PIC X(01) VALUE 'N'.
         88 DECISAO-APROVA       VALUE 'S'.
         88 DECISAO-FIM          VALUE 'F'.
       77 WRK-HORIZONTE      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-APROVADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-APROVADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 0100-IDENTIFICAR-APROVADOR.

             IF APROVADOR-AUTORIZADO
                   PERFORM 1000-ABRIR
                   PERFORM 1100-LER-PAGAR
                   PERFORM 2000-DECIDIR-TITULO
                         UNTIL FIM-PAGAR
                   PERFORM 9000-ENCERRAR
             ELSE
                   DISPLAY 'APROVADOR NAO AUTORIZADO A SELECIONAR '
                           'PAGAMENTOS'
             END-IF.

             GOBACK.

       0100-IDENTIFICAR-APROVADOR.
             DISPLAY 'USUARIO APROVADOR: '
             ACCEPT WRK-APROVADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA-APROVADOR.

             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-APROVADOR-SW.
             MOVE WRK-APROVADOR TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-APROVADOR-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-APROVADOR-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF APROVADOR-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA-APROVADOR TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA-APROVADOR = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF APROVADOR-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.

       1000-ABRIR.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-APROVADOS.
             MOVE ZEROS TO WRK-QT-MANTIDOS.
             MOVE ZEROS TO WRK-TOT-APROVADO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'HORIZONTE DA PROPOSTA EM DIAS (ZERO=7): '
             ACCEPT WRK-HORIZONTE.
             IF WRK-HORIZONTE = ZEROS
                   MOVE 7 TO WRK-HORIZONTE
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-HOJE TO DA-DATA-1.
             MOVE WRK-HORIZONTE TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-DATA-LIMITE.

             OPEN I-O CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CPAGAR AUSENTE, NADA A APROVAR'
             END-IF.

       1100-LER-PAGAR.
             IF NOT FIM-PAGAR
                   READ CONTAS-PAGAR NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-DECIDIR-TITULO.
             IF PG-ABERTO AND PG-VENCIMENTO <= WRK-DATA-LIMITE
                   DISPLAY ' '
                   DISPLAY 'TITULO A PAGAR EM ABERTO:'
                   DISPLAY ' ORIGEM/CREDOR..: ' PG-ORIGEM ' '
                           PG-CREDOR
                   DISPLAY ' DOCUMENTO......: ' PG-DOCUMENTO
                           ' PARCELA ' PG-PARCELA
                   DISPLAY ' VENCIMENTO.....: ' PG-VENCIMENTO
                   DISPLAY ' VALOR A PAGAR..: ' PG-VALOR
                   IF PG-CONTA = ZEROS
                         DISPLAY ' *** SEM DOMICILIO BANCARIO, NAO '
                                 'SERA REMETIDO ***'
                   END-IF
                   DISPLAY 'APROVAR PARA PAGAMENTO (S/N/F=FIM)? '
                   ACCEPT WRK-DECISAO-SW
                   EVALUATE TRUE
                         WHEN DECISAO-APROVA
                               PERFORM 2100-SELECIONAR-TITULO
                         WHEN DECISAO-FIM
                               MOVE 'S' TO WRK-EOF-SW
                         WHEN OTHER
                               ADD 1 TO WRK-QT-MANTIDOS
                   END-EVALUATE
             END-IF.
             PERFORM 1100-LER-PAGAR.

       2100-SELECIONAR-TITULO.
             MOVE PAGAR-REC     TO JP-ANTES.
             MOVE 'S'           TO PG-STATUS.
             MOVE WRK-DATA-HOJE TO PG-DATA-STATUS.
             MOVE WRK-APROVADOR TO PG-APROVADOR.
             REWRITE PAGAR-REC.
             ADD 1 TO WRK-QT-APROVADOS.
             ADD PG-VALOR TO WRK-TOT-APROVADO.
             MOVE 'A' TO JP-OPERACAO.
             MOVE PAGAR-REC TO JP-DEPOIS.
             PERFORM 8800-GRAVAR-JORNAL.

       8800-GRAVAR-JORNAL.
             MOVE 'CPAGAR' TO JP-ARQUIVO.
             MOVE 'APROVA-PAGTO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             IF WRK-FS-PAGAR NOT = '35'
                   CLOSE CONTAS-PAGAR
             END-IF.
             DISPLAY 'APROVACAO DE PAGAMENTOS CONCLUIDA'.
             DISPLAY 'APROVADOR...............: ' WRK-APROVADOR.
             DISPLAY 'TITULOS APROVADOS.......: ' WRK-QT-APROVADOS.
             DISPLAY 'VALOR APROVADO..........: ' WRK-TOT-APROVADO.
             DISPLAY 'TITULOS MANTIDOS ABERTOS: ' WRK-QT-MANTIDOS.

       END PROGRAM APROVA-PAGTO.
