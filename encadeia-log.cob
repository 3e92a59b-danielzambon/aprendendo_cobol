      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ENCADEAMENTO DOS LOGS DE AUDITORIA - SUBROTINA CHAMADA
      *          POR QUEM GRAVA LINHA NO ACESSAUD, NIVELAUD, OPERLOG E
      *          MUDJRN, LOGO ANTES DO WRITE: RECEBE O NOME DO LOG E O
      *          CONTEUDO DA LINHA E DEVOLVE O ELO (PROXIMA SEQUENCIA,
      *          HASH DA LINHA ANTERIOR E HASH DESTA, PELO
      *          CALC-HASH-ELO), GUARDANDO A ULTIMA SEQUENCIA E O
      *          ULTIMO HASH DE CADA LOG NO CONTROLE ELOCTL. UMA LINHA
      *          APAGADA, INSERIDA OU ALTERADA DEPOIS QUEBRA A CADEIA,
      *          E O VERIFICA-ELOS APONTA ONDE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * EN-OPERACAO 'G' GERA O ELO DA PROXIMA LINHA (USO NORMAL);
      * 'I' MARCA O NOVO INICIO DA CADEIA DEPOIS DO EXPURGO, COM A
      * SEQUENCIA E O HASH ANTERIOR DA PRIMEIRA LINHA QUE FICOU NO
      * ARQUIVO VIVO (SEQUENCIA ZERO = NENHUMA LINHA ENCADEADA FICOU,
      * A CADEIA RECOMECA DEPOIS DA ULTIMA ENTREGUE); 'R' REGISTRA A
      * ULTIMA SEQUENCIA E O ULTIMO HASH DE UM LOG REGRAVADO POR
      * PROCESSO AUTORIZADO (MASCARAMENTO DO ANONIMIZA-TITULAR). LOG
      * AINDA SEM CONTROLE COMECA NA SEQUENCIA 1 COM HASH ANTERIOR
      * ZERADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADEIA-LOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELO-CONTROLE ASSIGN TO 'ELOCTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EC-LOG
                  FILE STATUS IS WRK-FS-ELO.

       DATA DIVISION.
       FILE SECTION.
       FD  ELO-CONTROLE.
       COPY eloctl.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ELO       PIC X(02) VALUE '00'.
       77 WRK-NOVO-SW      PIC X(01) VALUE 'N'.
         88 CONTROLE-NOVO      VALUE 'S'.

       01 HE-PARM.
          05 HE-HASH-ANTERIOR  PIC X(10).
          05 HE-SEQUENCIA      PIC 9(09).
          05 HE-CONTEUDO       PIC X(390).
          05 HE-HASH           PIC X(10).
       COPY fstatus.

       LINKAGE SECTION.
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
            88 EN-GERAR-ELO       VALUE 'G'.
            88 EN-NOVO-INICIO     VALUE 'I'.
            88 EN-RECADEAR        VALUE 'R'.
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).

       PROCEDURE DIVISION USING EN-PARM.

       0001-PRINCIPAL.
             OPEN I-O ELO-CONTROLE.
             MOVE WRK-FS-ELO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE ELO-CONTROLE
                   OPEN OUTPUT ELO-CONTROLE
                   CLOSE ELO-CONTROLE
                   OPEN I-O ELO-CONTROLE
             END-IF.

             MOVE 'N' TO WRK-NOVO-SW.
             MOVE EN-LOG TO EC-LOG.
             READ ELO-CONTROLE
                   INVALID KEY
                         MOVE 'S' TO WRK-NOVO-SW
                         MOVE 1     TO EC-SEQ-INICIAL
                         MOVE ALL '0' TO EC-HASH-INICIAL
                         MOVE ZEROS TO EC-ULTIMA-SEQ
                         MOVE ALL '0' TO EC-ULTIMO-HASH
             END-READ.

             EVALUATE TRUE
                   WHEN EN-GERAR-ELO
                         PERFORM 1000-GERAR-ELO
                   WHEN EN-NOVO-INICIO
                         PERFORM 2000-NOVO-INICIO
                   WHEN EN-RECADEAR
                         PERFORM 3000-RECADEAR
             END-EVALUATE.

             ACCEPT EC-DATA-ALT FROM DATE YYYYMMDD.
             ACCEPT EC-HORA-ALT FROM TIME.
             IF CONTROLE-NOVO
                   WRITE ELO-CONTROLE-REC
             ELSE
                   REWRITE ELO-CONTROLE-REC
             END-IF.
             CLOSE ELO-CONTROLE.
             GOBACK.

       1000-GERAR-ELO.
             ADD 1 TO EC-ULTIMA-SEQ.
             MOVE EC-ULTIMO-HASH TO HE-HASH-ANTERIOR.
             MOVE EC-ULTIMA-SEQ  TO HE-SEQUENCIA.
             MOVE EN-CONTEUDO    TO HE-CONTEUDO.
             CALL 'CALC-HASH-ELO' USING HE-PARM.
             MOVE EC-ULTIMA-SEQ    TO EN-SEQUENCIA.
             MOVE HE-HASH-ANTERIOR TO EN-HASH-ANTERIOR.
             MOVE HE-HASH          TO EN-HASH.
             MOVE HE-HASH          TO EC-ULTIMO-HASH.

       2000-NOVO-INICIO.
             IF EN-SEQUENCIA > ZEROS
                   MOVE EN-SEQUENCIA     TO EC-SEQ-INICIAL
                   MOVE EN-HASH-ANTERIOR TO EC-HASH-INICIAL
             ELSE
                   COMPUTE EC-SEQ-INICIAL = EC-ULTIMA-SEQ + 1
                   MOVE EC-ULTIMO-HASH TO EC-HASH-INICIAL
             END-IF.

       3000-RECADEAR.
             MOVE EN-SEQUENCIA TO EC-ULTIMA-SEQ.
             MOVE EN-HASH      TO EC-ULTIMO-HASH.

       END PROGRAM ENCADEIA-LOG.
