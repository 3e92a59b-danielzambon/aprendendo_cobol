      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONFERENCIA DA FILIAL DO OPERADOR - SUBROTINA CHAMADA
      *          PELAS OPCOES DO MENU QUE MOVIMENTAM DADOS DE UMA
      *          FILIAL (CALC-FRETE, REG-VENDAS, ATUALIZA-PEDIDO,
      *          FATURA-PEDIDO) ANTES DE TOCAR NO ITEM. CONFERE A
      *          FILIAL CONTRA AS FILIAIS PERMITIDAS DO OPERADOR DA
      *          SESSAO (OPERATU, GRAVADO PELO MENU NO LOGIN) E GRAVA
      *          A RECUSA NO ACESSO-AUDIT:
      *            S = FILIAL PERMITIDA     N = FILIAL NEGADA
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * SEM OPERADOR NO OPERATU (PROGRAMA RODADO FORA DO MENU), COM O
      * PERFIL DE SERVICO DO JOB-NOTURNO ('***', QUE NENHUM USUARIO DO
      * MENU PODE TER) OU COM A LISTA DE FILIAIS TODA ZERADA, NAO HA
      * RESTRICAO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-FILIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.

           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-ATUAL.
       COPY operatu.

       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-OPERADOR  PIC X(02) VALUE '00'.
       77 WRK-FS-ACESSO    PIC X(02) VALUE '00'.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR-SW  PIC X(01) VALUE 'N'.
         88 HA-OPERADOR        VALUE 'S'.
       77 WRK-LISTA-SW     PIC X(01) VALUE 'N'.
         88 HA-LISTA           VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 FILIAL-NA-LISTA    VALUE 'S'.
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       LINKAGE SECTION.
       01 CF-PARM.
          05 CF-PROGRAMA      PIC X(18).
          05 CF-FILIAL        PIC 9(02).
          05 CF-RESULTADO     PIC X(01).
             88 CF-PERMITIDA       VALUE 'S'.
             88 CF-NEGADA          VALUE 'N'.

       PROCEDURE DIVISION USING CF-PARM.

       0001-PRINCIPAL.
             MOVE 'S' TO CF-RESULTADO.
             PERFORM 1000-LER-OPERADOR.
             IF NOT HA-OPERADOR
                   GOBACK
             END-IF.
             IF OA-PERFIL-SERVICO
                   GOBACK
             END-IF.

             MOVE 'N' TO WRK-LISTA-SW.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 2000-COMPARAR-FILIAL UNTIL WRK-IX-FIL > 10.
             IF HA-LISTA AND NOT FILIAL-NA-LISTA
                   MOVE 'N' TO CF-RESULTADO
                   DISPLAY 'FILIAL ' CF-FILIAL ' NAO PERMITIDA AO '
                           'OPERADOR ' OA-USUARIO
                   PERFORM 3000-GRAVAR-ACESSO
             END-IF.
             GOBACK.

       1000-LER-OPERADOR.
             MOVE 'N' TO WRK-OPERADOR-SW.
             OPEN INPUT OPERADOR-ATUAL.
             MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ OPERADOR-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO
                   IF FS-OK AND OA-USUARIO NOT = SPACES
                         MOVE 'S' TO WRK-OPERADOR-SW
                   END-IF
                   CLOSE OPERADOR-ATUAL
             END-IF.

       2000-COMPARAR-FILIAL.
             IF OA-FILIAL(WRK-IX-FIL) IS NUMERIC
                   AND OA-FILIAL(WRK-IX-FIL) NOT = ZEROS
                   MOVE 'S' TO WRK-LISTA-SW
                   IF OA-FILIAL(WRK-IX-FIL) = CF-FILIAL
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       3000-GRAVAR-ACESSO.
             OPEN EXTEND ACESSO-AUDIT.
             MOVE WRK-FS-ACESSO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ACESSO-AUDIT
                   OPEN OUTPUT ACESSO-AUDIT
             END-IF.
             MOVE OA-USUARIO TO AA-USUARIO.
             MOVE SPACES TO AA-RESULTADO.
             STRING 'FIL ' CF-FILIAL ' NEGADA ' CF-PROGRAMA
                   DELIMITED BY SIZE INTO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.
             CLOSE ACESSO-AUDIT.

       END PROGRAM CONFERE-FILIAL.
