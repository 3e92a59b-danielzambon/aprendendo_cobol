      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: IMPORTACAO DO ARQUIVO DE RETORNO DO APLICATIVO
      *          TRANSMISSOR DA NF-E (NFERET) PARA O CONTROLE NFECTL:
      *          CSTAT 100 AUTORIZA A NOTA E GUARDA O PROTOCOLO, 101,
      *          135 E 155 MARCAM O CANCELAMENTO HOMOLOGADO E QUALQUER
      *          OUTRO CODIGO REJEITA A NOTA COM O CODIGO E O MOTIVO,
      *          PARA O GERA-NFE REFAZER O XML NA PROXIMA RODADA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LAYOUT DO NFERET (UMA LINHA POR NOTA PROCESSADA):
      *   CHAVE DE ACESSO (44) CSTAT (3) PROTOCOLO (15) DATA AAAAMMDD
      *   (8) MOTIVO (40).
      * A FATURA E LOCALIZADA PELO NUMERO DA NOTA DENTRO DA CHAVE E A
      * CHAVE INTEIRA TEM DE BATER COM A DO CONTROLE; RETORNO DE CHAVE
      * DESCONHECIDA SAI NO CONSOLE E E DESPREZADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-NFE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-RETORNO ASSIGN TO 'NFERET'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RETORNO.

           SELECT NFE-CONTROLE ASSIGN TO 'NFECTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NC-FATURA
                  FILE STATUS IS WRK-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD  NFE-RETORNO.
       01  NFE-RETORNO-REC.
           05 NR-CHAVE         PIC X(44).
           05 NR-CHAVE-R REDEFINES NR-CHAVE.
              10 FILLER        PIC X(25).
              10 NR-NUMERO     PIC 9(09).
              10 FILLER        PIC X(10).
           05 NR-CSTAT         PIC 9(03).
           05 NR-PROTOCOLO     PIC X(15).
           05 NR-DATA          PIC 9(08).
           05 NR-MOTIVO        PIC X(40).

       FD  NFE-CONTROLE.
       COPY nfectl.

       WORKING-STORAGE SECTION.

       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-RETORNO         VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 CONTROLE-ACHADO     VALUE 'S'.

       77 WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AUTORIZADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CANCELADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DESCONHECIDOS PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-AUTORIZADAS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             MOVE ZEROS TO WRK-QT-CANCELADAS.
             MOVE ZEROS TO WRK-QT-DESCONHECIDOS.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT NFE-RETORNO.
             MOVE WRK-FS-RETORNO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'ARQUIVO DE RETORNO NFERET INEXISTENTE'
                   GOBACK
             END-IF.
             OPEN I-O NFE-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CONTROLE NFECTL INEXISTENTE, NENHUMA NF-E '
                           'GERADA AINDA'
                   CLOSE NFE-RETORNO
                   GOBACK
             END-IF.

             PERFORM 1000-LER-RETORNO.
             PERFORM 2000-PROCESSAR-RETORNO UNTIL FIM-RETORNO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-LER-RETORNO.
             READ NFE-RETORNO
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2000-PROCESSAR-RETORNO.
             ADD 1 TO WRK-QT-LIDOS.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF NR-NUMERO IS NUMERIC AND NR-CSTAT IS NUMERIC
                   MOVE NR-NUMERO TO NC-FATURA
                   READ NFE-CONTROLE
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                               IF NC-CHAVE = NR-CHAVE
                                     MOVE 'S' TO WRK-ACHOU-SW
                               END-IF
                   END-READ
             END-IF.
             IF CONTROLE-ACHADO
                   PERFORM 2100-ATUALIZAR-STATUS
             ELSE
                   ADD 1 TO WRK-QT-DESCONHECIDOS
                   DISPLAY 'RETORNO DE CHAVE DESCONHECIDA: ' NR-CHAVE
             END-IF.
             PERFORM 1000-LER-RETORNO.

       2100-ATUALIZAR-STATUS.
             MOVE NR-CSTAT TO NC-COD-RETORNO.
             IF NR-DATA IS NUMERIC AND NR-DATA > ZEROS
                   MOVE NR-DATA TO NC-DATA-STATUS
             ELSE
                   MOVE WRK-DATA-HOJE TO NC-DATA-STATUS
             END-IF.
             EVALUATE NR-CSTAT
                   WHEN 100
                         MOVE 'A' TO NC-STATUS
                         MOVE NR-PROTOCOLO TO NC-PROTOCOLO
                         MOVE SPACES TO NC-MOTIVO
                         ADD 1 TO WRK-QT-AUTORIZADAS
                   WHEN 101
                   WHEN 135
                   WHEN 155
                         MOVE 'C' TO NC-STATUS
                         MOVE NR-MOTIVO TO NC-MOTIVO
                         ADD 1 TO WRK-QT-CANCELADAS
                   WHEN OTHER
                         MOVE 'R' TO NC-STATUS
                         MOVE NR-MOTIVO TO NC-MOTIVO
                         ADD 1 TO WRK-QT-REJEITADAS
                         DISPLAY 'NF-E DA FATURA ' NC-FATURA
                                 ' REJEITADA ' NR-CSTAT ' '
                                 NR-MOTIVO
             END-EVALUATE.
             REWRITE NFE-CONTROLE-REC.

       9000-ENCERRAR.
             CLOSE NFE-RETORNO.
             CLOSE NFE-CONTROLE.
             DISPLAY 'RETORNO DA NF-E IMPORTADO'.
             DISPLAY 'RETORNOS LIDOS..........: ' WRK-QT-LIDOS.
             DISPLAY 'NF-E AUTORIZADAS........: ' WRK-QT-AUTORIZADAS.
             DISPLAY 'NF-E REJEITADAS.........: ' WRK-QT-REJEITADAS.
             DISPLAY 'NF-E CANCELADAS.........: ' WRK-QT-CANCELADAS.
             DISPLAY 'CHAVES DESCONHECIDAS....: '
                     WRK-QT-DESCONHECIDOS.

       END PROGRAM RETORNO-NFE.
