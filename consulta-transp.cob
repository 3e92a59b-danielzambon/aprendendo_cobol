      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONSULTA DA TRANSPORTADORA NO MESTRE TRANSP-MASTER -
      *          SUBROTINA CHAMADA ANTES DE COTAR OU EMBARCAR (CALC-
      *          FRETE, COTA-FRETE-LOTE, FRETE-CONSOLIDA, ROMANEIO) E
      *          PELOS RELATORIOS QUE IMPRIMEM A TRANSPORTADORA.
      *          DEVOLVE O NOME, O DOMICILIO BANCARIO E A SITUACAO NA
      *          DATA INFORMADA:
      *            L = LIBERADA        S = SUSPENSA
      *            V = SEGURO VENCIDO  N = NAO CADASTRADA
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * TRANSPORTADORA NAO CADASTRADA (OU MESTRE AUSENTE) NAO E
      * BLOQUEADA - O CODIGO VOLTA COMO NOME - PARA O MESTRE PODER SER
      * CARREGADO AOS POUCOS SEM PARAR A EXPEDICAO. O SEGURO VALE ATE
      * O DIA DO VENCIMENTO, INCLUSIVE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-TRANSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSP-MASTER ASSIGN TO 'TRANSMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TN-CODIGO
                  FILE STATUS IS WRK-FS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSP-MASTER.
       COPY transp.

       WORKING-STORAGE SECTION.

       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       COPY fstatus.

       LINKAGE SECTION.
       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).
             88 CT-LIBERADA        VALUE 'L'.
             88 CT-SUSPENSA        VALUE 'S'.
             88 CT-SEGURO-VENCIDO  VALUE 'V'.
             88 CT-NAO-CADASTRADA  VALUE 'N'.
             88 CT-BLOQUEADA       VALUE 'S' 'V'.

       PROCEDURE DIVISION USING CT-PARM.

       0001-PRINCIPAL.
             MOVE CT-CODIGO TO CT-NOME.
             MOVE ZEROS TO CT-AGENCIA.
             MOVE ZEROS TO CT-CONTA.
             MOVE 'N' TO CT-SITUACAO.

             OPEN INPUT TRANSP-MASTER.
             MOVE WRK-FS-MASTER TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   GOBACK
             END-IF.

             MOVE CT-CODIGO TO TN-CODIGO.
             READ TRANSP-MASTER
                   INVALID KEY
                         CONTINUE
                   NOT INVALID KEY
                         PERFORM 1000-AVALIAR-TRANSP
             END-READ.
             CLOSE TRANSP-MASTER.
             GOBACK.

       1000-AVALIAR-TRANSP.
             MOVE TN-NOME    TO CT-NOME.
             MOVE TN-AGENCIA TO CT-AGENCIA.
             MOVE TN-CONTA   TO CT-CONTA.
             EVALUATE TRUE
                   WHEN TN-SUSPENSA
                         MOVE 'S' TO CT-SITUACAO
                   WHEN TN-VENC-SEGURO < CT-DATA
                         MOVE 'V' TO CT-SITUACAO
                   WHEN OTHER
                         MOVE 'L' TO CT-SITUACAO
             END-EVALUATE.

       END PROGRAM CONSULTA-TRANSP.
