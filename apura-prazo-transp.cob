      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: APURACAO NOTURNA DO DESEMPENHO DE PRAZO POR
      *          TRANSPORTADORA E UF DE DESTINO NA JANELA DE DIAS DO
      *          PARAMETRO ESCTRCFG (PADRAO 90). CRUZA O FRETE-AUDIT COM
      *          AS ENTREGAS DO PEDIDO-REGISTRO, COMO O REL-DESEMPENHO-
      *          TRANSP, E REGRAVA O ARQUIVO PRAZOTR (COPYBOOK PRAZOTR),
      *          DE ONDE A SUBROTINA ESCOLHE-TRANSP TIRA O % NO PRAZO
      *          PARA ESCOLHER A TRANSPORTADORA DE CADA PEDIDO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ENTRAM OS EMBARQUES NORMAIS COM DATA PROMETIDA E FA-DATA DENTRO
      * DA JANELA. O EMBARQUE ENTREGUE E AVALIADO PELA DATA DA ENTREGA;
      * O AINDA NAO ENTREGUE SO E AVALIADO QUANDO A DATA PROMETIDA JA
      * PASSOU, E ENTAO CONTA COMO ATRASO - A TRANSPORTADORA QUE NAO
      * ENTREGA NAO PODE SAIR MELHOR QUE A QUE ENTREGA ATRASADO.
      * LIMITE: 200 COMBINACOES TRANSPORTADORA/UF (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-PRAZO-TRANSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-AUDIT ASSIGN TO 'FRETEAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FRETE.

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

           SELECT ESCOLHA-CONFIG ASSIGN TO 'ESCTRCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT PRAZO-TRANSP ASSIGN TO 'PRAZOTR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-PRAZO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-AUDIT.
       COPY fretaud.

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  ESCOLHA-CONFIG.
       COPY esctrcfg.

       FD  PRAZO-TRANSP.
       COPY prazotr.

       WORKING-STORAGE SECTION.

       77 WRK-FS-FRETE     PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-PRAZO     PIC X(02) VALUE '00'.
       77 WRK-EOF-AUD-SW   PIC X(01) VALUE 'N'.
         88 FIM-AUDITORIA       VALUE 'S'.
       77 WRK-EOF-PED-SW   PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS         VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-ENTREGA-SW   PIC X(01) VALUE 'N'.
         88 ENTREGA-ACHADA      VALUE 'S'.

       77 WRK-DIAS-JANELA  PIC 9(03) VALUE 90.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-PRAZO.
          05 TZ-DET OCCURS 200 TIMES INDEXED BY IX-TZ.
             10 TZ-TRANSP      PIC X(03).
             10 TZ-UF          PIC X(02).
             10 TZ-EMBARQUES   PIC 9(05).
             10 TZ-AVALIADOS   PIC 9(05).
             10 TZ-NO-PRAZO    PIC 9(05).
       77 WRK-QT-LINHAS    PIC 9(03) VALUE ZEROS.

       77 WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NA-JANELA PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXCEDENTES PIC 9(05) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-AUD-SW.
             MOVE ZEROS TO WRK-QT-LINHAS.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-NA-JANELA.
             MOVE ZEROS TO WRK-QT-EXCEDENTES.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0500-CARREGAR-CONFIG.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-AUDITORIA.
             PERFORM 2000-CRUZAR-EMBARQUE UNTIL FIM-AUDITORIA.
             PERFORM 5000-GRAVAR-PRAZOS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * SO A JANELA DE DIAS INTERESSA AQUI; SEM O PARAMETRO (OU COM A
      * JANELA ZERADA) VALEM OS 90 DIAS PADRAO.
      *----------------------------------------------------------------
       0500-CARREGAR-CONFIG.
             MOVE 90 TO WRK-DIAS-JANELA.
             OPEN INPUT ESCOLHA-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ ESCOLHA-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         AND EC-DIAS-JANELA IS NUMERIC
                         AND EC-DIAS-JANELA > ZEROS
                         MOVE EC-DIAS-JANELA TO WRK-DIAS-JANELA
                   END-IF
                   CLOSE ESCOLHA-CONFIG
             ELSE
                   DISPLAY 'PARAMETRO ESCTRCFG AUSENTE, JANELA PADRAO '
                           'DE 90 DIAS'
             END-IF.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-HOJE TO DA-DATA-1.
             COMPUTE DA-QT-DIAS = ZEROS - WRK-DIAS-JANELA.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-DATA-INICIO.

       1000-ABRIR.
             OPEN INPUT FRETE-AUDIT.
             MOVE WRK-FS-FRETE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-AUD-SW
                   DISPLAY 'FRETE-AUDIT INEXISTENTE, SEM EMBARQUES '
                           'A APURAR'
             END-IF.
             OPEN INPUT PEDIDO-REGISTRO.
             OPEN OUTPUT PRAZO-TRANSP.

       1100-LER-AUDITORIA.
             IF NOT FIM-AUDITORIA
                   READ FRETE-AUDIT
                         AT END MOVE 'S' TO WRK-EOF-AUD-SW
                   END-READ
             END-IF.

       2000-CRUZAR-EMBARQUE.
             ADD 1 TO WRK-QT-LIDOS.
             IF FA-DATA-PROMETIDA IS NOT NUMERIC
                   OR FA-DATA-PROMETIDA = ZEROS
                   OR FA-EMBARQUE-DEVOL
                   OR FA-DATA < WRK-DATA-INICIO
                   OR FA-DATA > WRK-DATA-HOJE
                   PERFORM 1100-LER-AUDITORIA
             ELSE
                   ADD 1 TO WRK-QT-NA-JANELA
                   PERFORM 2010-CRUZAR-LINHA
             END-IF.

       2010-CRUZAR-LINHA.
             PERFORM 2100-LOCALIZAR-LINHA.
             IF LINHA-ACHADA
                   ADD 1 TO TZ-EMBARQUES(IX-TZ)
                   PERFORM 2500-LOCALIZAR-ENTREGA
                   IF ENTREGA-ACHADA
                         ADD 1 TO TZ-AVALIADOS(IX-TZ)
                         PERFORM 2700-AVALIAR-PRAZO
                   ELSE
                         IF FA-DATA-PROMETIDA < WRK-DATA-HOJE
                               ADD 1 TO TZ-AVALIADOS(IX-TZ)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 1100-LER-AUDITORIA.

       2100-LOCALIZAR-LINHA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-LINHAS > 0
                   SET IX-TZ TO 1
                   PERFORM 2110-COMPARAR-LINHA
                         UNTIL IX-TZ > WRK-QT-LINHAS
                               OR LINHA-ACHADA
             END-IF.
             IF NOT LINHA-ACHADA
                   IF WRK-QT-LINHAS < 200
                         ADD 1 TO WRK-QT-LINHAS
                         SET IX-TZ TO WRK-QT-LINHAS
                         MOVE FA-TRANSP TO TZ-TRANSP(IX-TZ)
                         MOVE FA-UF     TO TZ-UF(IX-TZ)
                         MOVE ZEROS TO TZ-EMBARQUES(IX-TZ)
                         MOVE ZEROS TO TZ-AVALIADOS(IX-TZ)
                         MOVE ZEROS TO TZ-NO-PRAZO(IX-TZ)
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         ADD 1 TO WRK-QT-EXCEDENTES
                   END-IF
             END-IF.

       2110-COMPARAR-LINHA.
             IF TZ-TRANSP(IX-TZ) = FA-TRANSP
                   AND TZ-UF(IX-TZ) = FA-UF
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TZ UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * MESMO CRUZAMENTO DO REL-DESEMPENHO-TRANSP: PELA CHAVE QUANDO O
      * EMBARQUE TRAZ FA-PEDIDO, SENAO POR PRODUTO+UF+VALOR CONTRA OS
      * PEDIDOS ENTREGUES.
      *----------------------------------------------------------------
       2500-LOCALIZAR-ENTREGA.
             MOVE 'N' TO WRK-ENTREGA-SW.
             MOVE ZEROS TO WRK-DATA-ENTREGA.
             IF FA-PEDIDO > ZEROS
                   MOVE FA-PEDIDO TO PR-NUMERO
                   READ PEDIDO-REGISTRO
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               IF PR-ENTREGUE
                                     MOVE 'S' TO WRK-ENTREGA-SW
                                     MOVE PR-DATA-STATUS
                                          TO WRK-DATA-ENTREGA
                               END-IF
                   END-READ
             ELSE
                   PERFORM 2600-CRUZAR-SEM-PEDIDO
             END-IF.

       2600-CRUZAR-SEM-PEDIDO.
             MOVE 'N' TO WRK-EOF-PED-SW.
             MOVE ZEROS TO PR-NUMERO.
             START PEDIDO-REGISTRO KEY IS >= PR-NUMERO
                   INVALID KEY MOVE 'S' TO WRK-EOF-PED-SW
             END-START.
             PERFORM 2610-LER-PEDIDO.
             PERFORM 2620-COMPARAR-PEDIDO
                   UNTIL FIM-PEDIDOS OR ENTREGA-ACHADA.

       2610-LER-PEDIDO.
             IF NOT FIM-PEDIDOS
                   READ PEDIDO-REGISTRO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-PED-SW
                   END-READ
             END-IF.

       2620-COMPARAR-PEDIDO.
             IF PR-ENTREGUE
                   AND PR-PRODUTO = FA-PRODUTO
                   AND PR-UF = FA-UF
                   AND PR-VALOR = FA-VALOR
                   MOVE 'S' TO WRK-ENTREGA-SW
                   MOVE PR-DATA-STATUS TO WRK-DATA-ENTREGA
             ELSE
                   PERFORM 2610-LER-PEDIDO
             END-IF.

       2700-AVALIAR-PRAZO.
             MOVE 'D' TO DA-OPERACAO.
             MOVE FA-DATA-PROMETIDA TO DA-DATA-1.
             MOVE WRK-DATA-ENTREGA  TO DA-DATA-2.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO.
             IF WRK-DIAS-ATRASO <= ZEROS
                   ADD 1 TO TZ-NO-PRAZO(IX-TZ)
             END-IF.

       5000-GRAVAR-PRAZOS.
             SET IX-TZ TO 1.
             PERFORM 5100-GRAVAR-UMA
                   UNTIL IX-TZ > WRK-QT-LINHAS.

       5100-GRAVAR-UMA.
             MOVE TZ-TRANSP(IX-TZ)    TO PZ-TRANSP.
             MOVE TZ-UF(IX-TZ)        TO PZ-UF.
             MOVE TZ-EMBARQUES(IX-TZ) TO PZ-EMBARQUES.
             MOVE TZ-AVALIADOS(IX-TZ) TO PZ-AVALIADOS.
             MOVE TZ-NO-PRAZO(IX-TZ)  TO PZ-NO-PRAZO.
             IF TZ-AVALIADOS(IX-TZ) > ZEROS
                   COMPUTE PZ-PCT-PRAZO ROUNDED =
                         TZ-NO-PRAZO(IX-TZ) * 100
                         / TZ-AVALIADOS(IX-TZ)
             ELSE
                   MOVE ZEROS TO PZ-PCT-PRAZO
             END-IF.
             WRITE PRAZO-TRANSP-REC.
             SET IX-TZ UP BY 1.

       9000-ENCERRAR.
             CLOSE FRETE-AUDIT.
             CLOSE PEDIDO-REGISTRO.
             CLOSE PRAZO-TRANSP.
             DISPLAY 'APURACAO DE PRAZO POR TRANSPORTADORA CONCLUIDA'.
             DISPLAY 'JANELA A PARTIR DE.......: ' WRK-DATA-INICIO.
             DISPLAY 'EMBARQUES LIDOS..........: ' WRK-QT-LIDOS.
             DISPLAY 'EMBARQUES NA JANELA......: ' WRK-QT-NA-JANELA.
             DISPLAY 'TRANSPORTADORA/UF GRAVADAS: ' WRK-QT-LINHAS.
             IF WRK-QT-EXCEDENTES > ZEROS
                   DISPLAY 'EMBARQUES FORA DA TABELA.: '
                           WRK-QT-EXCEDENTES
             END-IF.

       END PROGRAM APURA-PRAZO-TRANSP.
