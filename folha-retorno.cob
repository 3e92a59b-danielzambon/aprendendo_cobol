      * EXECUCAO (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO BT-TIPO NO FIM DA LINHA DE RETORNO ('P' =
      *                 CREDITO DE PENSAO ALIMENTICIA DA REMESSA,
      *                 BRANCO OU 'S' = SALARIO): O CREDITO DE PENSAO
      *                 E CONTADO E LISTADO, MAS NAO MEXE NO STATUS DE
      *                 PAGAMENTO DO SALARIO NO LEDGER.
      * 02/09/2026 DZ - COM O FOLHA-LEDGER INDEXADO POR MATRICULA +
      *                 COMPETENCIA (MIGRA-FOLHALDG), A ATUALIZACAO
      *                 PASSA A SER READ PELA CHAVE E REWRITE DO
             88 BT-CREDITO-PAGO      VALUE 'P'.
             88 BT-CREDITO-DEVOLVIDO VALUE 'R'.
           05 BT-MOTIVO        PIC X(20).
           05 BT-TIPO          PIC X(01).
             88 BT-PENSAO            VALUE 'P'.

       FD  FOLHA-LEDGER.
       COPY folhaldg.
             10 TR-COMPETENCIA PIC 9(06).
             10 TR-STATUS      PIC X(01).
             10 TR-MOTIVO      PIC X(20).
             10 TR-TIPO        PIC X(01).
               88 TR-PENSAO        VALUE 'P'.
             10 TR-APLICADO    PIC X(01).
               88 TR-JA-APLICADO   VALUE 'S'.
       77 WRK-QT-RETORNOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SEM-LEDGER PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PENSOES   PIC 9(03) VALUE ZEROS.
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE ZEROS TO WRK-QT-PAGOS.
             MOVE ZEROS TO WRK-QT-DEVOLVIDOS.
             MOVE ZEROS TO WRK-QT-SEM-LEDGER.
             MOVE ZEROS TO WRK-QT-PENSOES.

             PERFORM 1000-CARREGAR-RETORNO.
             IF WRK-QT-RETORNOS = ZEROS
                   MOVE BT-COMPETENCIA TO TR-COMPETENCIA(IX-TR)
                   MOVE BT-STATUS      TO TR-STATUS(IX-TR)
                   MOVE BT-MOTIVO      TO TR-MOTIVO(IX-TR)
                   MOVE BT-TIPO        TO TR-TIPO(IX-TR)
                   MOVE 'N'            TO TR-APLICADO(IX-TR)
             END-IF.
             PERFORM 1100-LER-RETORNO.
             END-IF.

       2200-APLICAR-UM.
             IF TR-PENSAO(IX-TR)
                   MOVE 'S' TO TR-APLICADO(IX-TR)
                   ADD 1 TO WRK-QT-PENSOES
                   IF TR-STATUS(IX-TR) NOT = 'P'
                         ADD 1 TO WRK-QT-DEVOLVIDOS
                   END-IF
             ELSE
                   MOVE TR-MATRICULA(IX-TR)   TO FL-MATRICULA
                   MOVE TR-COMPETENCIA(IX-TR) TO FL-COMPETENCIA
                   READ FOLHA-LEDGER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE TR-STATUS(IX-TR)
                                    TO FL-STATUS-PAGTO
                               REWRITE FOLHA-LEDGER-REC
                               MOVE 'S' TO TR-APLICADO(IX-TR)
                               IF TR-STATUS(IX-TR) = 'P'
                                     ADD 1 TO WRK-QT-PAGOS
                               ELSE
                                     ADD 1 TO WRK-QT-DEVOLVIDOS
                               END-IF
                   END-READ
             END-IF.
             SET IX-TR UP BY 1.

       3000-LISTAR-EXCECOES.

       3100-LISTAR-UMA-EXCECAO.
             IF TR-STATUS(IX-TR) = 'R'
                   IF TR-PENSAO(IX-TR)
                         DISPLAY 'PENSAO DA MATRICULA '
                                 TR-MATRICULA(IX-TR)
                                 ' COMPETENCIA ' TR-COMPETENCIA(IX-TR)
                                 ' MOTIVO: ' TR-MOTIVO(IX-TR)
                   ELSE
                         DISPLAY 'MATRICULA ' TR-MATRICULA(IX-TR)
                                 ' COMPETENCIA ' TR-COMPETENCIA(IX-TR)
                                 ' MOTIVO: ' TR-MOTIVO(IX-TR)
                   END-IF
             END-IF.
             IF NOT TR-JA-APLICADO(IX-TR)
                   ADD 1 TO WRK-QT-SEM-LEDGER
             DISPLAY 'CREDITOS PAGOS..........: ' WRK-QT-PAGOS.
             DISPLAY 'CREDITOS DEVOLVIDOS.....: ' WRK-QT-DEVOLVIDOS.
             DISPLAY 'RETORNOS SEM LEDGER.....: ' WRK-QT-SEM-LEDGER.
             DISPLAY 'CREDITOS DE PENSAO......: ' WRK-QT-PENSOES.

       END PROGRAM FOLHA-RETORNO.
