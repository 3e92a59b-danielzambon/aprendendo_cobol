      * DE CORTE (EX.: VLEXP20260801).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NO EXPURGO DO ACESSAUD (LOG ENCADEADO POR HASH)
      *                 A ANCORA DA CADEIA NO ELOCTL PASSA PARA A
      *                 PRIMEIRA LINHA MANTIDA (ENCADEIA-LOG OPERACAO
      *                 'I'), PARA O VERIFICA-ELOS NAO TOMAR O EXPURGO
      *                 POR LINHAS APAGADAS.
      * 02/09/2026 DZ - A OPCAO 3 (FOLHALDG) FOI DESATIVADA: O
      *                 FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG) E O
       77 WRK-PREFIXO    PIC X(02) VALUE SPACES.
       77 WRK-ARQ-OK-SW  PIC X(01) VALUE 'N'.
         88 ARQUIVO-VALIDO    VALUE 'S'.
       77 WRK-POS-ELO    PIC 9(03) VALUE ZEROS.
       77 WRK-ELO-INICIAL-SW PIC X(01) VALUE 'N'.
         88 ELO-INICIAL-ACHADO VALUE 'S'.

       77 WRK-DATA-LINHA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-MANTIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-MOVIDO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-MANTIDO PIC 9(12)V99 VALUE ZEROS.

       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.
      * FL-SALARIO-BRUTO (8 DIGITOS) NA POSICAO 13; FRETEAUD =
      * FA-DATA NO INICIO, VALOR = FA-FRETE (8 DIGITOS) NA POSICAO 57
      * (APOS DATA(8)+HORA(8)+PRODUTO(30)+UF(2)+VALOR(8)); ACESSAUD =
      * AA-DATA APOS USUARIO(10)+RESULTADO(30), SEM CAMPO DE VALOR,
      * E O ELO DE ENCADEAMENTO (AA-SEQUENCIA + AA-HASH-ANTERIOR) NA
      * POSICAO 57, DEPOIS DOS DADOS DA LINHA.
      *----------------------------------------------------------------
       0100-CONFIGURAR-ARQUIVO.
             MOVE 'S' TO WRK-ARQ-OK-SW.
             MOVE 'N' TO WRK-TEM-VALOR-SW.
             MOVE ZEROS TO WRK-POS-ELO.
             EVALUATE WRK-OPCAO
                   WHEN 1
                         MOVE 'VENDALDG' TO WRK-NOME-ORIGEM
                         MOVE 'ACESSAUD' TO WRK-NOME-ORIGEM
                         MOVE 'AA' TO WRK-PREFIXO
                         MOVE 41 TO WRK-POS-DATA
                         MOVE 57 TO WRK-POS-ELO
                   WHEN OTHER
                         MOVE 'N' TO WRK-ARQ-OK-SW
             END-EVALUATE.
                         DELIMITED BY SIZE INTO WRK-NOME-MORTO
                   OPEN OUTPUT ARQ-MORTO
                   OPEN OUTPUT ARQ-TRABALHO
                   MOVE 'N' TO WRK-ELO-INICIAL-SW
                   MOVE ZEROS  TO EN-SEQUENCIA
                   MOVE SPACES TO EN-HASH-ANTERIOR

                   PERFORM 1100-LER-ORIGEM
                   PERFORM 2000-SEPARAR-LINHA UNTIL FIM-ORIGEM
                   CLOSE ARQ-TRABALHO

                   PERFORM 3000-REGRAVAR-ORIGEM
                   IF WRK-POS-ELO > ZEROS
                         PERFORM 3500-ANCORAR-CADEIA
                   END-IF
             END-IF.

       1100-LER-ORIGEM.
                   WRITE TRABALHO-LINHA
                   ADD 1 TO WRK-QT-MANTIDOS
                   ADD WRK-VALOR-LINHA TO WRK-TOTAL-MANTIDO
                   IF WRK-POS-ELO > ZEROS AND NOT ELO-INICIAL-ACHADO
                         PERFORM 2100-GUARDAR-ELO-INICIAL
                   END-IF
             END-IF.
             PERFORM 1100-LER-ORIGEM.

      *----------------------------------------------------------------
      * A PRIMEIRA LINHA ENCADEADA QUE FICA NO ARQUIVO VIVO VIRA A
      * NOVA ANCORA DA CADEIA (LINHA ANTERIOR AO ENCADEAMENTO, SEM
      * SEQUENCIA, NAO CONTA).
      *----------------------------------------------------------------
       2100-GUARDAR-ELO-INICIAL.
             IF ORIGEM-LINHA(WRK-POS-ELO:9) IS NUMERIC
                   MOVE ORIGEM-LINHA(WRK-POS-ELO:9) TO EN-SEQUENCIA
                   IF EN-SEQUENCIA > ZEROS
                         MOVE ORIGEM-LINHA(WRK-POS-ELO + 9:10)
                              TO EN-HASH-ANTERIOR
                         MOVE 'S' TO WRK-ELO-INICIAL-SW
                   END-IF
             END-IF.

       3000-REGRAVAR-ORIGEM.
             OPEN INPUT ARQ-TRABALHO.
             OPEN OUTPUT ARQ-ORIGEM.
             WRITE ORIGEM-LINHA.
             PERFORM 3100-LER-TRABALHO.

      *----------------------------------------------------------------
      * LOG ENCADEADO: AS LINHAS ARQUIVADAS SAEM DO INICIO DA CADEIA,
      * E O CONTROLE ELOCTL PASSA A ESPERAR A PRIMEIRA LINHA MANTIDA
      * (SEM LINHA ENCADEADA MANTIDA, A CADEIA RECOMECA NA PROXIMA
      * GRAVACAO), PARA O VERIFICA-ELOS NAO ACUSAR O EXPURGO COMO
      * LINHAS APAGADAS.
      *----------------------------------------------------------------
       3500-ANCORAR-CADEIA.
             IF NOT ELO-INICIAL-ACHADO
                   MOVE ZEROS  TO EN-SEQUENCIA
                   MOVE SPACES TO EN-HASH-ANTERIOR
             END-IF.
             MOVE 'I' TO EN-OPERACAO.
             MOVE WRK-NOME-ORIGEM TO EN-LOG.
             MOVE SPACES TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.

       0300-FINAL.
             DISPLAY 'EXPURGO CONCLUIDO - ' WRK-NOME-ORIGEM.
             DISPLAY 'ARQUIVO MORTO...........: ' WRK-NOME-MORTO.
