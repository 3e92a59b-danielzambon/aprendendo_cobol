      * Tectonics: cobc
      *-----------------------------------------------------------------
      * TODA PENDENCIA E DECIDIDA NESTA EXECUCAO; AO FINAL A FILA
      * VENDADSC FICA VAZIA, COMO A FILA DO APROVA-NIVEL, EXCETO PELAS
      * VENDAS ORIGINADAS PELO PROPRIO APROVADOR, QUE ELE NAO PODE
      * DECIDIR E QUE VOLTAM PARA A FILA (VIA VENDADSR).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - SEGREGACAO DE FUNCOES: A VENDA CUJO ORIGINADOR
      *                 (DS-ORIGINADOR, OPERADOR DO MENU QUE RODOU O
      *                 REG-VENDAS) E O PROPRIO APROVADOR NAO E
      *                 DECIDIDA - FICA RETIDA NA FILA PARA OUTRO
      *                 APROVADOR, E A TENTATIVA VAI PARA O
      *                 ACESSO-AUDIT (ACESSAUD) COMO AUTOAPROVACAO.
      * 15/10/2026 DZ - ALIQUOTAS DE ICMS LIDAS DO GRUPO ICMSCFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - VENDA-LEDGER E TITULO GANHAM A RODADA DE LOTE
      *                 (VL-EXECUCAO/TIT-EXECUCAO); O LANCAMENTO DESTE
      *                 PROGRAMA E AVULSO E GRAVA RODADA ZERO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A VENDA QUE
      *                 FICOU NA FILA ATE DEPOIS DO FECHAMENTO DO
      *                 MES (CTRL-COMPET/COMPSTAT) E DESVIADA PARA O
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AUDIT.

           SELECT FILA-RETIDA ASSIGN TO 'VENDADSR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RETIDA.

           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
           05 DS-QTDE          PIC 9(05).
           05 DS-VALOR-LISTA   PIC 9(08)V99.
           05 DS-DATA          PIC 9(08).
           05 DS-ORIGINADOR    PIC X(10).

       FD  SALES-LEDGER.
       COPY vendaldg.

       FD  CLIENTE-MASTER.
       COPY cliente.

           05 AU-APROVADOR     PIC X(10).
           05 AU-DATA-DECISAO  PIC 9(08).

       FD  FILA-RETIDA.
       01  FILA-RETIDA-REC     PIC X(71).

       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-DESCONTO  PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT     PIC X(02) VALUE '00'.
       77 WRK-FS-RETIDA    PIC X(02) VALUE '00'.
       77 WRK-FS-ACESSO    PIC X(02) VALUE '00'.
       77 WRK-EOF-RET-SW   PIC X(01) VALUE 'N'.
         88 FIM-RETIDAS         VALUE 'S'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-PENDENCIAS      VALUE 'S'.
       77 WRK-DESC-AUSENTE-SW PIC X(01) VALUE 'N'.
         88 DECISAO-APROVA       VALUE 'S'.
       77 WRK-QT-APROVADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-PROX-SEQ       PIC 9(05) VALUE ZEROS.

       01 TABELA-ICMS.
       77 WRK-PRAZO-PAGTO  PIC 9(03) VALUE 28.
       77 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO ICMSCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  ICMS-CONFIG-REC.
           05 IC-UF            PIC X(02).
           05 IC-ALIQUOTA      PIC 9(02)V99.
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
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
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-APROVADAS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             MOVE ZEROS TO WRK-QT-RETIDAS.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT VENDAS-DESCONTO.
                   OPEN OUTPUT DESCONTO-AUDIT
             END-IF.

             OPEN OUTPUT FILA-RETIDA.
             OPEN EXTEND ACESSO-AUDIT.
             MOVE WRK-FS-ACESSO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ACESSO-AUDIT
                   OPEN OUTPUT ACESSO-AUDIT
             END-IF.

       1300-CARREGAR-ICMS.
             MOVE ZEROS TO WRK-QT-ALIQUOTAS.
             MOVE 'N' TO WRK-EOF-ICMS-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1310-LER-ICMS.
             PERFORM 1320-GUARDAR-ICMS UNTIL FIM-ICMS-CONFIG.
             IF WRK-QT-ALIQUOTAS = ZEROS
                   DISPLAY 'ICMSCFG SEM VIGENCIA NO PARAMST, ICMS DA '
                           'LIBERACAO SAIRA ZERADO'
             END-IF.

       1310-LER-ICMS.
             MOVE 'P'       TO VG-OPERACAO.
             MOVE 'ICMSCFG' TO VG-GRUPO.
             MOVE ZEROS     TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO ICMS-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-ICMS-SW
             END-IF.

       1320-GUARDAR-ICMS.
             IF WRK-QT-ALIQUOTAS < 27
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * SEGREGACAO DE FUNCOES: QUEM ORIGINOU A VENDA NAO DECIDE O
      * DESCONTO DELA. ORIGINADOR EM BRANCO (VENDA RODADA FORA DO
      * MENU) NAO TEM COM QUEM COMPARAR E SEGUE PARA DECISAO.
      *----------------------------------------------------------------
       2000-DECIDIR-PENDENCIA.
             IF DS-ORIGINADOR NOT = SPACES
                   AND DS-ORIGINADOR = WRK-APROVADOR
                   PERFORM 2800-RETER-AUTOAPROVACAO
             ELSE
                   PERFORM 2010-DECIDIR-DESCONTO
             END-IF.
             PERFORM 1100-LER-PENDENCIA.

       2010-DECIDIR-DESCONTO.
             DISPLAY ' '.
             DISPLAY 'VENDA COM DESCONTO PENDENTE:'.
             DISPLAY ' VENDEDOR.......: ' DS-VENDEDOR.
             END-IF.

             PERFORM 2900-GRAVAR-AUDITORIA.

      *----------------------------------------------------------------
      * O MESMO LANCAMENTO COMPLETO DE UMA VENDA ACEITA PELO
             MOVE DS-UF         TO VL-UF-DESTINO.
             MOVE WRK-ICMS      TO VL-ICMS.
             MOVE DS-FILIAL     TO VL-FILIAL.
             MOVE ZEROS         TO VL-EXECUCAO.
             MOVE WRK-DATA-LANCTO TO VL-DATA.
             ACCEPT VL-HORA FROM TIME.
             WRITE VENDA-LEDGER-REC.
             MOVE 'A'            TO TIT-STATUS.
             MOVE ZEROS          TO TIT-DATA-PAGTO.
             MOVE ZEROS          TO TIT-JUROS-RECEBIDO.
             MOVE ZEROS          TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         REWRITE TITULO-REC
             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

       2800-RETER-AUTOAPROVACAO.
             DISPLAY ' '.
             DISPLAY 'VENDA DO CLIENTE ' DS-CLIENTE ' VALOR ' DS-VALOR
                     ' ORIGINADA PELO PROPRIO APROVADOR, RETIDA '
                     'PARA OUTRO APROVADOR'.
             MOVE VENDAS-DESCONTO-REC TO FILA-RETIDA-REC.
             WRITE FILA-RETIDA-REC.
             ADD 1 TO WRK-QT-RETIDAS.
             PERFORM 2810-GRAVAR-ACESSO.

       2810-GRAVAR-ACESSO.
             MOVE WRK-APROVADOR TO AA-USUARIO.
             MOVE 'APROVA-DESCONTO: AUTOAPROVACAO' TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       2900-GRAVAR-AUDITORIA.
             MOVE DS-VENDEDOR    TO AU-VENDEDOR.
             MOVE DS-CLIENTE     TO AU-CLIENTE.
             CLOSE CLIENTE-MASTER.
             CLOSE CONTAS-RECEBER.
             CLOSE DESCONTO-AUDIT.
             CLOSE FILA-RETIDA.
             CLOSE ACESSO-AUDIT.

      * A FILA E DRENADA POR COMPLETO A CADA EXECUCAO, ENTAO E
      * REABERTA EM MODO OUTPUT PARA FICAR VAZIA ATE O REG-VENDAS
      * DESVIAR NOVAS VENDAS; SO AS VENDAS RETIDAS POR AUTOAPROVACAO
      * SAO DEVOLVIDAS A ELA.
             IF NOT FILA-AUSENTE
                   OPEN OUTPUT VENDAS-DESCONTO
                   IF WRK-QT-RETIDAS > ZEROS
                         PERFORM 9100-DEVOLVER-RETIDAS
                   END-IF
                   CLOSE VENDAS-DESCONTO
             END-IF.

             DISPLAY 'APROVACAO DE DESCONTOS CONCLUIDA'.
             DISPLAY 'DESCONTOS APROVADOS.....: ' WRK-QT-APROVADAS.
             DISPLAY 'DESCONTOS REJEITADOS....: ' WRK-QT-REJEITADAS.
             DISPLAY 'RETIDOS (AUTOAPROVACAO).: ' WRK-QT-RETIDAS.

       9100-DEVOLVER-RETIDAS.
             MOVE 'N' TO WRK-EOF-RET-SW.
             OPEN INPUT FILA-RETIDA.
             PERFORM 9110-LER-RETIDA.
             PERFORM 9120-DEVOLVER-UMA-RETIDA UNTIL FIM-RETIDAS.
             CLOSE FILA-RETIDA.

       9110-LER-RETIDA.
             READ FILA-RETIDA
                   AT END MOVE 'S' TO WRK-EOF-RET-SW
             END-READ.

       9120-DEVOLVER-UMA-RETIDA.
             MOVE FILA-RETIDA-REC TO VENDAS-DESCONTO-REC.
             WRITE VENDAS-DESCONTO-REC.
             PERFORM 9110-LER-RETIDA.

       END PROGRAM APROVA-DESCONTO.
