      * VENDA ACEITA DIRETO PELO REG-VENDAS: ICMS CALCULADO PELA
      * ALIQUOTA DO ICMSCFG, SALDO DEVEDOR DO CLIENTE DEBITADO NO
      * CLIENTE-MASTER (COM AVISO DE LIMITE) E TITULO GERADO NO
      * CONTAS-RECEBER COM O VENCIMENTO EM DIA UTIL. A SUSPENSA
      * ORIGINADA PELO PROPRIO OPERADOR DA SESSAO E MANTIDA SEM
      * PERGUNTA, PARA OUTRO SUPERVISOR DECIDIR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - SEGREGACAO DE FUNCOES: O SUPERVISOR DA SESSAO
      *                 DO MENU (OPERATU) NAO DECIDE A SUSPENSA QUE ELE
      *                 MESMO ORIGINOU NO REG-VENDAS (SU-ORIGINADOR) - O
      *                 ITEM E MANTIDO SUSPENSO PARA OUTRO SUPERVISOR E
      *                 A TENTATIVA VAI PARA O ACESSO-AUDIT (ACESSAUD)
      *                 COMO AUTOAPROVACAO.
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
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.

           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-SUSP.
           05 SU-DATA          PIC 9(08).
           05 SU-MOTIVO        PIC X(30).
           05 SU-PARCELAS      PIC 9(02).
           05 SU-ORIGINADOR    PIC X(10).

       FD  SALES-LEDGER.
       COPY vendaldg.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  OPERADOR-ATUAL.
       COPY operatu.

       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-SUSP      PIC X(02) VALUE '00'.
             10 TS-DATA        PIC 9(08).
             10 TS-MOTIVO      PIC X(30).
             10 TS-PARCELAS    PIC 9(02).
             10 TS-ORIGINADOR  PIC X(10).
       77 WRK-QT-SUSPENSAS PIC 9(03) VALUE ZEROS.
       77 WRK-PROX-SEQ     PIC 9(05) VALUE ZEROS.
       77 WRK-DECISAO      PIC X(01) VALUE SPACES.
       77 WRK-QT-LIBERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DESCARTADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-MANTIDAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RETIDAS   PIC 9(03) VALUE ZEROS.
       77 WRK-FS-OPERADOR  PIC X(02) VALUE '00'.
       77 WRK-FS-ACESSO    PIC X(02) VALUE '00'.
       77 WRK-OPERADOR     PIC X(10) VALUE SPACES.

       77 WRK-EOF-ICMS-SW  PIC X(01) VALUE 'N'.
         88 FIM-ICMS-CONFIG    VALUE 'S'.
       01 TABELA-ICMS.
       77 WRK-VALOR-PARCELA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRAZO-PARC   PIC S9(07) VALUE ZEROS.

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
             MOVE ZEROS TO WRK-QT-LIBERADAS.
             MOVE ZEROS TO WRK-QT-DESCARTADAS.
             MOVE ZEROS TO WRK-QT-MANTIDAS.
             MOVE ZEROS TO WRK-QT-RETIDAS.

             PERFORM 1000-CARREGAR-SUSPENSAS.
             IF WRK-QT-SUSPENSAS = ZEROS
                         CLOSE CONTAS-RECEBER
                         OPEN I-O CONTAS-RECEBER
                   END-IF
                   PERFORM 1400-OBTER-OPERADOR
                   OPEN EXTEND ACESSO-AUDIT
                   MOVE WRK-FS-ACESSO TO WRK-FS-ULTIMO
                   IF FS-ARQ-OPCIONAL-AUSENTE
                         CLOSE ACESSO-AUDIT
                         OPEN OUTPUT ACESSO-AUDIT
                   END-IF
                   OPEN OUTPUT VENDAS-SUSP
                   SET IX-TS TO 1
                   PERFORM 2000-DECIDIR-SUSPENSA
                   CLOSE CLIENTE-MASTER
                   CLOSE CONTAS-RECEBER
                   CLOSE VENDAS-SUSP
                   CLOSE ACESSO-AUDIT
             END-IF.
             PERFORM 9000-ENCERRAR.
             GOBACK.
                   MOVE SU-FILIAL   TO TS-FILIAL(IX-TS)
                   MOVE SU-DATA     TO TS-DATA(IX-TS)
                   MOVE SU-MOTIVO   TO TS-MOTIVO(IX-TS)
                   MOVE SU-ORIGINADOR TO TS-ORIGINADOR(IX-TS)
                   IF SU-PARCELAS IS NUMERIC AND SU-PARCELAS > ZEROS
                         MOVE SU-PARCELAS TO TS-PARCELAS(IX-TS)
                   ELSE
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
             END-IF.
             PERFORM 1310-LER-ICMS.

      *----------------------------------------------------------------
      * QUEM DECIDE AS SUSPENSAS E O OPERADOR DA SESSAO DO MENU
      * (OPERATU); RODADO FORA DO MENU, FICA EM BRANCO E NAO HA
      * CONFERENCIA DE ORIGINADOR.
      *----------------------------------------------------------------
       1400-OBTER-OPERADOR.
             MOVE SPACES TO WRK-OPERADOR.
             OPEN INPUT OPERADOR-ATUAL.
             MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ OPERADOR-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE OA-USUARIO TO WRK-OPERADOR
                   END-IF
                   CLOSE OPERADOR-ATUAL
             END-IF.

       1500-CONTAR-LEDGER.
             OPEN INPUT SALES-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             PERFORM 1510-LER-LEDGER.

       2000-DECIDIR-SUSPENSA.
             IF TS-ORIGINADOR(IX-TS) NOT = SPACES
                   AND TS-ORIGINADOR(IX-TS) = WRK-OPERADOR
                   PERFORM 2800-RETER-AUTOAPROVACAO
             ELSE
                   PERFORM 2010-DECIDIR-VENDA
             END-IF.
             SET IX-TS UP BY 1.

       2010-DECIDIR-VENDA.
             DISPLAY ' '.
             DISPLAY 'VENDA SUSPENSA:'.
             DISPLAY ' VENDEDOR: ' TS-VENDEDOR(IX-TS).
                         PERFORM 2200-MANTER-SUSPENSA
                         ADD 1 TO WRK-QT-MANTIDAS
             END-EVALUATE.

       2100-LIBERAR-PARA-LEDGER.
             PERFORM 2110-CALCULAR-ICMS.
             MOVE TS-UF(IX-TS)       TO VL-UF-DESTINO.
             MOVE WRK-ICMS           TO VL-ICMS.
             MOVE TS-FILIAL(IX-TS)   TO VL-FILIAL.
             MOVE ZEROS              TO VL-EXECUCAO.
             PERFORM 2090-DESVIAR-SE-FECHADA.
             MOVE WRK-DATA-LANCTO    TO VL-DATA.
             ACCEPT VL-HORA FROM TIME.
             MOVE 'A'             TO TIT-STATUS.
             MOVE ZEROS           TO TIT-DATA-PAGTO.
             MOVE ZEROS           TO TIT-JUROS-RECEBIDO.
             MOVE ZEROS           TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         REWRITE TITULO-REC
             MOVE TS-DATA(IX-TS)     TO SU-DATA.
             MOVE TS-MOTIVO(IX-TS)   TO SU-MOTIVO.
             MOVE TS-PARCELAS(IX-TS) TO SU-PARCELAS.
             MOVE TS-ORIGINADOR(IX-TS) TO SU-ORIGINADOR.
             WRITE VENDAS-SUSP-REC.

       2800-RETER-AUTOAPROVACAO.
             DISPLAY ' '.
             DISPLAY 'VENDA SUSPENSA DO CLIENTE ' TS-CLIENTE(IX-TS)
                     ' ORIGINADA PELO PROPRIO OPERADOR, MANTIDA '
                     'PARA OUTRO SUPERVISOR'.
             PERFORM 2200-MANTER-SUSPENSA.
             ADD 1 TO WRK-QT-RETIDAS.
             PERFORM 2810-GRAVAR-ACESSO.

       2810-GRAVAR-ACESSO.
             MOVE WRK-OPERADOR TO AA-USUARIO.
             MOVE 'LIBERA-SUSPENSE: AUTOAPROVACAO' TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       8800-GRAVAR-JORNAL.
             MOVE 'CLIEMST ' TO JP-ARQUIVO.
             MOVE 'LIBERA-SUSPENSE' TO JP-PROGRAMA.
             DISPLAY 'LIBERADAS PARA O LEDGER.: ' WRK-QT-LIBERADAS.
             DISPLAY 'DESCARTADAS.............: ' WRK-QT-DESCARTADAS.
             DISPLAY 'MANTIDAS SUSPENSAS......: ' WRK-QT-MANTIDAS.
             DISPLAY 'RETIDAS (AUTOAPROVACAO).: ' WRK-QT-RETIDAS.

       END PROGRAM LIBERA-SUSPENSE.
