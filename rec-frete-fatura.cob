      * POR CONCILIACAO) PARA QUE CADA LANCAMENTO SO POSSA CASAR COM
      * UMA LINHA DE FATURA. AS LINHAS DE FATURA SEM PAR SAO
      * GRAVADAS NO ARQUIVO DE TRABALHO FATORFAS DURANTE A PRIMEIRA
      * PASSAGEM E LISTADAS DELE NA SECAO 3. APROVADA A FATURA, O
      * LIQUIDO A PAGAR VIRA TITULO NO CONTAS-PAGAR (CPAGAR, ORIGEM T)
      * COM O NUMERO DA FATURA E O VENCIMENTO INFORMADOS PELO
      * OPERADOR E O DOMICILIO BANCARIO DO MESTRE DE TRANSPORTADORAS
      * (O OPERADOR SO DIGITA AGENCIA/CONTA DE TRANSPORTADORA AINDA
      * NAO CADASTRADA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AGENCIA E CONTA DO TITULO A PAGAR PASSAM A VIR
      *                 DO MESTRE DE TRANSPORTADORAS (CONSULTA-TRANSP);
      *                 SO A TRANSPORTADORA NAO CADASTRADA CONTINUA
      *                 COM O DOMICILIO DIGITADO PELO OPERADOR.
      * 15/10/2026 DZ - A FATURA APROVADA PELO OPERADOR AO FIM DA
      *                 CONCILIACAO VIRA TITULO A PAGAR NO CPAGAR
      *                 (ORIGEM T) PELO LIQUIDO DOS SINISTROS ABATIDOS,
      *                 COM NUMERO DA FATURA, VENCIMENTO E DOMICILIO
      *                 BANCARIO DA TRANSPORTADORA.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FRETE NA
                  RECORD KEY IS SI-NUMERO
                  FILE STATUS IS WRK-FS-SINISTRO.

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-TRANSP.
           05 SI-DATA-ABERTURA PIC 9(08).
           05 SI-DATA-STATUS   PIC 9(08).

       FD  CONTAS-PAGAR.
       COPY cpagar.

       WORKING-STORAGE SECTION.

       77 WRK-FS-FATURA     PIC X(02) VALUE '00'.
       77 WRK-QT-SINISTROS   PIC 9(03) VALUE ZEROS.
       77 WRK-LIQUIDO        PIC S9(10)V99 VALUE ZEROS.

       77 WRK-FS-PAGAR       PIC X(02) VALUE '00'.
       77 WRK-APROVA-SW      PIC X(01) VALUE 'N'.
         88 FATURA-APROVADA      VALUE 'S'.
       77 WRK-NR-FATURA      PIC 9(09) VALUE ZEROS.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-AGENCIA        PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA          PIC 9(08) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       77 WRK-LINHAS-PAGINA  PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WRK-PAGINA         PIC 9(04) VALUE ZEROS.
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).
             88 CT-NAO-CADASTRADA  VALUE 'N'.
       COPY fstatus.
       COPY rpthdr.

             PERFORM 3100-SECAO-SO-FATURA.
             PERFORM 3500-SECAO-SINISTROS.
             PERFORM 3200-TOTAIS.
             PERFORM 3600-GERAR-PAGAR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

             MOVE WRK-LIQUIDO TO LT-VALOR.
             WRITE REL-FATURA-LINHA FROM LINHA-TOTAL.

      *----------------------------------------------------------------
      * FATURA APROVADA VIRA TITULO A PAGAR PELO LIQUIDO (FRETE DA
      * FATURA MENOS SINISTROS ABATIDOS), GUARDANDO O ABATIMENTO PARA
      * O CONTAB-DIARIO BAIXAR O FORNECEDOR DE FRETE PELO BRUTO.
      * VENCIMENTO EM BRANCO VALE HOJE + 30 DIAS.
      *----------------------------------------------------------------
       3600-GERAR-PAGAR.
             IF WRK-LIQUIDO > ZEROS
                   DISPLAY 'APROVAR O LIQUIDO DE ' WRK-LIQUIDO
                           ' PARA PAGAMENTO (S/N): '
                   ACCEPT WRK-APROVA-SW
             ELSE
                   MOVE 'N' TO WRK-APROVA-SW
             END-IF.
             IF FATURA-APROVADA
                   DISPLAY 'NUMERO DA FATURA DA TRANSPORTADORA: '
                   ACCEPT WRK-NR-FATURA
                   DISPLAY 'VENCIMENTO (AAAAMMDD, ZERO=30 DIAS): '
                   ACCEPT WRK-VENCIMENTO
                   IF WRK-VENCIMENTO = ZEROS
                         MOVE 'A' TO DA-OPERACAO
                         MOVE WRK-DATA-HOJE TO DA-DATA-1
                         MOVE 30 TO DA-QT-DIAS
                         CALL 'CALC-DATA-ARIT' USING DA-PARM
                         MOVE DA-DATA-RESULT TO WRK-VENCIMENTO
                   END-IF
                   PERFORM 3605-OBTER-DOMICILIO
                   PERFORM 3610-GRAVAR-PAGAR
             END-IF.

       3605-OBTER-DOMICILIO.
             MOVE WRK-TRANSP-FATURA TO CT-CODIGO.
             MOVE WRK-DATA-HOJE TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             IF CT-NAO-CADASTRADA
                   DISPLAY 'TRANSPORTADORA ' WRK-TRANSP-FATURA
                           ' SEM CADASTRO NO MESTRE'
                   DISPLAY 'AGENCIA DA TRANSPORTADORA: '
                   ACCEPT WRK-AGENCIA
                   DISPLAY 'CONTA DA TRANSPORTADORA: '
                   ACCEPT WRK-CONTA
             ELSE
                   MOVE CT-AGENCIA TO WRK-AGENCIA
                   MOVE CT-CONTA   TO WRK-CONTA
                   DISPLAY 'DOMICILIO DE ' CT-NOME ': AGENCIA '
                           WRK-AGENCIA ' CONTA ' WRK-CONTA
             END-IF.

       3610-GRAVAR-PAGAR.
             OPEN I-O CONTAS-PAGAR.
             MOVE WRK-FS-PAGAR TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE CONTAS-PAGAR
                   OPEN OUTPUT CONTAS-PAGAR
                   CLOSE CONTAS-PAGAR
                   OPEN I-O CONTAS-PAGAR
             END-IF.
             MOVE 'T'                TO PG-ORIGEM.
             MOVE WRK-TRANSP-FATURA  TO PG-CREDOR.
             MOVE WRK-NR-FATURA      TO PG-DOCUMENTO.
             MOVE 1                  TO PG-PARCELA.
             MOVE WRK-DATA-HOJE      TO PG-EMISSAO.
             MOVE WRK-VENCIMENTO     TO PG-VENCIMENTO.
             MOVE WRK-LIQUIDO        TO PG-VALOR.
             MOVE WRK-TOT-ABATIMENTO TO PG-ABATIMENTO.
             MOVE 'A'                TO PG-STATUS.
             MOVE WRK-DATA-HOJE      TO PG-DATA-STATUS.
             MOVE ZEROS              TO PG-DATA-PAGTO.
             MOVE SPACES             TO PG-APROVADOR.
             MOVE WRK-AGENCIA        TO PG-AGENCIA.
             MOVE WRK-CONTA          TO PG-CONTA.
             WRITE PAGAR-REC
                   INVALID KEY
                         DISPLAY 'FATURA ' WRK-NR-FATURA
                                 ' DA TRANSPORTADORA '
                                 WRK-TRANSP-FATURA
                                 ' JA LANCADA NO CONTAS-PAGAR'
                   NOT INVALID KEY
                         DISPLAY 'TITULO A PAGAR GERADO, VENCIMENTO '
                                 WRK-VENCIMENTO
             END-WRITE.
             CLOSE CONTAS-PAGAR.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
