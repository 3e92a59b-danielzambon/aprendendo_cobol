      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O OPERADOR INFORMA A COMPETENCIA (AAAAMM); O PROGRAMA ACUMULA
      * OS LANCAMENTOS DO FRETE-AUDIT DAQUELA COMPETENCIA POR
      * TRANSPORTADORA + UF E IMPRIME QUANTIDADE DE EMBARQUES E TOTAL
      * DE FRETE POR GRUPO E SUBTOTAL POR TRANSPORTADORA,
      * COM O CABECALHO PADRAO RPTHDR, PARA O FICHARIO DA CONTABILIDADE.
      * OS LANCAMENTOS DA COMPETENCIA SAO DESCARREGADOS NO FMETRAB E
      * ORDENADOS POR TRANSPORTADORA + UF (SORT PARA O FMEORD1), COM
      * QUEBRA POR GRUPO SEM TABELA EM MEMORIA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A DATA DE EMISSAO E A DE CONSULTA DO MESTRE DE
      *                 TRANSPORTADORAS PASSAM A VIR DO DIA DE
      *                 MOVIMENTO ABERTO NO CONTROLE DATAMOV, COMO NO
      *                 REL-AGING, EM VEZ DA DATA DA MAQUINA: COM O DIA
      *                 FIXO O RELATORIO ENTRA NO TESTE DE REGRESSAO
      *                 (REG-TESTE).
      * 15/10/2026 DZ - SEM O LIMITE DE 100 GRUPOS TRANSPORTADORA + UF:
      *                 A TABELA EM MEMORIA E A ORDENACAO POR SELECAO
      *                 DAO LUGAR A SORT POR TRANSPORTADORA + UF COM
      *                 QUEBRA DE CONTROLE (FMETRAB/FMEORD1), MANTENDO O
      *                 RELATORIO IGUAL.
      * 15/10/2026 DZ - O RELATORIO PASSA A IMPRIMIR O NOME DA
      *                 TRANSPORTADORA (MESTRE DE TRANSPORTADORAS, VIA
      *                 CONSULTA-TRANSP) NO LUGAR DO CODIGO; A ORDEM
      *                 CONTINUA SENDO A DO CODIGO.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AUDIT.

           SELECT FRETE-TRAB ASSIGN TO 'FMETRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT FRETE-ORDEM ASSIGN TO 'FMEORD1'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDEM.

           SELECT SORT-FRETE ASSIGN TO 'FMESRT1'.

           SELECT REL-MENSAL ASSIGN TO 'RELFREME'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-AUDIT.
       COPY fretaud.

      *----------------------------------------------------------------
      * UM REGISTRO POR LANCAMENTO DA COMPETENCIA.
      *----------------------------------------------------------------
       FD  FRETE-TRAB.
       01  FRETE-TRAB-REC.
           05 FI-TRANSP        PIC X(03).
           05 FI-UF            PIC X(02).
           05 FI-FRETE         PIC 9(06)V99.

       SD  SORT-FRETE.
       01  SORT-FRETE-REC.
           05 FJ-TRANSP        PIC X(03).
           05 FJ-UF            PIC X(02).
           05 FJ-FRETE         PIC 9(06)V99.

       FD  FRETE-ORDEM.
       01  FRETE-ORDEM-REC.
           05 FK-TRANSP        PIC X(03).
           05 FK-UF            PIC X(02).
           05 FK-FRETE         PIC 9(06)V99.

       FD  REL-MENSAL.
       01  REL-MENSAL-LINHA    PIC X(80).

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-AUDIT      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB       PIC X(02) VALUE '00'.
       77 WRK-FS-ORDEM      PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO  PIC X(02) VALUE '00'.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-AUDIT            VALUE 'S'.
       77 WRK-EOF-ORD-SW    PIC X(01) VALUE 'N'.
         88 FIM-ORDEM            VALUE 'S'.
       77 WRK-PRIMEIRO-SW   PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO    VALUE 'S'.

       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-AUDIT    PIC 9(08) VALUE ZEROS.
          05 WRK-AUDIT-ANO-MES PIC 9(06).
          05 WRK-AUDIT-DIA     PIC 9(02).

      *----------------------------------------------------------------
      * GRUPO TRANSPORTADORA + UF CORRENTE NA QUEBRA.
      *----------------------------------------------------------------
       01 WRK-GRUPO.
          05 WRK-GRUPO-TRANSP PIC X(03).
          05 WRK-GRUPO-UF     PIC X(02).
          05 WRK-GRUPO-QTDE   PIC 9(05).
          05 WRK-GRUPO-TOTAL  PIC 9(10)V99.

       77 WRK-TRANSP-ANTERIOR PIC X(03) VALUE SPACES.
       77 WRK-NOME-ANTERIOR PIC X(30) VALUE SPACES.
       77 WRK-SUBTOT-QTDE   PIC 9(05) VALUE ZEROS.
       77 WRK-SUBTOT-FRETE  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-QTDE    PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 LD-TRANSP       PIC X(30).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LD-UF           PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LD-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LD-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-SUBTOTAL.
           05 FILLER          PIC X(09) VALUE 'SUBTOTAL '.
           05 LS-TRANSP       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LS-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LS-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-TOTAL-GERAL.
           05 FILLER          PIC X(40) VALUE 'TOTAL GERAL '.
           05 LT-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LT-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(13) VALUE SPACES.

       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).

       COPY fstatus.
       COPY rpthdr.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-TOTAL-QTDE.
             MOVE ZEROS TO WRK-TOTAL-FRETE.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-AUDIT.
             PERFORM 2000-ACUMULAR UNTIL FIM-AUDIT.
             CLOSE FRETE-TRAB.
             PERFORM 2500-ORDENAR-GRUPOS.
             PERFORM 3000-IMPRIMIR.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * A DATA DE EMISSAO E A DATA DE CONSULTA DO MESTRE DE
      * TRANSPORTADORAS SAO A DATA DE NEGOCIO ABERTA NO CONTROLE
      * DATAMOV (CTRL-DIA-MOV); SEM CONTROLE OU COM O DIA FECHADO,
      * VALE A DATA DA MAQUINA, COM AVISO NO CONSOLE.
      *----------------------------------------------------------------
       0900-OBTER-DATA-MOVIMENTO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO WRK-DATA-HOJE
                   ELSE
                         DISPLAY 'DIA DE MOVIMENTO FECHADO OU SEM '
                                 'CONTROLE, USANDO A DATA DA MAQUINA'
                   END-IF
                   CLOSE DATA-MOVIMENTO
             ELSE
                   DISPLAY 'CONTROLE DATAMOV AUSENTE, USANDO A DATA '
                           'DA MAQUINA'
             END-IF.

       1000-ABRIR.
             OPEN INPUT FRETE-AUDIT.
             MOVE WRK-FS-AUDIT TO WRK-FS-ULTIMO.
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'FRETE-AUDIT INEXISTENTE, NADA A PROVISIONAR'
             END-IF.
             OPEN OUTPUT FRETE-TRAB.
             OPEN OUTPUT REL-MENSAL.
             PERFORM 0900-OBTER-DATA-MOVIMENTO.

       1100-LER-AUDIT.
             IF NOT FIM-AUDIT
       2000-ACUMULAR.
             MOVE FA-DATA TO WRK-DATA-AUDIT.
             IF WRK-AUDIT-ANO-MES = WRK-COMPETENCIA
                   MOVE FA-TRANSP TO FI-TRANSP
                   MOVE FA-UF     TO FI-UF
                   MOVE FA-FRETE  TO FI-FRETE
                   WRITE FRETE-TRAB-REC
                   ADD 1        TO WRK-TOTAL-QTDE
                   ADD FA-FRETE TO WRK-TOTAL-FRETE
             END-IF.
             PERFORM 1100-LER-AUDIT.

       2500-ORDENAR-GRUPOS.
             SORT SORT-FRETE
                   ON ASCENDING KEY  FJ-TRANSP
                                     FJ-UF
                   USING FRETE-TRAB
                   GIVING FRETE-ORDEM.

      *----------------------------------------------------------------
      * OS LANCAMENTOS CHEGAM ORDENADOS POR TRANSPORTADORA + UF: UMA
      * LINHA POR GRUPO E A QUEBRA DE SUBTOTAL POR TRANSPORTADORA.
      *----------------------------------------------------------------
       3000-IMPRIMIR.
             PERFORM 8000-CABECALHO.
             MOVE SPACES TO WRK-TRANSP-ANTERIOR.
             MOVE ZEROS TO WRK-SUBTOT-QTDE.
             MOVE ZEROS TO WRK-SUBTOT-FRETE.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             OPEN INPUT FRETE-ORDEM.
             PERFORM 3010-LER-ORDEM.
             PERFORM 3020-PROCESSAR-LANCAMENTO UNTIL FIM-ORDEM.
             CLOSE FRETE-ORDEM.
             IF NOT PRIMEIRO-REGISTRO
                   PERFORM 3100-IMPRIMIR-GRUPO
                   PERFORM 3200-FECHAR-TRANSP
             END-IF.
             WRITE REL-MENSAL-LINHA FROM SPACES.
             MOVE WRK-TOTAL-FRETE TO LT-TOTAL.
             WRITE REL-MENSAL-LINHA FROM LINHA-TOTAL-GERAL.

       3010-LER-ORDEM.
             READ FRETE-ORDEM
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

       3020-PROCESSAR-LANCAMENTO.
             IF PRIMEIRO-REGISTRO
                OR FK-TRANSP NOT = WRK-GRUPO-TRANSP
                OR FK-UF NOT = WRK-GRUPO-UF
                   IF NOT PRIMEIRO-REGISTRO
                         PERFORM 3100-IMPRIMIR-GRUPO
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO-SW
                   MOVE FK-TRANSP TO WRK-GRUPO-TRANSP
                   MOVE FK-UF     TO WRK-GRUPO-UF
                   MOVE ZEROS TO WRK-GRUPO-QTDE
                   MOVE ZEROS TO WRK-GRUPO-TOTAL
             END-IF.
             ADD 1        TO WRK-GRUPO-QTDE.
             ADD FK-FRETE TO WRK-GRUPO-TOTAL.
             PERFORM 3010-LER-ORDEM.

       3100-IMPRIMIR-GRUPO.
             IF WRK-GRUPO-TRANSP NOT = WRK-TRANSP-ANTERIOR
                   IF WRK-TRANSP-ANTERIOR NOT = SPACES
                         PERFORM 3200-FECHAR-TRANSP
                   END-IF
                   MOVE WRK-GRUPO-TRANSP TO WRK-TRANSP-ANTERIOR
                   MOVE WRK-GRUPO-TRANSP TO CT-CODIGO
                   MOVE WRK-DATA-HOJE TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   MOVE CT-NOME TO WRK-NOME-ANTERIOR
             END-IF.

             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

             MOVE WRK-NOME-ANTERIOR TO LD-TRANSP.
             MOVE WRK-GRUPO-UF     TO LD-UF.
             MOVE WRK-GRUPO-QTDE   TO LD-QTDE.
             MOVE WRK-GRUPO-TOTAL  TO LD-TOTAL.
             WRITE REL-MENSAL-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

             ADD WRK-GRUPO-QTDE  TO WRK-SUBTOT-QTDE.
             ADD WRK-GRUPO-TOTAL TO WRK-SUBTOT-FRETE.

       3200-FECHAR-TRANSP.
             MOVE WRK-NOME-ANTERIOR   TO LS-TRANSP.
             MOVE WRK-SUBTOT-QTDE     TO LS-QTDE.
             MOVE WRK-SUBTOT-FRETE    TO LS-TOTAL.
             WRITE REL-MENSAL-LINHA FROM LINHA-SUBTOTAL.
             WRITE REL-MENSAL-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-MENSAL-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'TRANSPORTADORA                    UF      QTDE       
      -    'TOTAL DE FRETE'
                  TO REL-MENSAL-LINHA.
             WRITE REL-MENSAL-LINHA.
             MOVE ALL '-' TO REL-MENSAL-LINHA.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'EMBARQUES NA COMPETENCIA: ' WRK-TOTAL-QTDE.
             DISPLAY 'FRETE PROVISIONADO......: ' WRK-TOTAL-FRETE.

       END PROGRAM REL-FRETE-MENSAL.
