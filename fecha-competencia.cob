      * CONFERIDA PELO MESMO HASH DO LOGIN (CALC-HASH-SENHA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O FECHAMENTO DE VENDAS EXIGE A COMPETENCIA
      *                 CONCILIADA PELO REL-CONCILIA-CR: A ULTIMA LINHA
      *                 DA COMPETENCIA NO CONCSTAT TEM DE ESTAR 'C'
      *                 (TITULOS X CL-SALDO X CONTA 1101 SEM DIFERENCA
      *                 PENDENTE); SEM ELA O FECHAMENTO E RECUSADO E
      *                 FICA NA TRILHA FECHAAUD.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AUDIT.

           SELECT CONC-STATUS ASSIGN TO 'CONCSTAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONC.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPET-STATUS.
           05 FA-DATA          PIC 9(08).
           05 FA-HORA          PIC 9(08).

       FD  CONC-STATUS.
       COPY concstat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-STATUS  PIC X(02) VALUE '00'.
         88 USUARIO-ENCONTRADO VALUE 'S'.
       77 WRK-AUT-OK-SW  PIC X(01) VALUE 'N'.
         88 AUTORIZACAO-CONCEDIDA VALUE 'S'.
       77 WRK-FS-CONC    PIC X(02) VALUE '00'.
       77 WRK-EOF-CONC-SW PIC X(01) VALUE 'N'.
         88 FIM-CONCSTAT       VALUE 'S'.
       77 WRK-CONCILIACAO PIC X(01) VALUE SPACES.
         88 CONCILIACAO-OK     VALUE 'C'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).
                   MOVE SPACES TO WRK-AUTORIZADOR
             END-IF.

             IF ACAO-FECHAR AND WRK-SUBSISTEMA = 'VENDAS  '
                   PERFORM 1000-CONFERIR-CONCILIACAO
                   IF NOT CONCILIACAO-OK
                         DISPLAY 'FECHAMENTO DE VENDAS RECUSADO: '
                                 'COMPETENCIA SEM CONCILIACAO DO '
                                 'CONTAS-RECEBER (RODAR O REL-'
                                 'CONCILIA-CR E JUSTIFICAR AS '
                                 'DIFERENCAS NO CONCJUST)'
                         PERFORM 4000-GRAVAR-AUDITORIA
                         GOBACK
                   END-IF
             END-IF.

             PERFORM 3000-GRAVAR-STATUS.
             PERFORM 4000-GRAVAR-AUDITORIA.
             IF ACAO-FECHAR
             END-IF.
             GOBACK.

      *----------------------------------------------------------------
      * VALE A ULTIMA RODADA DO REL-CONCILIA-CR PARA A COMPETENCIA;
      * SEM NENHUMA, A COMPETENCIA NAO ESTA CONCILIADA.
      *----------------------------------------------------------------
       1000-CONFERIR-CONCILIACAO.
             MOVE SPACES TO WRK-CONCILIACAO.
             MOVE 'N' TO WRK-EOF-CONC-SW.
             OPEN INPUT CONC-STATUS.
             MOVE WRK-FS-CONC TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1100-LER-CONCSTAT
                   PERFORM 1200-GUARDAR-SITUACAO UNTIL FIM-CONCSTAT
                   CLOSE CONC-STATUS
             END-IF.

       1100-LER-CONCSTAT.
             READ CONC-STATUS
                   AT END MOVE 'S' TO WRK-EOF-CONC-SW
             END-READ.

       1200-GUARDAR-SITUACAO.
             IF CN-COMPETENCIA = WRK-COMPETENCIA
                   MOVE CN-SITUACAO TO WRK-CONCILIACAO
             END-IF.
             PERFORM 1100-LER-CONCSTAT.

      *----------------------------------------------------------------
      * A REABERTURA DE UM MES JA REPORTADO E O CASO QUE MAIS PRECISA
      * DE DONO: UM SEGUNDO SUPERVISOR/ADMINISTRADOR, DIFERENTE DO
