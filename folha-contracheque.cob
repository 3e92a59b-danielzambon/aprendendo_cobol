      *          CONTINUO DO FOLHA-PAGTO COM TESOURA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O NOME DE CADA FUNCIONARIO VEM DO CADASTRO FUNCMST, LIDO PELA
      * MATRICULA DO LANCAMENTO; O SIMBOLO DA MOEDA SAI DA TABELA
      * PADRAO DO COPYBOOK MOEDA, COMO NO FOLHA-PAGTO, PELO CODIGO DA
      * MOEDA DO PROPRIO LEDGER. FUNCIONARIO DO LEDGER SEM REGISTRO NO
      * CADASTRO SAI COM O NOME EM BRANCO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LINHAS DE DESCONTO DE PENSAO ALIMENTICIA E DE
      *                 EMPRESTIMO CONSIGNADO (BANCO E PARCELA), LIDAS
      *                 DO CONSIGMOV GRAVADO PELO FOLHA-PAGTO PARA A
      *                 MATRICULA E COMPETENCIA.
      * 15/10/2026 DZ - NOME DO FUNCIONARIO LIDO DIRETO DO CADASTRO
      *                 INDEXADO FUNCMST (QUE SUBSTITUIU O FOLHENT)
      *                 PELA MATRICULA, NO LUGAR DA TABELA DE 200
      *                 NOMES CARREGADA DO FOLHENT.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG):
      *                 A IMPRESSAO POSICIONA DIRETO NA CHAVE
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT CONSIGNACAO-MOV ASSIGN TO 'CONSIGMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS WRK-FS-CONSMOV.

           SELECT CONTRACHEQUE ASSIGN TO 'CONTRCHQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  FUNCIONARIOS-ENTRADA.
       COPY folhafun.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  CONTRACHEQUE.
       01  CONTRACHEQUE-LINHA  PIC X(80).

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-CONSIG-SW    PIC X(01) VALUE 'N'.
         88 CONSIG-ABERTO       VALUE 'S'.
       77 WRK-EOF-CON-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONSIG-FUNC     VALUE 'S'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO     VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 FUNC-ACHADO         VALUE 'S'.

       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.

       COPY moeda.
       77 WRK-IX-MOEDA     PIC 9(02) VALUE ZEROS.
       77 WRK-SIMBOLO-MOEDA PIC X(04) VALUE SPACES.
           05 LV-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(46) VALUE SPACES.

       01  LINHA-CONSIGNADO.
           05 FILLER          PIC X(15) VALUE 'CONSIGNADO BCO '.
           05 LC-BANCO        PIC 9(03).
           05 FILLER          PIC X(02) VALUE ': '.
           05 LC-SIMBOLO      PIC X(04).
           05 LC-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(07) VALUE ' PARC. '.
           05 LC-PARCELA      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 LC-QT-PARCELAS  PIC ZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.


       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE 'N' TO WRK-CADASTRO-SW.
             MOVE ZEROS TO WRK-QT-PAGINAS.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'COMPETENCIA DOS CONTRACHEQUES (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             PERFORM 1000-ABRIR-CADASTRO.
             PERFORM 1500-ABRIR.
             PERFORM 1600-LER-LEDGER.
             PERFORM 2000-IMPRIMIR-CONTRACHEQUE UNTIL FIM-LEDGER.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR-CADASTRO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST INDISPONIVEL, '
                           'CONTRACHEQUES SEM NOME'
             END-IF.

       1500-ABRIR.
             OPEN INPUT FOLHA-LEDGER.
                                       'COMPETENCIA ' WRK-COMPETENCIA
                   END-START
             END-IF.
             OPEN INPUT CONSIGNACAO-MOV.
             MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CONSIG-SW
             END-IF.
             OPEN OUTPUT CONTRACHEQUE.
             MOVE WRK-DATA-HOJE TO DX-DATA.
             CALL 'CALC-DATA-EXTENSO' USING DX-PARM.
                   MOVE FL-DESC-ADIANT         TO LV-VALOR
                   WRITE CONTRACHEQUE-LINHA FROM LINHA-VALOR
             END-IF.
             IF CONSIG-ABERTO
                   PERFORM 2400-LISTAR-CONSIGNACOES
             END-IF.
             MOVE 'SALARIO LIQUIDO...: ' TO LV-ROTULO.
             MOVE FL-SALARIO-LIQ         TO LV-VALOR.
             WRITE CONTRACHEQUE-LINHA FROM LINHA-VALOR.
       2200-LOCALIZAR-NOME.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE SPACES TO LF-NOME.
             IF CADASTRO-ABERTO
                   MOVE FL-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-ACHOU-SW
                   END-READ
             END-IF.
             IF FUNC-ACHADO
                   MOVE FP-NOME TO LF-NOME
             END-IF.

      *----------------------------------------------------------------
      * DESCONTOS DE PENSAO E CONSIGNADO DA MATRICULA NA COMPETENCIA,
      * JA EMBUTIDOS NO LIQUIDO DO LEDGER.
      *----------------------------------------------------------------
       2400-LISTAR-CONSIGNACOES.
             MOVE 'N' TO WRK-EOF-CON-SW.
             MOVE FL-MATRICULA   TO CM-MATRICULA.
             MOVE FL-COMPETENCIA TO CM-COMPETENCIA.
             MOVE ZEROS          TO CM-SEQ.
             START CONSIGNACAO-MOV KEY IS >= CM-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
             END-START.
             PERFORM 2410-LER-CONSIGNACAO.
             PERFORM 2420-IMPRIMIR-CONSIGNACAO
                   UNTIL FIM-CONSIG-FUNC.

       2410-LER-CONSIGNACAO.
             IF NOT FIM-CONSIG-FUNC
                   READ CONSIGNACAO-MOV NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-CON-SW
                   END-READ
                   IF NOT FIM-CONSIG-FUNC
                         AND (CM-MATRICULA NOT = FL-MATRICULA
                           OR CM-COMPETENCIA NOT = FL-COMPETENCIA)
                         MOVE 'S' TO WRK-EOF-CON-SW
                   END-IF
             END-IF.

       2420-IMPRIMIR-CONSIGNACAO.
             IF CM-VALOR-DESCONTO > ZEROS
                   IF CM-PENSAO
                         MOVE 'PENSAO ALIMENTICIA: ' TO LV-ROTULO
                         MOVE CM-VALOR-DESCONTO      TO LV-VALOR
                         WRITE CONTRACHEQUE-LINHA FROM LINHA-VALOR
                   ELSE
                         MOVE CM-BANCO          TO LC-BANCO
                         MOVE WRK-SIMBOLO-MOEDA TO LC-SIMBOLO
                         MOVE CM-VALOR-DESCONTO TO LC-VALOR
                         MOVE CM-PARCELA        TO LC-PARCELA
                         MOVE CM-QT-PARCELAS    TO LC-QT-PARCELAS
                         WRITE CONTRACHEQUE-LINHA
                               FROM LINHA-CONSIGNADO
                   END-IF
             END-IF.
             PERFORM 2410-LER-CONSIGNACAO.

       2300-LOCALIZAR-MOEDA.
             MOVE FL-MOEDA TO WRK-SIMBOLO-MOEDA.
             MOVE 1 TO WRK-IX-MOEDA.
       9000-ENCERRAR.
             CLOSE FOLHA-LEDGER.
             CLOSE CONTRACHEQUE.
             IF CONSIG-ABERTO
                   CLOSE CONSIGNACAO-MOV
             END-IF.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.
             DISPLAY 'IMPRESSAO DE CONTRACHEQUES CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'CONTRACHEQUES IMPRESSOS.: ' WRK-QT-PAGINAS.
