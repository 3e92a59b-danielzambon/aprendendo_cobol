      * Purpose: GERACAO DO ARQUIVO DE REMESSA SALARIAL AO BANCO - UMA
      *          ORDEM DE CREDITO POR FUNCIONARIO COM O LIQUIDO DA
      *          COMPETENCIA INFORMADA, COM AGENCIA E CONTA DO
      *          CADASTRO FUNCMST, PARA ACABAR COM A DIGITACAO MANUAL
      *          NO PORTAL DO BANCO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O DOMICILIO BANCARIO VEM DO FUNCMST (LEITURA PELA MATRICULA
      * DO LANCAMENTO); LANCAMENTO SEM AGENCIA/CONTA CADASTRADA SAI
      * AVISADO NO CONSOLE E FORA DA REMESSA. O RETORNO DO BANCO E
      * PROCESSADO PELO PROGRAMA COMPANHEIRO FOLHA-RETORNO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ORDENS DE CREDITO DA PENSAO ALIMENTICIA
      *                 DESCONTADA NA FOLHA (CONSIGMOV) NA CONTA DO
      *                 BENEFICIARIO; NOVOS BR-TIPO ('S' SALARIO, 'P'
      *                 PENSAO), BR-BANCO (BANCO DO BENEFICIARIO, ZERO
      *                 NO SALARIO) E BR-SEQ (SEQUENCIA DA PENSAO NO
      *                 CONSIGMST) NO FIM DA LINHA.
      * 15/10/2026 DZ - DOMICILIO BANCARIO LIDO DIRETO DO CADASTRO
      *                 INDEXADO FUNCMST PELA MATRICULA DO LANCAMENTO,
      *                 NO LUGAR DA TABELA DE 200 CONTAS CARREGADA DO
      *                 FOLHENT.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG):
      *                 A GERACAO POSICIONA DIRETO NA CHAVE
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

           SELECT BANCO-REMESSA ASSIGN TO 'BANCOREM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REMESSA.
       FD  FUNCIONARIOS-ENTRADA.
       COPY folhafun.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  BANCO-REMESSA.
       01  BANCO-REMESSA-REC.
           05 BR-MATRICULA     PIC 9(06).
           05 BR-VALOR         PIC 9(06)V99.
           05 BR-COMPETENCIA   PIC 9(06).
           05 BR-DATA-GERACAO  PIC 9(08).
           05 BR-TIPO          PIC X(01).
             88 BR-SALARIO         VALUE 'S'.
             88 BR-PENSAO          VALUE 'P'.
           05 BR-BANCO         PIC 9(03).
           05 BR-SEQ           PIC 9(02).

       WORKING-STORAGE SECTION.

       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-REMESSA   PIC X(02) VALUE '00'.
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

       77 WRK-QT-ORDENS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-PENSOES   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENSOES PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       COPY fstatus.


       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE 'N' TO WRK-CADASTRO-SW.
             MOVE ZEROS TO WRK-QT-ORDENS.
             MOVE ZEROS TO WRK-QT-SEM-CONTA.
             MOVE ZEROS TO WRK-TOTAL-REMESSA.
             DISPLAY 'COMPETENCIA DA REMESSA (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.

             PERFORM 1000-ABRIR-CADASTRO.
             PERFORM 1500-ABRIR.
             PERFORM 1600-LER-LEDGER.
             PERFORM 2000-GERAR-ORDEM UNTIL FIM-LEDGER.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR-CADASTRO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST INDISPONIVEL, SEM '
                           'DOMICILIO BANCARIO'
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
             OPEN OUTPUT BANCO-REMESSA.

       1600-LER-LEDGER.
             IF FL-COMPETENCIA = WRK-COMPETENCIA
                   PERFORM 2100-LOCALIZAR-CONTA
                   IF FUNC-ACHADO
                         AND FP-CONTA > ZEROS
                         MOVE FL-MATRICULA      TO BR-MATRICULA
                         MOVE FP-AGENCIA        TO BR-AGENCIA
                         MOVE FP-CONTA          TO BR-CONTA
                         MOVE FL-SALARIO-LIQ    TO BR-VALOR
                         MOVE FL-COMPETENCIA    TO BR-COMPETENCIA
                         MOVE WRK-DATA-HOJE     TO BR-DATA-GERACAO
                         MOVE 'S'               TO BR-TIPO
                         MOVE ZEROS             TO BR-BANCO
                         MOVE ZEROS             TO BR-SEQ
                         WRITE BANCO-REMESSA-REC
                         ADD 1 TO WRK-QT-ORDENS
                         ADD FL-SALARIO-LIQ TO WRK-TOTAL-REMESSA
                         DISPLAY 'SEM DOMICILIO BANCARIO, FORA DA '
                                 'REMESSA: ' FL-MATRICULA
                   END-IF
                   IF CONSIG-ABERTO
                         PERFORM 2200-GERAR-PENSOES
                   END-IF
             END-IF.
             PERFORM 1600-LER-LEDGER.

       2100-LOCALIZAR-CONTA.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF CADASTRO-ABERTO
                   MOVE FL-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-ACHOU-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * PENSAO ALIMENTICIA DESCONTADA DA MATRICULA NA COMPETENCIA VAI
      * DIRETO PARA A CONTA DO BENEFICIARIO (CONSIGMOV); PENSAO SEM
      * CONTA DO BENEFICIARIO SAI AVISADA E FORA DA REMESSA.
      *----------------------------------------------------------------
       2200-GERAR-PENSOES.
             MOVE 'N' TO WRK-EOF-CON-SW.
             MOVE FL-MATRICULA   TO CM-MATRICULA.
             MOVE FL-COMPETENCIA TO CM-COMPETENCIA.
             MOVE ZEROS          TO CM-SEQ.
             START CONSIGNACAO-MOV KEY IS >= CM-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
             END-START.
             PERFORM 2210-LER-CONSIGNACAO.
             PERFORM 2220-GERAR-PENSAO UNTIL FIM-CONSIG-FUNC.

       2210-LER-CONSIGNACAO.
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

       2220-GERAR-PENSAO.
             IF CM-PENSAO AND CM-VALOR-DESCONTO > ZEROS
                   IF CM-BEN-CONTA > ZEROS
                         MOVE CM-MATRICULA      TO BR-MATRICULA
                         MOVE CM-BEN-AGENCIA    TO BR-AGENCIA
                         MOVE CM-BEN-CONTA      TO BR-CONTA
                         MOVE CM-VALOR-DESCONTO TO BR-VALOR
                         MOVE CM-COMPETENCIA    TO BR-COMPETENCIA
                         MOVE WRK-DATA-HOJE     TO BR-DATA-GERACAO
                         MOVE 'P'               TO BR-TIPO
                         MOVE CM-BANCO          TO BR-BANCO
                         MOVE CM-SEQ            TO BR-SEQ
                         WRITE BANCO-REMESSA-REC
                         ADD 1 TO WRK-QT-PENSOES
                         ADD CM-VALOR-DESCONTO TO WRK-TOTAL-PENSOES
                         ADD CM-VALOR-DESCONTO TO WRK-TOTAL-REMESSA
                   ELSE
                         ADD 1 TO WRK-QT-SEM-CONTA
                         DISPLAY 'PENSAO SEM CONTA DO BENEFICIARIO, '
                                 'FORA DA REMESSA: ' CM-MATRICULA
                                 ' SEQ ' CM-SEQ
                   END-IF
             END-IF.
             PERFORM 2210-LER-CONSIGNACAO.

       9000-ENCERRAR.
             CLOSE FOLHA-LEDGER.
             CLOSE BANCO-REMESSA.
             IF CONSIG-ABERTO
                   CLOSE CONSIGNACAO-MOV
             END-IF.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.
             DISPLAY 'GERACAO DE REMESSA CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'ORDENS DE CREDITO.......: ' WRK-QT-ORDENS.
             DISPLAY 'VALOR TOTAL DA REMESSA..: ' WRK-TOTAL-REMESSA.
             DISPLAY 'CREDITOS DE PENSAO......: ' WRK-QT-PENSOES.
             DISPLAY 'VALOR DAS PENSOES.......: ' WRK-TOTAL-PENSOES.
             DISPLAY 'SEM DOMICILIO BANCARIO..: ' WRK-QT-SEM-CONTA.

       END PROGRAM FOLHA-REMESSA.
