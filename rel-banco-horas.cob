      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO MENSAL DO BANCO DE HORAS (RELBHORA) - PARTE
      *          1: EXTRATO POR FUNCIONARIO DA ULTIMA COMPETENCIA DE
      *          FOLHA GRAVADA NO BHMOV (SALDO ANTERIOR, HORAS
      *          CREDITADAS E DEBITADAS, HORAS PAGAS E PERDOADAS NO
      *          VENCIMENTO, SALDO FINAL E MES DE VENCIMENTO DO CICLO).
      *          PARTE 2: PASSIVO ACUMULADO POR FILIAL, A PARTIR DOS
      *          SALDOS EM ABERTO NO BANCOHRS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA DO EXTRATO E A MAIOR AAAAMM GRAVADA PELO
      * FOLHA-PAGTO NO BHMOV (AS LINHAS AAAA15 DA RESCISAO FICAM DE
      * FORA), ACHADA NUMA PRIMEIRA LEITURA DO ARQUIVO. O PASSIVO E O
      * SALDO POSITIVO VALORIZADO COMO HORA EXTRA A 50% SOBRE O
      * SALARIO/220 DO FUNCMST; SALDO NEGATIVO (HORAS DEVIDAS PELO
      * FUNCIONARIO) E MOSTRADO SO EM HORAS. BANCO ENCERRADO NA
      * RESCISAO NAO ENTRA NO PASSIVO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-BANCO-HORAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-HORAS-MOV ASSIGN TO 'BHMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-CHAVE
                  FILE STATUS IS WRK-FS-BHMOV.

           SELECT BANCO-HORAS ASSIGN TO 'BANCOHRS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BH-MATRICULA
                  FILE STATUS IS WRK-FS-BANCO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT REL-BANCO ASSIGN TO 'RELBHORA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-HORAS-MOV.
       COPY bhmov.

       FD  BANCO-HORAS.
       COPY bancohrs.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  REL-BANCO.
       01  REL-BANCO-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-BHMOV     PIC X(02) VALUE '00'.
       77 WRK-FS-BANCO     PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MOV-SW   PIC X(01) VALUE 'N'.
         88 FIM-MOVIMENTO       VALUE 'S'.
       77 WRK-EOF-BCO-SW   PIC X(01) VALUE 'N'.
         88 FIM-BANCOS          VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO     VALUE 'S'.
       77 WRK-FUNC-SW      PIC X(01) VALUE 'N'.
         88 FUNC-ENCONTRADO     VALUE 'S'.

       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-MOV      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-EXTRATO   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BANCOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FILIAL PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CREDITO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PAGAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-EXPIRA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR-PAGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-HORAS-MES    PIC 9(03) VALUE 220.
       77 WRK-VALOR-HORA   PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-VALOR-PASSIVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(03) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-PASSIVO.
          05 TPA-DET OCCURS 99 TIMES.
             10 TPA-QT         PIC 9(05).
             10 TPA-HORAS-POS  PIC 9(07)V99.
             10 TPA-HORAS-NEG  PIC 9(07)V99.
             10 TPA-VALOR      PIC 9(09)V99.
       77 WRK-TOT-QT       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-HORAS-POS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-HORAS-NEG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PASSIVO  PIC 9(09)V99 VALUE ZEROS.

       01  LINHA-COMPETENCIA.
           05 FILLER          PIC X(40)
                  VALUE 'EXTRATO DO BANCO DE HORAS - COMPETENCIA'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(33) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(07) VALUE 'MATRIC '.
           05 FILLER          PIC X(19) VALUE 'NOME'.
           05 FILLER          PIC X(09) VALUE ' SLD ANT '.
           05 FILLER          PIC X(07) VALUE '  CRED '.
           05 FILLER          PIC X(07) VALUE '   DEB '.
           05 FILLER          PIC X(08) VALUE '  PAGAS '.
           05 FILLER          PIC X(08) VALUE 'PERDOAD '.
           05 FILLER          PIC X(09) VALUE '   SALDO '.
           05 FILLER          PIC X(06) VALUE 'VENCE '.

       01  LINHA-DETALHE.
           05 LD-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NOME         PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALDO-ANT    PIC -ZZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CREDITO      PIC ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-DEBITO       PIC ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PAGAS        PIC ZZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-EXPIRA       PIC ZZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALDO        PIC -ZZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VENCE        PIC 9(06).

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(36).
           05 LT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(27) VALUE SPACES.

       01  LINHA-PASSIVO.
           05 FILLER          PIC X(80)
                  VALUE 'PASSIVO DO BANCO DE HORAS POR FILIAL'.

       01  LINHA-TIT-PASSIVO.
           05 FILLER          PIC X(09) VALUE 'FILIAL'.
           05 FILLER          PIC X(08) VALUE '  FUNCS '.
           05 FILLER          PIC X(16) VALUE '  HORAS CREDORAS'.
           05 FILLER          PIC X(16) VALUE ' HORAS DEVEDORAS'.
           05 FILLER          PIC X(16) VALUE '    PASSIVO (R$)'.
           05 FILLER          PIC X(15) VALUE SPACES.

       01  LINHA-FILIAL.
           05 LF-ROTULO.
              10 FILLER       PIC X(02) VALUE SPACES.
              10 LF-FILIAL    PIC 9(02).
              10 FILLER       PIC X(05) VALUE SPACES.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LF-QT           PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LF-HORAS-POS    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LF-HORAS-NEG    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LF-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(15) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT BANCO-HORAS.
             MOVE WRK-FS-BANCO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CADASTRO BANCOHRS INEXISTENTE, RELATORIO '
                           'DO BANCO DE HORAS NAO EMITIDO'
                   GOBACK
             END-IF.

             MOVE 'N' TO WRK-CADASTRO-SW.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST AUSENTE, EXTRATO SEM '
                           'NOME E PASSIVO SEM VALOR'
             END-IF.

             PERFORM 1000-ACHAR-COMPETENCIA.

             OPEN OUTPUT REL-BANCO.
             PERFORM 8000-CABECALHO.
             IF WRK-COMPETENCIA > ZEROS
                   PERFORM 2000-EMITIR-EXTRATO
             END-IF.
             PERFORM 3000-TOTAL-EXTRATO.
             PERFORM 4000-APURAR-PASSIVO.
             PERFORM 5000-EMITIR-PASSIVO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * PRIMEIRA LEITURA DO BHMOV: MAIOR COMPETENCIA DE FOLHA (MES DE
      * 01 A 12) GRAVADA.
      *----------------------------------------------------------------
       1000-ACHAR-COMPETENCIA.
             MOVE ZEROS TO WRK-COMPETENCIA.
             MOVE 'N' TO WRK-EOF-MOV-SW.
             OPEN INPUT BANCO-HORAS-MOV.
             MOVE WRK-FS-BHMOV TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1100-LER-MOVIMENTO
                   PERFORM 1200-COMPARAR-COMPETENCIA
                         UNTIL FIM-MOVIMENTO
                   CLOSE BANCO-HORAS-MOV
             ELSE
                   DISPLAY 'EXTRATO BHMOV INEXISTENTE, SO O PASSIVO '
                           'SERA EMITIDO'
             END-IF.

       1100-LER-MOVIMENTO.
             READ BANCO-HORAS-MOV NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MOV-SW
             END-READ.

       1200-COMPARAR-COMPETENCIA.
             MOVE BM-COMPETENCIA(5:2) TO WRK-MES-MOV.
             IF BM-DA-FOLHA
                   AND WRK-MES-MOV <= 12
                   AND BM-COMPETENCIA > WRK-COMPETENCIA
                   MOVE BM-COMPETENCIA TO WRK-COMPETENCIA
             END-IF.
             PERFORM 1100-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * SEGUNDA LEITURA: UMA LINHA POR FUNCIONARIO NA COMPETENCIA.
      *----------------------------------------------------------------
       2000-EMITIR-EXTRATO.
             MOVE 'N' TO WRK-EOF-MOV-SW.
             OPEN INPUT BANCO-HORAS-MOV.
             PERFORM 1100-LER-MOVIMENTO.
             PERFORM 2100-TRATAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
             CLOSE BANCO-HORAS-MOV.

       2100-TRATAR-MOVIMENTO.
             IF BM-COMPETENCIA = WRK-COMPETENCIA
                   AND BM-DA-FOLHA
                   PERFORM 2200-IMPRIMIR-EXTRATO
             END-IF.
             PERFORM 1100-LER-MOVIMENTO.

       2200-IMPRIMIR-EXTRATO.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             ADD 1 TO WRK-QT-EXTRATO.
             ADD BM-CREDITO      TO WRK-TOT-CREDITO.
             ADD BM-DEBITO       TO WRK-TOT-DEBITO.
             ADD BM-HORAS-PAGAS  TO WRK-TOT-PAGAS.
             ADD BM-HORAS-EXPIRA TO WRK-TOT-EXPIRA.
             ADD BM-VALOR-PAGO   TO WRK-TOT-VALOR-PAGO.

             MOVE BM-MATRICULA TO LD-MATRICULA.
             MOVE BM-MATRICULA TO FP-MATRICULA.
             PERFORM 7000-LER-FUNCIONARIO.
             IF FUNC-ENCONTRADO
                   MOVE FP-NOME TO LD-NOME
             ELSE
                   MOVE 'NAO CADASTRADO' TO LD-NOME
             END-IF.
             MOVE BM-SALDO-ANT    TO LD-SALDO-ANT.
             MOVE BM-CREDITO      TO LD-CREDITO.
             MOVE BM-DEBITO       TO LD-DEBITO.
             MOVE BM-HORAS-PAGAS  TO LD-PAGAS.
             MOVE BM-HORAS-EXPIRA TO LD-EXPIRA.
             MOVE BM-SALDO-FINAL  TO LD-SALDO.
             MOVE BM-FIM-CICLO    TO LD-VENCE.
             WRITE REL-BANCO-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

       3000-TOTAL-EXTRATO.
             MOVE ALL '-' TO REL-BANCO-LINHA.
             WRITE REL-BANCO-LINHA.
             MOVE 'FUNCIONARIOS NO EXTRATO' TO LT-ROTULO.
             MOVE WRK-QT-EXTRATO TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             MOVE 'HORAS CREDITADAS NO MES' TO LT-ROTULO.
             MOVE WRK-TOT-CREDITO TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             MOVE 'HORAS DEBITADAS NO MES' TO LT-ROTULO.
             MOVE WRK-TOT-DEBITO TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             MOVE 'HORAS PAGAS NO VENCIMENTO' TO LT-ROTULO.
             MOVE WRK-TOT-PAGAS TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             MOVE 'VALOR PAGO NO VENCIMENTO' TO LT-ROTULO.
             MOVE WRK-TOT-VALOR-PAGO TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             MOVE 'HORAS NEGATIVAS PERDOADAS' TO LT-ROTULO.
             MOVE WRK-TOT-EXPIRA TO LT-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-TOTAL.
             WRITE REL-BANCO-LINHA FROM SPACES.

      *----------------------------------------------------------------
      * SALDOS EM ABERTO DO BANCOHRS ACUMULADOS POR FILIAL (TABELA
      * ENDERECADA PELO PROPRIO CODIGO DA FILIAL, 01 A 99).
      *----------------------------------------------------------------
       4000-APURAR-PASSIVO.
             INITIALIZE TABELA-PASSIVO.
             MOVE 'N' TO WRK-EOF-BCO-SW.
             PERFORM 4100-LER-BANCO.
             PERFORM 4200-ACUMULAR-BANCO UNTIL FIM-BANCOS.

       4100-LER-BANCO.
             READ BANCO-HORAS NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-BCO-SW
             END-READ.

       4200-ACUMULAR-BANCO.
             IF BH-DT-ENCERRA = ZEROS
                   IF BH-FILIAL = ZEROS
                         ADD 1 TO WRK-QT-SEM-FILIAL
                   ELSE
                         PERFORM 4300-SOMAR-FILIAL
                   END-IF
             END-IF.
             PERFORM 4100-LER-BANCO.

       4300-SOMAR-FILIAL.
             ADD 1 TO WRK-QT-BANCOS.
             ADD 1 TO TPA-QT(BH-FILIAL).
             IF BH-SALDO > ZEROS
                   ADD BH-SALDO TO TPA-HORAS-POS(BH-FILIAL)
                   MOVE BH-MATRICULA TO FP-MATRICULA
                   PERFORM 7000-LER-FUNCIONARIO
                   IF FUNC-ENCONTRADO
                         COMPUTE WRK-VALOR-HORA ROUNDED =
                               FP-SALARIO / WRK-HORAS-MES
                         COMPUTE WRK-VALOR-PASSIVO ROUNDED =
                               BH-SALDO * WRK-VALOR-HORA * 1,5
                         ADD WRK-VALOR-PASSIVO
                               TO TPA-VALOR(BH-FILIAL)
                   END-IF
             ELSE
                   SUBTRACT BH-SALDO FROM TPA-HORAS-NEG(BH-FILIAL)
             END-IF.

       5000-EMITIR-PASSIVO.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS - 10
                   PERFORM 8000-CABECALHO
             END-IF.
             WRITE REL-BANCO-LINHA FROM LINHA-PASSIVO.
             WRITE REL-BANCO-LINHA FROM LINHA-TIT-PASSIVO.
             MOVE ALL '-' TO REL-BANCO-LINHA.
             WRITE REL-BANCO-LINHA.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 5100-IMPRIMIR-FILIAL UNTIL WRK-IX-FIL > 99.
             MOVE ALL '-' TO REL-BANCO-LINHA.
             WRITE REL-BANCO-LINHA.
             MOVE 'TOTAL' TO LF-ROTULO.
             MOVE WRK-TOT-QT        TO LF-QT.
             MOVE WRK-TOT-HORAS-POS TO LF-HORAS-POS.
             MOVE WRK-TOT-HORAS-NEG TO LF-HORAS-NEG.
             MOVE WRK-TOT-PASSIVO   TO LF-VALOR.
             WRITE REL-BANCO-LINHA FROM LINHA-FILIAL.

       5100-IMPRIMIR-FILIAL.
             IF TPA-QT(WRK-IX-FIL) > ZEROS
                   MOVE WRK-IX-FIL TO LF-FILIAL
                   MOVE TPA-QT(WRK-IX-FIL)        TO LF-QT
                   MOVE TPA-HORAS-POS(WRK-IX-FIL) TO LF-HORAS-POS
                   MOVE TPA-HORAS-NEG(WRK-IX-FIL) TO LF-HORAS-NEG
                   MOVE TPA-VALOR(WRK-IX-FIL)     TO LF-VALOR
                   WRITE REL-BANCO-LINHA FROM LINHA-FILIAL
                   ADD TPA-QT(WRK-IX-FIL)        TO WRK-TOT-QT
                   ADD TPA-HORAS-POS(WRK-IX-FIL) TO WRK-TOT-HORAS-POS
                   ADD TPA-HORAS-NEG(WRK-IX-FIL) TO WRK-TOT-HORAS-NEG
                   ADD TPA-VALOR(WRK-IX-FIL)     TO WRK-TOT-PASSIVO
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       7000-LER-FUNCIONARIO.
             MOVE 'N' TO WRK-FUNC-SW.
             IF CADASTRO-ABERTO
                   READ FUNCIONARIO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-FUNC-SW
                   END-READ
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'BANCO DE HORAS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-BANCO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-BANCO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-COMPETENCIA TO LM-COMPETENCIA.
             WRITE REL-BANCO-LINHA FROM LINHA-COMPETENCIA.
             WRITE REL-BANCO-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-BANCO-LINHA.
             WRITE REL-BANCO-LINHA.

       9000-ENCERRAR.
             WRITE REL-BANCO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE BANCO-HORAS.
             CLOSE REL-BANCO.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             DISPLAY 'RELATORIO DO BANCO DE HORAS EMITIDO'.
             DISPLAY 'COMPETENCIA DO EXTRATO..: ' WRK-COMPETENCIA.
             DISPLAY 'FUNCIONARIOS NO EXTRATO.: ' WRK-QT-EXTRATO.
             DISPLAY 'BANCOS EM ABERTO........: ' WRK-QT-BANCOS.
             DISPLAY 'PASSIVO TOTAL...........: ' WRK-TOT-PASSIVO.
             IF WRK-QT-SEM-FILIAL > ZEROS
                   DISPLAY 'BANCOS SEM FILIAL.......: '
                           WRK-QT-SEM-FILIAL
             END-IF.

       END PROGRAM REL-BANCO-HORAS.
