      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: REPASSE MENSAL DOS EMPRESTIMOS CONSIGNADOS AOS BANCOS
      *          CREDORES. LE O CONSIGMOV GRAVADO PELO FOLHA-PAGTO E
      *          PELA RESCISAO E EMITE O ARQUIVO DE REPASSE (REPASSE,
      *          UMA LINHA POR PARCELA DESCONTADA, COM BANCO, CONTRATO,
      *          MATRICULA E VALOR) E O RELATORIO RELCONSIG, COM AS
      *          PARCELAS DO MES, AS NAO DESCONTADAS POR FALTA DE
      *          MARGEM E O TOTAL A REPASSAR A CADA BANCO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA DO REPASSE E A MAIOR AAAAMM DE FOLHA GRAVADA NO
      * CONSIGMOV, ACHADA NUMA PRIMEIRA LEITURA. AS QUITACOES DA
      * RESCISAO (COMPETENCIA AAAA15) ENTRAM NO PRIMEIRO REPASSE APOS
      * A RESCISAO: A LINHA RECEBE A COMPETENCIA DO REPASSE EM
      * CM-COMPET-REPASSE E NAO VOLTA NOS MESES SEGUINTES (A RERODADA
      * DO MESMO MES A REPETE). PENSAO ALIMENTICIA NAO PASSA POR AQUI:
      * E CREDITADA AO BENEFICIARIO PELO FOLHA-REMESSA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-CONSIGNADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNACAO-MOV ASSIGN TO 'CONSIGMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS WRK-FS-CONSMOV.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT REPASSE-BANCOS ASSIGN TO 'REPASSE'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REPASSE.

           SELECT REL-CONSIG ASSIGN TO 'RELCONSIG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  REPASSE-BANCOS.
       01  REPASSE-REC.
           05 RP-BANCO          PIC 9(03).
           05 RP-CONTRATO       PIC X(15).
           05 RP-MATRICULA      PIC 9(06).
           05 RP-NOME           PIC X(30).
           05 RP-PARCELA        PIC 9(03).
           05 RP-QT-PARCELAS    PIC 9(03).
           05 RP-VALOR          PIC 9(06)V99.
           05 RP-COMPETENCIA    PIC 9(06).
           05 RP-COMPET-REPASSE PIC 9(06).
           05 RP-ORIGEM         PIC X(01).
             88 RP-DA-FOLHA         VALUE 'F'.
             88 RP-DA-RESCISAO      VALUE 'R'.

       FD  REL-CONSIG.
       01  REL-CONSIG-LINHA    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC      PIC X(02) VALUE '00'.
       77 WRK-FS-REPASSE   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MOV-SW   PIC X(01) VALUE 'N'.
         88 FIM-MOVIMENTO       VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO     VALUE 'S'.
       77 WRK-FUNC-SW      PIC X(01) VALUE 'N'.
         88 FUNC-ENCONTRADO     VALUE 'S'.
       77 WRK-LINHA-SW     PIC X(01) VALUE 'N'.
         88 LINHA-DO-REPASSE    VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 BANCO-ACHADO        VALUE 'S'.

       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-MOV      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PARCELAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RESCISAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-MARGEM PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BANCOS-EXC PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-REPASSE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-NAO-DESC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-BANCOS    PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-BANCOS   PIC 9(02) VALUE 50.
       77 WRK-IX-BCO       PIC 9(02) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-BANCOS.
          05 TBC-DET OCCURS 50 TIMES.
             10 TBC-BANCO      PIC 9(03).
             10 TBC-NOME       PIC X(30).
             10 TBC-QT         PIC 9(05).
             10 TBC-VALOR      PIC 9(09)V99.

       01  LINHA-COMPETENCIA.
           05 FILLER          PIC X(40)
                  VALUE 'REPASSE DE CONSIGNADOS - COMPETENCIA'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LM-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(33) VALUE SPACES.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(04) VALUE 'BCO '.
           05 FILLER          PIC X(16) VALUE 'CONTRATO'.
           05 FILLER          PIC X(07) VALUE 'MATRIC '.
           05 FILLER          PIC X(19) VALUE 'NOME'.
           05 FILLER          PIC X(08) VALUE 'PARCELA '.
           05 FILLER          PIC X(07) VALUE 'COMPET '.
           05 FILLER          PIC X(11) VALUE '     VALOR '.
           05 FILLER          PIC X(08) VALUE 'SITUACAO'.

       01  LINHA-DETALHE.
           05 LD-BANCO        PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CONTRATO     PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NOME         PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-PARCELA      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-QT-PARCELAS  PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-COMPETENCIA  PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SITUACAO     PIC X(08).

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(36).
           05 LT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(27) VALUE SPACES.

       01  LINHA-BANCOS.
           05 FILLER          PIC X(80)
                  VALUE 'TOTAL A REPASSAR POR BANCO'.

       01  LINHA-TIT-BANCOS.
           05 FILLER          PIC X(05) VALUE 'BCO  '.
           05 FILLER          PIC X(31) VALUE 'CREDOR'.
           05 FILLER          PIC X(10) VALUE '  PARCELAS'.
           05 FILLER          PIC X(18) VALUE '    VALOR (R$)'.
           05 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-BANCO.
           05 LB-ROTULO.
              10 LB-BANCO     PIC 9(03).
              10 FILLER       PIC X(02) VALUE SPACES.
              10 LB-NOME      PIC X(30).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LB-QT           PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LB-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(19) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 1000-ACHAR-COMPETENCIA.
             IF WRK-COMPETENCIA = ZEROS
                   DISPLAY 'CONSIGMOV SEM COMPETENCIA DE FOLHA, '
                           'REPASSE DE CONSIGNADOS NAO EMITIDO'
                   GOBACK
             END-IF.

             MOVE 'N' TO WRK-CADASTRO-SW.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST AUSENTE, REPASSE SEM '
                           'NOME DO FUNCIONARIO'
             END-IF.

             INITIALIZE TABELA-BANCOS.
             OPEN OUTPUT REPASSE-BANCOS.
             OPEN OUTPUT REL-CONSIG.
             PERFORM 8000-CABECALHO.
             PERFORM 2000-EMITIR-REPASSE.
             PERFORM 3000-TOTAL-REPASSE.
             PERFORM 4000-EMITIR-BANCOS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * PRIMEIRA LEITURA DO CONSIGMOV: MAIOR COMPETENCIA DE FOLHA (MES
      * DE 01 A 12) GRAVADA.
      *----------------------------------------------------------------
       1000-ACHAR-COMPETENCIA.
             MOVE ZEROS TO WRK-COMPETENCIA.
             MOVE 'N' TO WRK-EOF-MOV-SW.
             OPEN INPUT CONSIGNACAO-MOV.
             MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1100-LER-MOVIMENTO
                   PERFORM 1200-COMPARAR-COMPETENCIA
                         UNTIL FIM-MOVIMENTO
                   CLOSE CONSIGNACAO-MOV
             END-IF.

       1100-LER-MOVIMENTO.
             READ CONSIGNACAO-MOV NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MOV-SW
             END-READ.

       1200-COMPARAR-COMPETENCIA.
             MOVE CM-COMPETENCIA(5:2) TO WRK-MES-MOV.
             IF WRK-MES-MOV <= 12
                   AND CM-COMPETENCIA > WRK-COMPETENCIA
                   MOVE CM-COMPETENCIA TO WRK-COMPETENCIA
             END-IF.
             PERFORM 1100-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * SEGUNDA LEITURA, EM I-O: PARCELAS DE CONSIGNADO DA COMPETENCIA
      * E QUITACOES DE RESCISAO AINDA NAO REPASSADAS. A LINHA LEVADA
      * AO REPASSE E CARIMBADA COM A COMPETENCIA DO REPASSE.
      *----------------------------------------------------------------
       2000-EMITIR-REPASSE.
             MOVE 'N' TO WRK-EOF-MOV-SW.
             OPEN I-O CONSIGNACAO-MOV.
             PERFORM 1100-LER-MOVIMENTO.
             PERFORM 2100-TRATAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
             CLOSE CONSIGNACAO-MOV.

       2100-TRATAR-MOVIMENTO.
             MOVE 'N' TO WRK-LINHA-SW.
             MOVE CM-COMPETENCIA(5:2) TO WRK-MES-MOV.
             IF CM-CONSIGNADO
                   IF CM-COMPETENCIA = WRK-COMPETENCIA
                         MOVE 'S' TO WRK-LINHA-SW
                   END-IF
                   IF WRK-MES-MOV = 15
                         AND CM-COMPETENCIA(1:4) <= WRK-COMPETENCIA(1:4)
                         AND (CM-COMPET-REPASSE = ZEROS
                              OR CM-COMPET-REPASSE = WRK-COMPETENCIA)
                         MOVE 'S' TO WRK-LINHA-SW
                   END-IF
             END-IF.
             IF LINHA-DO-REPASSE
                   PERFORM 2200-IMPRIMIR-PARCELA
                   IF CM-VALOR-DESCONTO > ZEROS
                         PERFORM 2300-GRAVAR-REPASSE
                   END-IF
                   MOVE WRK-COMPETENCIA TO CM-COMPET-REPASSE
                   REWRITE CONSIGNACAO-MOV-REC
             END-IF.
             PERFORM 1100-LER-MOVIMENTO.

       2200-IMPRIMIR-PARCELA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE CM-MATRICULA TO FP-MATRICULA.
             PERFORM 7000-LER-FUNCIONARIO.
             IF FUNC-ENCONTRADO
                   MOVE FP-NOME TO LD-NOME
             ELSE
                   MOVE 'NAO CADASTRADO' TO LD-NOME
             END-IF.
             MOVE CM-BANCO          TO LD-BANCO.
             MOVE CM-CONTRATO       TO LD-CONTRATO.
             MOVE CM-MATRICULA      TO LD-MATRICULA.
             MOVE CM-PARCELA        TO LD-PARCELA.
             MOVE CM-QT-PARCELAS    TO LD-QT-PARCELAS.
             MOVE CM-COMPETENCIA    TO LD-COMPETENCIA.
             EVALUATE TRUE
                   WHEN CM-SEM-MARGEM
                         MOVE CM-VALOR-PREVISTO TO LD-VALOR
                         MOVE 'SEM MARG' TO LD-SITUACAO
                         ADD 1 TO WRK-QT-SEM-MARGEM
                         ADD CM-VALOR-PREVISTO TO WRK-TOT-NAO-DESC
                   WHEN WRK-MES-MOV = 15 AND CM-PARCIAL
                         MOVE CM-VALOR-DESCONTO TO LD-VALOR
                         MOVE 'RESC-PAR' TO LD-SITUACAO
                         COMPUTE WRK-TOT-NAO-DESC = WRK-TOT-NAO-DESC
                               + CM-VALOR-PREVISTO - CM-VALOR-DESCONTO
                   WHEN WRK-MES-MOV = 15
                         MOVE CM-VALOR-DESCONTO TO LD-VALOR
                         MOVE 'RESCISAO' TO LD-SITUACAO
                   WHEN OTHER
                         MOVE CM-VALOR-DESCONTO TO LD-VALOR
                         MOVE 'DESCONT.' TO LD-SITUACAO
             END-EVALUATE.
             WRITE REL-CONSIG-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.

       2300-GRAVAR-REPASSE.
             MOVE CM-BANCO          TO RP-BANCO.
             MOVE CM-CONTRATO       TO RP-CONTRATO.
             MOVE CM-MATRICULA      TO RP-MATRICULA.
             IF FUNC-ENCONTRADO
                   MOVE FP-NOME TO RP-NOME
             ELSE
                   MOVE SPACES  TO RP-NOME
             END-IF.
             MOVE CM-PARCELA        TO RP-PARCELA.
             MOVE CM-QT-PARCELAS    TO RP-QT-PARCELAS.
             MOVE CM-VALOR-DESCONTO TO RP-VALOR.
             MOVE CM-COMPETENCIA    TO RP-COMPETENCIA.
             MOVE WRK-COMPETENCIA   TO RP-COMPET-REPASSE.
             IF WRK-MES-MOV = 15
                   MOVE 'R' TO RP-ORIGEM
                   ADD 1 TO WRK-QT-RESCISAO
             ELSE
                   MOVE 'F' TO RP-ORIGEM
                   ADD 1 TO WRK-QT-PARCELAS
             END-IF.
             WRITE REPASSE-REC.
             ADD CM-VALOR-DESCONTO TO WRK-TOT-REPASSE.
             PERFORM 2400-ACUMULAR-BANCO.

      *----------------------------------------------------------------
      * TOTAL POR BANCO NUMA TABELA NA ORDEM DE APARECIMENTO; BANCO
      * ALEM DO LIMITE DA TABELA FICA SO NO TOTAL GERAL.
      *----------------------------------------------------------------
       2400-ACUMULAR-BANCO.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-BCO.
             PERFORM 2410-PROCURAR-BANCO
                   UNTIL BANCO-ACHADO OR WRK-IX-BCO > WRK-QT-BANCOS.
             IF NOT BANCO-ACHADO
                   IF WRK-QT-BANCOS < WRK-MAX-BANCOS
                         ADD 1 TO WRK-QT-BANCOS
                         MOVE WRK-QT-BANCOS TO WRK-IX-BCO
                         MOVE CM-BANCO TO TBC-BANCO(WRK-IX-BCO)
                         MOVE CM-CREDOR-NOME TO TBC-NOME(WRK-IX-BCO)
                         MOVE 'S' TO WRK-ACHOU-SW
                   ELSE
                         ADD 1 TO WRK-QT-BANCOS-EXC
                   END-IF
             END-IF.
             IF BANCO-ACHADO
                   ADD 1 TO TBC-QT(WRK-IX-BCO)
                   ADD CM-VALOR-DESCONTO TO TBC-VALOR(WRK-IX-BCO)
             END-IF.

       2410-PROCURAR-BANCO.
             IF TBC-BANCO(WRK-IX-BCO) = CM-BANCO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-BCO
             END-IF.

       3000-TOTAL-REPASSE.
             MOVE ALL '-' TO REL-CONSIG-LINHA.
             WRITE REL-CONSIG-LINHA.
             MOVE 'PARCELAS DESCONTADAS NA FOLHA' TO LT-ROTULO.
             MOVE WRK-QT-PARCELAS TO LT-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-TOTAL.
             MOVE 'QUITACOES DE RESCISAO' TO LT-ROTULO.
             MOVE WRK-QT-RESCISAO TO LT-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-TOTAL.
             MOVE 'PARCELAS SEM MARGEM' TO LT-ROTULO.
             MOVE WRK-QT-SEM-MARGEM TO LT-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-TOTAL.
             MOVE 'VALOR NAO DESCONTADO (COBRAR)' TO LT-ROTULO.
             MOVE WRK-TOT-NAO-DESC TO LT-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-TOTAL.
             MOVE 'TOTAL A REPASSAR' TO LT-ROTULO.
             MOVE WRK-TOT-REPASSE TO LT-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-TOTAL.
             WRITE REL-CONSIG-LINHA FROM SPACES.

       4000-EMITIR-BANCOS.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS - 10
                   PERFORM 8000-CABECALHO
             END-IF.
             WRITE REL-CONSIG-LINHA FROM LINHA-BANCOS.
             WRITE REL-CONSIG-LINHA FROM LINHA-TIT-BANCOS.
             MOVE ALL '-' TO REL-CONSIG-LINHA.
             WRITE REL-CONSIG-LINHA.
             MOVE 1 TO WRK-IX-BCO.
             PERFORM 4100-IMPRIMIR-BANCO
                   UNTIL WRK-IX-BCO > WRK-QT-BANCOS.
             MOVE ALL '-' TO REL-CONSIG-LINHA.
             WRITE REL-CONSIG-LINHA.
             MOVE 'TOTAL' TO LB-ROTULO.
             ADD WRK-QT-RESCISAO TO WRK-QT-PARCELAS GIVING LB-QT.
             MOVE WRK-TOT-REPASSE TO LB-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-BANCO.

       4100-IMPRIMIR-BANCO.
             MOVE TBC-BANCO(WRK-IX-BCO) TO LB-BANCO.
             MOVE TBC-NOME(WRK-IX-BCO)  TO LB-NOME.
             MOVE TBC-QT(WRK-IX-BCO)    TO LB-QT.
             MOVE TBC-VALOR(WRK-IX-BCO) TO LB-VALOR.
             WRITE REL-CONSIG-LINHA FROM LINHA-BANCO.
             ADD 1 TO WRK-IX-BCO.

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
             MOVE 'REPASSE DE CONSIGNADOS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-CONSIG-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-CONSIG-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-COMPETENCIA TO LM-COMPETENCIA.
             WRITE REL-CONSIG-LINHA FROM LINHA-COMPETENCIA.
             WRITE REL-CONSIG-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-CONSIG-LINHA.
             WRITE REL-CONSIG-LINHA.

       9000-ENCERRAR.
             WRITE REL-CONSIG-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REPASSE-BANCOS.
             CLOSE REL-CONSIG.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             DISPLAY 'REPASSE DE CONSIGNADOS EMITIDO'.
             DISPLAY 'COMPETENCIA DO REPASSE..: ' WRK-COMPETENCIA.
             DISPLAY 'PARCELAS DA FOLHA.......: ' WRK-QT-PARCELAS.
             DISPLAY 'QUITACOES DE RESCISAO...: ' WRK-QT-RESCISAO.
             DISPLAY 'PARCELAS SEM MARGEM.....: ' WRK-QT-SEM-MARGEM.
             DISPLAY 'TOTAL A REPASSAR........: ' WRK-TOT-REPASSE.
             IF WRK-QT-BANCOS-EXC > ZEROS
                   DISPLAY 'PARCELAS FORA DA TABELA DE BANCOS: '
                           WRK-QT-BANCOS-EXC
             END-IF.

       END PROGRAM REL-CONSIGNADO.
