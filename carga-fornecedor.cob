      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO MESTRE DE FORNECEDORES E DA
      *          TABELA DE CUSTO POR FORNECEDOR/PRODUTO - CADA LINHA
      *          DO FORNSEQ TRAZ O CODIGO DE ACAO (I=INCLUIR,
      *          A=ALTERAR, E=EXCLUIR) E O TIPO DE REGISTRO (F=DADOS
      *          DO FORNECEDOR, P=PRODUTO QUE O FORNECEDOR VENDE E A
      *          QUE CUSTO), COM CONFERENCIA DE CHAVE E RELATORIO
      *          DELTA POR RODADA, NO MESMO MOLDE DO CARGA-PRODUTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A LINHA DO FORNECEDOR GANHA AGENCIA E CONTA
      *                 (DOMICILIO BANCARIO PARA O PAGTO-REMESSA).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-FORNECEDOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNEC-ENTRADA ASSIGN TO 'FORNSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT DELTA-RELATORIO ASSIGN TO 'FORNDLT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DELTA.

           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FO-CODIGO
                  FILE STATUS IS WRK-FS-MASTER.

           SELECT FORNPROD-MASTER ASSIGN TO 'FORNPROD'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FF-CHAVE
                  FILE STATUS IS WRK-FS-FORNPROD.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNEC-ENTRADA.
       01  FORNEC-ENTRADA-REC.
           05 FE-ACAO           PIC X(01).
           05 FE-TIPO           PIC X(01).
             88 FE-TIPO-FORNEC      VALUE 'F'.
             88 FE-TIPO-PRODUTO     VALUE 'P'.
           05 FE-DADOS-FORNEC.
              10 FE-CODIGO         PIC 9(06).
              10 FE-RAZAO          PIC X(30).
              10 FE-CNPJ           PIC 9(14).
              10 FE-PRAZO-ENTREGA  PIC 9(03).
              10 FE-PRAZO-PAGTO    PIC 9(03).
              10 FE-ATIVO          PIC X(01).
              10 FE-AGENCIA        PIC 9(04).
              10 FE-CONTA          PIC 9(08).
           05 FE-DADOS-PRODUTO REDEFINES FE-DADOS-FORNEC.
              10 FE-FORNECEDOR     PIC 9(06).
              10 FE-PRODUTO        PIC 9(06).
              10 FE-CUSTO          PIC 9(06)V99.
              10 FILLER            PIC X(49).

       FD  FORNECEDOR-MASTER.
       COPY fornec.

       FD  FORNPROD-MASTER.
       COPY fornprod.

       FD  DELTA-RELATORIO.
       01  DELTA-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-FORNPROD  PIC X(02) VALUE '00'.
       77 WRK-FS-DELTA     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-QT-CARGA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-ANTES        PIC X(100) VALUE SPACES.
       77 WRK-DEPOIS       PIC X(100) VALUE SPACES.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 1000-ABRIR.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT FORNEC-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'FORNSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN OUTPUT DELTA-RELATORIO.
             OPEN I-O FORNECEDOR-MASTER.
             MOVE WRK-FS-MASTER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE FORNECEDOR-MASTER
                   OPEN OUTPUT FORNECEDOR-MASTER
                   CLOSE FORNECEDOR-MASTER
                   OPEN I-O FORNECEDOR-MASTER
             END-IF.
             OPEN I-O FORNPROD-MASTER.
             MOVE WRK-FS-FORNPROD TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE FORNPROD-MASTER
                   OPEN OUTPUT FORNPROD-MASTER
                   CLOSE FORNPROD-MASTER
                   OPEN I-O FORNPROD-MASTER
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ FORNEC-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN FE-TIPO-FORNEC
                         PERFORM 2010-TRATAR-FORNECEDOR
                   WHEN FE-TIPO-PRODUTO
                         PERFORM 2020-TRATAR-PRODUTO
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         MOVE SPACES TO DELTA-LINHA
                         STRING 'REJEITADO TIPO DE REGISTRO '
                               'INVALIDO: ' FE-TIPO
                               DELIMITED BY SIZE INTO DELTA-LINHA
                         WRITE DELTA-LINHA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2010-TRATAR-FORNECEDOR.
             MOVE FE-CODIGO TO FO-CODIGO.
             EVALUATE FE-ACAO
                   WHEN 'I' PERFORM 2100-INCLUIR-FORNEC
                   WHEN 'A' PERFORM 2200-ALTERAR-FORNEC
                   WHEN 'E' PERFORM 2300-EXCLUIR-FORNEC
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         PERFORM 2900-DELTA-REJEICAO
             END-EVALUATE.

       2020-TRATAR-PRODUTO.
             MOVE FE-PRODUTO    TO FF-CODIGO.
             MOVE FE-FORNECEDOR TO FF-FORNECEDOR.
             EVALUATE FE-ACAO
                   WHEN 'I' PERFORM 2400-INCLUIR-CUSTO
                   WHEN 'A' PERFORM 2500-ALTERAR-CUSTO
                   WHEN 'E' PERFORM 2600-EXCLUIR-CUSTO
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         PERFORM 2900-DELTA-REJEICAO
             END-EVALUATE.

       2050-BUSCAR-FORNECEDOR.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ FORNECEDOR-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2060-BUSCAR-CUSTO.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ FORNPROD-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR-FORNEC.
             PERFORM 2050-BUSCAR-FORNECEDOR.
             IF CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO INCLUSAO DUPLICADA: FORNECEDOR '
                         FE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE FE-CODIGO TO FO-CODIGO
                   PERFORM 2150-MOVER-FORNECEDOR
                   WRITE FORNECEDOR-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE FORNECEDOR-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL-FORNEC
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'INCLUIDO  FORNECEDOR ' FO-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             END-IF.

       2150-MOVER-FORNECEDOR.
             MOVE FE-RAZAO         TO FO-RAZAO.
             MOVE FE-CNPJ          TO FO-CNPJ.
             MOVE FE-PRAZO-ENTREGA TO FO-PRAZO-ENTREGA.
             MOVE FE-PRAZO-PAGTO   TO FO-PRAZO-PAGTO.
             MOVE FE-ATIVO         TO FO-ATIVO.
             MOVE FE-AGENCIA       TO FO-AGENCIA.
             MOVE FE-CONTA         TO FO-CONTA.

       2200-ALTERAR-FORNEC.
             PERFORM 2050-BUSCAR-FORNECEDOR.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO ALTERACAO DE CHAVE '
                         'INEXISTENTE: FORNECEDOR ' FE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE FORNECEDOR-MASTER-REC TO WRK-ANTES
                   MOVE FORNECEDOR-MASTER-REC TO JP-ANTES
                   PERFORM 2150-MOVER-FORNECEDOR
                   REWRITE FORNECEDOR-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE FORNECEDOR-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL-FORNEC
                   MOVE FORNECEDOR-MASTER-REC TO WRK-DEPOIS
                   PERFORM 2800-DELTA-ALTERACAO
             END-IF.

       2300-EXCLUIR-FORNEC.
             PERFORM 2050-BUSCAR-FORNECEDOR.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO EXCLUSAO DE CHAVE '
                         'INEXISTENTE: FORNECEDOR ' FE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE FORNECEDOR-MASTER-REC TO JP-ANTES
                   DELETE FORNECEDOR-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL-FORNEC
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'EXCLUIDO  FORNECEDOR ' FE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             END-IF.

      *----------------------------------------------------------------
      * O CUSTO SO E ACEITO PARA FORNECEDOR JA CADASTRADO: A LINHA 'F'
      * DO FORNECEDOR VEM ANTES DAS LINHAS 'P' NO MESMO FORNSEQ.
      *----------------------------------------------------------------
       2400-INCLUIR-CUSTO.
             MOVE FE-FORNECEDOR TO FO-CODIGO.
             PERFORM 2050-BUSCAR-FORNECEDOR.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO CUSTO DE FORNECEDOR NAO '
                         'CADASTRADO: ' FE-FORNECEDOR
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   PERFORM 2060-BUSCAR-CUSTO
                   IF CHAVE-EXISTE
                         ADD 1 TO WRK-QT-REJ-ACAO
                         MOVE SPACES TO DELTA-LINHA
                         STRING 'REJEITADO INCLUSAO DUPLICADA: '
                               'PRODUTO ' FE-PRODUTO
                               ' FORNECEDOR ' FE-FORNECEDOR
                               DELIMITED BY SIZE INTO DELTA-LINHA
                         WRITE DELTA-LINHA
                   ELSE
                         MOVE FE-PRODUTO    TO FF-CODIGO
                         MOVE FE-FORNECEDOR TO FF-FORNECEDOR
                         MOVE FE-CUSTO      TO FF-CUSTO
                         WRITE FORNPROD-REC
                         ADD 1 TO WRK-QT-CARGA
                         MOVE 'I' TO JP-OPERACAO
                         MOVE SPACES TO JP-ANTES
                         MOVE FORNPROD-REC TO JP-DEPOIS
                         PERFORM 8810-GRAVAR-JORNAL-CUSTO
                         MOVE SPACES TO DELTA-LINHA
                         STRING 'INCLUIDO  CUSTO PRODUTO ' FF-CODIGO
                               ' FORNECEDOR ' FF-FORNECEDOR
                               DELIMITED BY SIZE INTO DELTA-LINHA
                         WRITE DELTA-LINHA
                   END-IF
             END-IF.

       2500-ALTERAR-CUSTO.
             PERFORM 2060-BUSCAR-CUSTO.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO ALTERACAO DE CHAVE '
                         'INEXISTENTE: PRODUTO ' FE-PRODUTO
                         ' FORNECEDOR ' FE-FORNECEDOR
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE FORNPROD-REC TO WRK-ANTES
                   MOVE FORNPROD-REC TO JP-ANTES
                   MOVE FE-CUSTO TO FF-CUSTO
                   REWRITE FORNPROD-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE FORNPROD-REC TO JP-DEPOIS
                   PERFORM 8810-GRAVAR-JORNAL-CUSTO
                   MOVE FORNPROD-REC TO WRK-DEPOIS
                   PERFORM 2800-DELTA-ALTERACAO
             END-IF.

       2600-EXCLUIR-CUSTO.
             PERFORM 2060-BUSCAR-CUSTO.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO EXCLUSAO DE CHAVE '
                         'INEXISTENTE: PRODUTO ' FE-PRODUTO
                         ' FORNECEDOR ' FE-FORNECEDOR
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE FORNPROD-REC TO JP-ANTES
                   DELETE FORNPROD-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8810-GRAVAR-JORNAL-CUSTO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'EXCLUIDO  CUSTO PRODUTO ' FE-PRODUTO
                         ' FORNECEDOR ' FE-FORNECEDOR
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             END-IF.

       8800-GRAVAR-JORNAL-FORNEC.
             MOVE 'FORNMST' TO JP-ARQUIVO.
             MOVE 'CARGA-FORNECEDOR' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       8810-GRAVAR-JORNAL-CUSTO.
             MOVE 'FORNPROD' TO JP-ARQUIVO.
             MOVE 'CARGA-FORNECEDOR' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       2800-DELTA-ALTERACAO.
             MOVE SPACES TO DELTA-LINHA.
             STRING 'ALTERADO  ANTES : ' WRK-ANTES
                   DELIMITED BY SIZE INTO DELTA-LINHA.
             WRITE DELTA-LINHA.
             MOVE SPACES TO DELTA-LINHA.
             STRING 'ALTERADO  DEPOIS: ' WRK-DEPOIS
                   DELIMITED BY SIZE INTO DELTA-LINHA.
             WRITE DELTA-LINHA.

       2900-DELTA-REJEICAO.
             MOVE SPACES TO DELTA-LINHA.
             STRING 'REJEITADO CODIGO DE ACAO INVALIDO: '
                   FE-ACAO DELIMITED BY SIZE INTO DELTA-LINHA.
             WRITE DELTA-LINHA.

       9000-ENCERRAR.
             CLOSE FORNEC-ENTRADA.
             CLOSE FORNECEDOR-MASTER.
             CLOSE FORNPROD-MASTER.
             CLOSE DELTA-RELATORIO.
             DISPLAY 'CARGA DO MESTRE DE FORNECEDORES CONCLUIDA'.
             DISPLAY 'REGISTROS INCLUIDOS.....: ' WRK-QT-CARGA.
             DISPLAY 'REGISTROS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'REGISTROS EXCLUIDOS.....: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-FORNECEDOR.
