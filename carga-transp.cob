      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO MESTRE DE TRANSPORTADORAS - CADA
      *          LINHA DO TRANSEQ TRAZ O CODIGO DE ACAO (I=INCLUIR,
      *          A=ALTERAR, E=EXCLUIR) E OS DADOS DA TRANSPORTADORA
      *          (NOME, CNPJ, ANTT, APOLICE E VENCIMENTO DO SEGURO,
      *          AGENCIA/CONTA, CONTATO E SITUACAO A=ATIVA OU
      *          S=SUSPENSA), COM CONFERENCIA DE CHAVE, RELATORIO
      *          DELTA POR RODADA E IMAGEM ANTES/DEPOIS NO JORNAL DE
      *          MUDANCAS, NO MESMO MOLDE DO CARGA-FORNECEDOR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A DATA DA SITUACAO (TN-DATA-STATUS) E CARIMBADA NA INCLUSAO E
      * A CADA TROCA DE SITUACAO; ALTERACAO QUE MANTEM A SITUACAO
      * CONSERVA A DATA ANTERIOR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TRANSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSP-ENTRADA ASSIGN TO 'TRANSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT DELTA-RELATORIO ASSIGN TO 'TRANSDLT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DELTA.

           SELECT TRANSP-MASTER ASSIGN TO 'TRANSMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TN-CODIGO
                  FILE STATUS IS WRK-FS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSP-ENTRADA.
       01  TRANSP-ENTRADA-REC.
           05 TE-ACAO           PIC X(01).
           05 TE-CODIGO         PIC X(03).
           05 TE-NOME           PIC X(30).
           05 TE-CNPJ           PIC 9(14).
           05 TE-ANTT           PIC X(12).
           05 TE-APOLICE        PIC X(15).
           05 TE-VENC-SEGURO    PIC 9(08).
           05 TE-AGENCIA        PIC 9(04).
           05 TE-CONTA          PIC 9(08).
           05 TE-CONTATO        PIC X(30).
           05 TE-TELEFONE       PIC X(15).
           05 TE-STATUS         PIC X(01).
             88 TE-STATUS-VALIDO    VALUE 'A' 'S'.

       FD  TRANSP-MASTER.
       COPY transp.

       FD  DELTA-RELATORIO.
       01  DELTA-LINHA         PIC X(170).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-DELTA     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-QT-CARGA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-ANTES        PIC X(150) VALUE SPACES.
       77 WRK-DEPOIS       PIC X(150) VALUE SPACES.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
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
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             OPEN INPUT TRANSP-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'TRANSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN OUTPUT DELTA-RELATORIO.
             OPEN I-O TRANSP-MASTER.
             MOVE WRK-FS-MASTER TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE TRANSP-MASTER
                   OPEN OUTPUT TRANSP-MASTER
                   CLOSE TRANSP-MASTER
                   OPEN I-O TRANSP-MASTER
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ TRANSP-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             MOVE TE-CODIGO TO TN-CODIGO.
             EVALUATE TE-ACAO
                   WHEN 'I' PERFORM 2100-INCLUIR-TRANSP
                   WHEN 'A' PERFORM 2200-ALTERAR-TRANSP
                   WHEN 'E' PERFORM 2300-EXCLUIR-TRANSP
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         PERFORM 2900-DELTA-REJEICAO
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-TRANSP.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ TRANSP-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR-TRANSP.
             PERFORM 2050-BUSCAR-TRANSP.
             IF CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO INCLUSAO DUPLICADA: '
                         'TRANSPORTADORA ' TE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   IF NOT TE-STATUS-VALIDO
                         ADD 1 TO WRK-QT-REJ-ACAO
                         PERFORM 2950-DELTA-SITUACAO
                   ELSE
                         MOVE TE-CODIGO TO TN-CODIGO
                         MOVE WRK-DATA-HOJE TO TN-DATA-STATUS
                         PERFORM 2150-MOVER-TRANSP
                         WRITE TRANSP-MASTER-REC
                         ADD 1 TO WRK-QT-CARGA
                         MOVE 'I' TO JP-OPERACAO
                         MOVE SPACES TO JP-ANTES
                         MOVE TRANSP-MASTER-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
                         MOVE SPACES TO DELTA-LINHA
                         STRING 'INCLUIDO  TRANSPORTADORA ' TN-CODIGO
                               ' ' TN-NOME
                               DELIMITED BY SIZE INTO DELTA-LINHA
                         WRITE DELTA-LINHA
                   END-IF
             END-IF.

       2150-MOVER-TRANSP.
             IF TE-STATUS NOT = TN-STATUS
                   MOVE WRK-DATA-HOJE TO TN-DATA-STATUS
             END-IF.
             MOVE TE-NOME          TO TN-NOME.
             MOVE TE-CNPJ          TO TN-CNPJ.
             MOVE TE-ANTT          TO TN-ANTT.
             MOVE TE-APOLICE       TO TN-APOLICE.
             MOVE TE-VENC-SEGURO   TO TN-VENC-SEGURO.
             MOVE TE-AGENCIA       TO TN-AGENCIA.
             MOVE TE-CONTA         TO TN-CONTA.
             MOVE TE-CONTATO       TO TN-CONTATO.
             MOVE TE-TELEFONE      TO TN-TELEFONE.
             MOVE TE-STATUS        TO TN-STATUS.

       2200-ALTERAR-TRANSP.
             PERFORM 2050-BUSCAR-TRANSP.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO ALTERACAO DE CHAVE '
                         'INEXISTENTE: TRANSPORTADORA ' TE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   IF NOT TE-STATUS-VALIDO
                         ADD 1 TO WRK-QT-REJ-ACAO
                         PERFORM 2950-DELTA-SITUACAO
                   ELSE
                         MOVE TRANSP-MASTER-REC TO WRK-ANTES
                         MOVE TRANSP-MASTER-REC TO JP-ANTES
                         PERFORM 2150-MOVER-TRANSP
                         REWRITE TRANSP-MASTER-REC
                         ADD 1 TO WRK-QT-ATUALIZ
                         MOVE 'A' TO JP-OPERACAO
                         MOVE TRANSP-MASTER-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
                         MOVE TRANSP-MASTER-REC TO WRK-DEPOIS
                         PERFORM 2800-DELTA-ALTERACAO
                   END-IF
             END-IF.

       2300-EXCLUIR-TRANSP.
             PERFORM 2050-BUSCAR-TRANSP.
             IF NOT CHAVE-EXISTE
                   ADD 1 TO WRK-QT-REJ-ACAO
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'REJEITADO EXCLUSAO DE CHAVE '
                         'INEXISTENTE: TRANSPORTADORA ' TE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             ELSE
                   MOVE TRANSP-MASTER-REC TO JP-ANTES
                   DELETE TRANSP-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
                   MOVE SPACES TO DELTA-LINHA
                   STRING 'EXCLUIDO  TRANSPORTADORA ' TE-CODIGO
                         DELIMITED BY SIZE INTO DELTA-LINHA
                   WRITE DELTA-LINHA
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'TRANSMST' TO JP-ARQUIVO.
             MOVE 'CARGA-TRANSP' TO JP-PROGRAMA.
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
                   TE-ACAO DELIMITED BY SIZE INTO DELTA-LINHA.
             WRITE DELTA-LINHA.

       2950-DELTA-SITUACAO.
             MOVE SPACES TO DELTA-LINHA.
             STRING 'REJEITADO SITUACAO INVALIDA (A/S): '
                   TE-STATUS ' TRANSPORTADORA ' TE-CODIGO
                   DELIMITED BY SIZE INTO DELTA-LINHA.
             WRITE DELTA-LINHA.

       9000-ENCERRAR.
             CLOSE TRANSP-ENTRADA.
             CLOSE TRANSP-MASTER.
             CLOSE DELTA-RELATORIO.
             DISPLAY 'CARGA DO MESTRE DE TRANSPORTADORAS CONCLUIDA'.
             DISPLAY 'REGISTROS INCLUIDOS.....: ' WRK-QT-CARGA.
             DISPLAY 'REGISTROS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'REGISTROS EXCLUIDOS.....: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-TRANSP.
