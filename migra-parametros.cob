      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: MIGRACAO UNICA DOS ARQUIVOS SOLTOS DE CONFIGURACAO
      *          (JUROSCFG, ICMSCFG, DESCCFG, DORMCFG, BENEFCFG,
      *          ARMAZCFG, MENSALCFG E NOTACFG) E DA TABELA DE UFS
      *          (UFCFG) PARA O MESTRE CENTRAL DE PARAMETROS PARAMST:
      *          CADA LINHA VIRA UMA VIGENCIA INICIAL (DATA ZERO, VALE
      *          PARA QUALQUER DATA DE MOVIMENTO) DO GRUPO DE MESMO
      *          NOME, COM A LINHA INTEIRA EM PA-VALOR. DEPOIS DA
      *          MIGRACAO OS PROGRAMAS SO LEEM O PARAMST E OS ARQUIVOS
      *          SOLTOS PODEM SER RECOLHIDOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O ITEM DE CADA LINHA SAI DO INICIO DELA (UF NO ICMSCFG,
      * TAMANHO NO ARMAZCFG, TURMA NO MENSALCFG, MATRICULA NO
      * BENEFCFG); NOS PARAMETROS DE LINHA UNICA O ITEM E 'PADRAO' E SO
      * A PRIMEIRA LINHA E MIGRADA. A MIGRACAO PODE SER REPETIDA: ITEM
      * JA CADASTRADO NA VIGENCIA INICIAL E PULADO. ARQUIVO AUSENTE SO
      * AVISA. CADA INCLUSAO PASSA PELO JORNAL MUDJRN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-PARAMETROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-ANTIGA ASSIGN TO DYNAMIC WRK-NOME-ARQUIVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ANTIGA.

           SELECT PARAMETRO-MASTER ASSIGN TO 'PARAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PA-CHAVE
                  FILE STATUS IS WRK-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-ANTIGA.
       01  CONFIG-ANTIGA-REC   PIC X(60).

       FD  PARAMETRO-MASTER.
       COPY paramst.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ANTIGA    PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETRO PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO PIC X(10) VALUE SPACES.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO        VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-IX-ARQ       PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-ITEM     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MIGRADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AUSENTES  PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------
      * ARQUIVOS MIGRADOS E O TAMANHO DO ITEM NO INICIO DA LINHA
      * (ZERO = PARAMETRO DE LINHA UNICA, ITEM 'PADRAO').
      *----------------------------------------------------------------
       01 TABELA-ARQUIVOS-INIC.
          05 FILLER PIC X(12) VALUE 'JUROSCFG  00'.
          05 FILLER PIC X(12) VALUE 'ICMSCFG   02'.
          05 FILLER PIC X(12) VALUE 'DESCCFG   00'.
          05 FILLER PIC X(12) VALUE 'DORMCFG   00'.
          05 FILLER PIC X(12) VALUE 'BENEFCFG  06'.
          05 FILLER PIC X(12) VALUE 'ARMAZCFG  01'.
          05 FILLER PIC X(12) VALUE 'MENSALCFG 03'.
          05 FILLER PIC X(12) VALUE 'NOTACFG   00'.
       01 TABELA-ARQUIVOS REDEFINES TABELA-ARQUIVOS-INIC.
          05 TAQ-DET OCCURS 8 TIMES.
             10 TAQ-NOME      PIC X(10).
             10 TAQ-TAM-ITEM  PIC 9(02).

       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.
       COPY ufcfg.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 1000-ABRIR-PARAMETROS.

             MOVE 1 TO WRK-IX-ARQ.
             PERFORM 2000-MIGRAR-ARQUIVO UNTIL WRK-IX-ARQ > 8.
             PERFORM 3000-MIGRAR-UFS.

             CLOSE PARAMETRO-MASTER.
             DISPLAY 'MIGRACAO DE PARAMETROS CONCLUIDA'.
             DISPLAY 'LINHAS LIDAS............: ' WRK-QT-LIDAS.
             DISPLAY 'VIGENCIAS INCLUIDAS.....: ' WRK-QT-MIGRADAS.
             DISPLAY 'JA MIGRADAS (PULADAS)...: ' WRK-QT-PULADAS.
             DISPLAY 'ARQUIVOS AUSENTES.......: ' WRK-QT-AUSENTES.
             GOBACK.

       1000-ABRIR-PARAMETROS.
             OPEN I-O PARAMETRO-MASTER.
             MOVE WRK-FS-PARAMETRO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE PARAMETRO-MASTER
                   OPEN OUTPUT PARAMETRO-MASTER
                   CLOSE PARAMETRO-MASTER
                   OPEN I-O PARAMETRO-MASTER
             END-IF.

       2000-MIGRAR-ARQUIVO.
             MOVE TAQ-NOME(WRK-IX-ARQ)     TO WRK-NOME-ARQUIVO.
             MOVE TAQ-TAM-ITEM(WRK-IX-ARQ) TO WRK-TAM-ITEM.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT CONFIG-ANTIGA.
             MOVE WRK-FS-ANTIGA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   ADD 1 TO WRK-QT-AUSENTES
                   DISPLAY WRK-NOME-ARQUIVO ' AUSENTE, NADA A MIGRAR'
             ELSE
                   PERFORM 2100-LER-LINHA
                   PERFORM 2200-MIGRAR-LINHA UNTIL FIM-ARQUIVO
                   CLOSE CONFIG-ANTIGA
             END-IF.
             ADD 1 TO WRK-IX-ARQ.

       2100-LER-LINHA.
             READ CONFIG-ANTIGA
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2200-MIGRAR-LINHA.
             IF CONFIG-ANTIGA-REC NOT = SPACES
                   ADD 1 TO WRK-QT-LIDAS
                   MOVE SPACES TO PARAMETRO-MASTER-REC
                   MOVE WRK-NOME-ARQUIVO TO PA-GRUPO
                   IF WRK-TAM-ITEM = ZEROS
                         MOVE 'PADRAO' TO PA-ITEM
                   ELSE
                         MOVE CONFIG-ANTIGA-REC(1:WRK-TAM-ITEM)
                              TO PA-ITEM
                   END-IF
                   MOVE CONFIG-ANTIGA-REC TO PA-VALOR
                   MOVE 'MIGRADO DO ARQUIVO SOLTO' TO PA-DESCRICAO
                   PERFORM 2900-GRAVAR-VIGENCIA
             END-IF.
             IF WRK-TAM-ITEM = ZEROS
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   PERFORM 2100-LER-LINHA
             END-IF.

       2900-GRAVAR-VIGENCIA.
             MOVE ZEROS         TO PA-VIGENCIA.
             MOVE 'MIGRACAO'    TO PA-USUARIO.
             MOVE WRK-DATA-HOJE TO PA-DATA-ALT.
             WRITE PARAMETRO-MASTER-REC
                   INVALID KEY
                         ADD 1 TO WRK-QT-PULADAS
                   NOT INVALID KEY
                         ADD 1 TO WRK-QT-MIGRADAS
                         MOVE 'I' TO JP-OPERACAO
                         MOVE SPACES TO JP-ANTES
                         MOVE PARAMETRO-MASTER-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
             END-WRITE.

      *----------------------------------------------------------------
      * A TABELA DE UFS ERA COMPILADA NOS PROGRAMAS DE FRETE: CADA UF
      * VIRA UM ITEM DO GRUPO UFCFG, COM A PROPRIA SIGLA COMO VALOR.
      *----------------------------------------------------------------
       3000-MIGRAR-UFS.
             SET IX-UF TO 1.
             PERFORM 3100-MIGRAR-UMA-UF UNTIL IX-UF > 27.

       3100-MIGRAR-UMA-UF.
             ADD 1 TO WRK-QT-LIDAS.
             MOVE SPACES TO PARAMETRO-MASTER-REC.
             MOVE 'UFCFG'           TO PA-GRUPO.
             MOVE TU-UF-DET(IX-UF)  TO PA-ITEM.
             MOVE TU-UF-DET(IX-UF)  TO PA-VALOR.
             MOVE 'MIGRADO DA TABELA DE UFS' TO PA-DESCRICAO.
             PERFORM 2900-GRAVAR-VIGENCIA.
             SET IX-UF UP BY 1.

       8800-GRAVAR-JORNAL.
             MOVE 'PARAMST' TO JP-ARQUIVO.
             MOVE 'MIGRA-PARAMETROS' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       END PROGRAM MIGRA-PARAMETROS.
