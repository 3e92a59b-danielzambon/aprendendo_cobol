      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO CADASTRO DE AFASTAMENTOS DOS
      *          FUNCIONARIOS (AFASTMST, COPYBOOK AFASTAM, INDEXADO POR
      *          MATRICULA + DATA DE INICIO) - CADA LINHA DO AFASTSEQ
      *          TRAZ O CODIGO DE ACAO (I=INCLUIR, A=ALTERAR,
      *          E=EXCLUIR), A MATRICULA, A DATA DE INICIO, O TIPO
      *          (D/A/M/N), A DATA PREVISTA DE TERMINO, O CID E O
      *          MOTIVO, COM IMAGEM ANTES/DEPOIS NO JORNAL DE MUDANCAS
      *          MUDJRN, NO MESMO MOLDE DAS DEMAIS CARGAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A MATRICULA PRECISA EXISTIR NO FUNCMST. TERMINO ZERO = SEM
      * PREVISAO (NA MATERNIDADE VALE 120 DIAS A PARTIR DO INICIO,
      * GRAVADO JA NA CARGA); TERMINO ANTERIOR AO INICIO E RECUSADO,
      * ASSIM COMO O AFASTAMENTO QUE SE SOBREPOE A OUTRO DA MESMA
      * MATRICULA. A ALTERACAO REGRAVA TIPO, TERMINO, CID E MOTIVO
      * (E O CAMINHO PARA INFORMAR A DATA DE RETORNO). OS DIAS SAO
      * APURADOS PELA SUBROTINA CALC-AFASTAMENTO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-AFASTAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTOS-ENTRADA ASSIGN TO 'AFASTSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT AFASTAMENTO-MASTER ASSIGN TO 'AFASTMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AF-CHAVE
                  FILE STATUS IS WRK-FS-AFAST.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTOS-ENTRADA.
       01  AFASTAMENTOS-ENTRADA-REC.
           05 AE-ACAO          PIC X(01).
           05 AE-MATRICULA     PIC 9(06).
           05 AE-DT-INICIO     PIC 9(08).
           05 AE-TIPO          PIC X(01).
           05 AE-DT-FIM        PIC 9(08).
           05 AE-CID           PIC X(06).
           05 AE-MOTIVO        PIC X(30).

       FD  AFASTAMENTO-MASTER.
       COPY afastam.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-AFAST   PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-LINHA-SW   PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
       77 WRK-FUNC-SW    PIC X(01) VALUE 'N'.
         88 FUNCMST-ABERTO     VALUE 'S'.
       77 WRK-FIM-VARRE-SW PIC X(01) VALUE 'N'.
         88 FIM-VARREDURA      VALUE 'S'.
       77 WRK-SOBREPOE-SW  PIC X(01) VALUE 'N'.
         88 AFAST-SOBREPOSTO   VALUE 'S'.
       77 WRK-MOTIVO-REJ PIC X(40) VALUE SPACES.
       77 WRK-FIM-NOVO   PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-OUTRO  PIC 9(08) VALUE ZEROS.
       77 WRK-SEM-TERMINO PIC 9(08) VALUE 99999999.
       77 WRK-DIAS-MATERNIDADE PIC 9(03) VALUE 120.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
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
             MOVE 'AFASTMST'          TO JP-ARQUIVO.
             MOVE 'CARGA-AFASTAMENTO' TO JP-PROGRAMA.
             OPEN INPUT AFASTAMENTOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'AFASTSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O AFASTAMENTO-MASTER.
             MOVE WRK-FS-AFAST TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE AFASTAMENTO-MASTER
                   OPEN OUTPUT AFASTAMENTO-MASTER
                   CLOSE AFASTAMENTO-MASTER
                   OPEN I-O AFASTAMENTO-MASTER
             END-IF.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-FUNC-SW
             ELSE
                   DISPLAY 'FUNCMST AUSENTE, MATRICULAS NAO CONFERIDAS'
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ AFASTAMENTOS-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN AE-MATRICULA IS NOT NUMERIC
                        OR AE-MATRICULA = ZEROS
                        OR AE-DT-INICIO IS NOT NUMERIC
                        OR AE-DT-INICIO = ZEROS
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'MATRICULA OU INICIO INVALIDO '
                                 'REJEITADO: ' AE-MATRICULA
                   WHEN AE-ACAO = 'I'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE '
                                       'AFASTAMENTO: ' AE-MATRICULA
                                       ' ' AE-DT-INICIO
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN AE-ACAO = 'A'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE AFASTAMENTO '
                                       'INEXISTENTE: ' AE-MATRICULA
                                       ' ' AE-DT-INICIO
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN AE-ACAO = 'E'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE AFASTAMENTO '
                                       'INEXISTENTE: ' AE-MATRICULA
                                       ' ' AE-DT-INICIO
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 AE-ACAO ' MATRICULA ' AE-MATRICULA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE AE-MATRICULA TO AF-MATRICULA.
             MOVE AE-DT-INICIO TO AF-DT-INICIO.
             READ AFASTAMENTO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             PERFORM 2500-VALIDAR-AFASTAMENTO.
             IF LINHA-ACEITA
                   PERFORM 2150-MOVER-AFASTAMENTO
                   WRITE AFASTAMENTO-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE AFASTAMENTO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2150-MOVER-AFASTAMENTO.
             MOVE AE-MATRICULA TO AF-MATRICULA.
             MOVE AE-DT-INICIO TO AF-DT-INICIO.
             MOVE AE-TIPO      TO AF-TIPO.
             MOVE AE-DT-FIM    TO AF-DT-FIM.
             IF AF-MATERNIDADE AND AF-DT-FIM = ZEROS
                   MOVE WRK-FIM-NOVO TO AF-DT-FIM
             END-IF.
             MOVE AE-CID       TO AF-CID.
             MOVE AE-MOTIVO    TO AF-MOTIVO.

       2200-ALTERAR.
             PERFORM 2500-VALIDAR-AFASTAMENTO.
             IF LINHA-ACEITA
                   MOVE AFASTAMENTO-MASTER-REC TO JP-ANTES
                   PERFORM 2150-MOVER-AFASTAMENTO
                   REWRITE AFASTAMENTO-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE AFASTAMENTO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2300-EXCLUIR.
             MOVE AFASTAMENTO-MASTER-REC TO JP-ANTES.
             DELETE AFASTAMENTO-MASTER.
             ADD 1 TO WRK-QT-EXCLUIDOS.
             MOVE 'E' TO JP-OPERACAO.
             MOVE SPACES TO JP-DEPOIS.
             PERFORM 8800-GRAVAR-JORNAL.

      *----------------------------------------------------------------
      * MATRICULA CADASTRADA, TIPO VALIDO, TERMINO COERENTE E SEM
      * SOBREPOSICAO COM OUTRO AFASTAMENTO DA MESMA MATRICULA.
      *----------------------------------------------------------------
       2500-VALIDAR-AFASTAMENTO.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             IF FUNCMST-ABERTO
                   MOVE AE-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIO-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'MATRICULA NAO CADASTRADA'
                                    TO WRK-MOTIVO-REJ
                   END-READ
             END-IF.
             IF LINHA-ACEITA
                   EVALUATE TRUE
                         WHEN AE-TIPO NOT = 'D' AND NOT = 'A'
                              AND NOT = 'M' AND NOT = 'N'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'TIPO DE AFASTAMENTO INVALIDO'
                                    TO WRK-MOTIVO-REJ
                         WHEN AE-DT-FIM IS NOT NUMERIC
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'DATA DE TERMINO INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN AE-DT-FIM NOT = ZEROS
                              AND AE-DT-FIM < AE-DT-INICIO
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'TERMINO ANTERIOR AO INICIO'
                                    TO WRK-MOTIVO-REJ
                   END-EVALUATE
             END-IF.
             IF LINHA-ACEITA
                   PERFORM 2550-DEFINIR-TERMINO
                   PERFORM 2600-CONFERIR-SOBREPOSICAO
                   IF AFAST-SOBREPOSTO
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'SOBREPOE OUTRO AFASTAMENTO'
                              TO WRK-MOTIVO-REJ
                   END-IF
             END-IF.

       2550-DEFINIR-TERMINO.
             MOVE AE-DT-FIM TO WRK-FIM-NOVO.
             IF AE-DT-FIM = ZEROS
                   IF AE-TIPO = 'M'
                         MOVE 'A' TO DA-OPERACAO
                         MOVE AE-DT-INICIO TO DA-DATA-1
                         COMPUTE DA-QT-DIAS =
                               WRK-DIAS-MATERNIDADE - 1
                         CALL 'CALC-DATA-ARIT' USING DA-PARM
                         MOVE DA-DATA-RESULT TO WRK-FIM-NOVO
                   ELSE
                         MOVE WRK-SEM-TERMINO TO WRK-FIM-NOVO
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * VARRE OS AFASTAMENTOS DA MATRICULA (EXCETO O PROPRIO) E RELE A
      * CHAVE DA LINHA AO FINAL, PARA A ALTERACAO/INCLUSAO SEGUINTE.
      *----------------------------------------------------------------
       2600-CONFERIR-SOBREPOSICAO.
             MOVE 'N' TO WRK-SOBREPOE-SW.
             MOVE 'N' TO WRK-FIM-VARRE-SW.
             MOVE AE-MATRICULA TO AF-MATRICULA.
             MOVE ZEROS TO AF-DT-INICIO.
             START AFASTAMENTO-MASTER KEY IS >= AF-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-VARRE-SW
             END-START.
             PERFORM 2650-LER-PROXIMO.
             PERFORM 2700-COMPARAR-PERIODO UNTIL FIM-VARREDURA.
             PERFORM 2050-BUSCAR-CHAVE.

       2650-LER-PROXIMO.
             IF NOT FIM-VARREDURA
                   READ AFASTAMENTO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-FIM-VARRE-SW
                   END-READ
                   IF NOT FIM-VARREDURA
                         AND AF-MATRICULA NOT = AE-MATRICULA
                         MOVE 'S' TO WRK-FIM-VARRE-SW
                   END-IF
             END-IF.

       2700-COMPARAR-PERIODO.
             IF AF-DT-INICIO NOT = AE-DT-INICIO
                   MOVE AF-DT-FIM TO WRK-FIM-OUTRO
                   IF AF-DT-FIM = ZEROS
                         MOVE WRK-SEM-TERMINO TO WRK-FIM-OUTRO
                   END-IF
                   IF AF-DT-INICIO <= WRK-FIM-NOVO
                         AND WRK-FIM-OUTRO >= AE-DT-INICIO
                         MOVE 'S' TO WRK-SOBREPOE-SW
                   END-IF
             END-IF.
             PERFORM 2650-LER-PROXIMO.

       2950-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'AFASTAMENTO ' AE-MATRICULA ' ' AE-DT-INICIO
                     ' REJEITADO: ' WRK-MOTIVO-REJ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE AFASTAMENTOS-ENTRADA.
             CLOSE AFASTAMENTO-MASTER.
             IF FUNCMST-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             DISPLAY 'CARGA DO CADASTRO DE AFASTAMENTOS CONCLUIDA'.
             DISPLAY 'AFASTAMENTOS INCLUIDOS..: ' WRK-QT-CARGA.
             DISPLAY 'AFASTAMENTOS ATUALIZADOS: ' WRK-QT-ATUALIZ.
             DISPLAY 'AFASTAMENTOS EXCLUIDOS..: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-AFASTAMENTO.
