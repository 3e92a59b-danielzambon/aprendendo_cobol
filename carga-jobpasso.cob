      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DA DEFINICAO DE PASSOS DO JOB-NOTURNO
      *          (JOBPASSO, COPYBOOK JOBPASSO, INDEXADO PELO NUMERO DO
      *          PASSO). CADA LINHA DO JOBPSEQ TRAZ O CODIGO DE ACAO
      *          (I=INCLUIR, A=ALTERAR, E=EXCLUIR), O PASSO, A ORDEM DE
      *          EXECUCAO, O PROGRAMA, ATE 4 PREDECESSORES, A REGRA DE
      *          FALHA (P=PARA A SUITE, A=SO APONTA) E SE O PASSO ESTA
      *          ATIVO, COM IMAGEM ANTES/DEPOIS NO JORNAL DE MUDANCAS
      *          MUDJRN, NO MESMO MOLDE DAS DEMAIS CARGAS: A OPERACAO
      *          RESEQUENCIA, DESATIVA OU INCLUI PASSO NA SUITE SEM
      *          MEXER NO PROGRAMA, E CADA MUDANCA FICA NO JORNAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PREDECESSOR NAO PODE SER O PROPRIO PASSO NEM PASSO FORA DO
      * JOBPASSO (A CONFERENCIA E FEITA CONTRA O MESTRE NO MOMENTO DA
      * LINHA: INCLUIR O PREDECESSOR ANTES, NO MESMO ARQUIVO). PASSO
      * QUE E PREDECESSOR DE OUTRO NAO PODE SER EXCLUIDO; DESATIVAR
      * (ATIVO N) MANTEM A CADEIA E DEIXA O PASSO FORA DA RODADA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-JOBPASSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSOS-ENTRADA ASSIGN TO 'JOBPSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT JOB-PASSO ASSIGN TO 'JOBPASSO'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JD-PASSO
                  FILE STATUS IS WRK-FS-PASSO.

       DATA DIVISION.
       FILE SECTION.
       FD  PASSOS-ENTRADA.
       01  PASSOS-ENTRADA-REC.
           05 PE-ACAO          PIC X(01).
           05 PE-PASSO         PIC X(04).
           05 PE-ORDEM         PIC 9(04).
           05 PE-PROGRAMA      PIC X(18).
           05 PE-PREDECESSOR   OCCURS 4 TIMES PIC X(04).
           05 PE-FALHA         PIC X(01).
           05 PE-ATIVO         PIC X(01).

       FD  JOB-PASSO.
       COPY jobpasso.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-PASSO   PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-EOF-PAS-SW PIC X(01) VALUE 'N'.
         88 FIM-PASSOS         VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-LINHA-SW   PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
       77 WRK-ACHOU-SW   PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA       VALUE 'S'.
       77 WRK-MOTIVO-REJ PIC X(40) VALUE SPACES.
       77 WRK-IX-PRED    PIC 9(01) VALUE ZEROS.
       77 WRK-PASSO-TESTE PIC X(04) VALUE SPACES.
       01 WRK-PASSO-SALVO PIC X(44) VALUE SPACES.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
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
             MOVE 'JOBPASSO'       TO JP-ARQUIVO.
             MOVE 'CARGA-JOBPASSO' TO JP-PROGRAMA.
             OPEN INPUT PASSOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'JOBPSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O JOB-PASSO.
             MOVE WRK-FS-PASSO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE JOB-PASSO
                   OPEN OUTPUT JOB-PASSO
                   CLOSE JOB-PASSO
                   OPEN I-O JOB-PASSO
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ PASSOS-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN PE-PASSO = SPACES
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'LINHA SEM NUMERO DE PASSO REJEITADA'
                   WHEN PE-ACAO = 'I'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE PASSO: '
                                       PE-PASSO
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN PE-ACAO = 'A'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE PASSO '
                                       'INEXISTENTE: ' PE-PASSO
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN PE-ACAO = 'E'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE PASSO '
                                       'INEXISTENTE: ' PE-PASSO
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 PE-ACAO ' PASSO ' PE-PASSO
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE PE-PASSO TO JD-PASSO.
             READ JOB-PASSO
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             PERFORM 2500-VALIDAR-PASSO.
             IF LINHA-ACEITA
                   PERFORM 2150-MOVER-PASSO
                   WRITE JOB-PASSO-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE JOB-PASSO-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2150-MOVER-PASSO.
             MOVE PE-PASSO    TO JD-PASSO.
             MOVE PE-ORDEM    TO JD-ORDEM.
             MOVE PE-PROGRAMA TO JD-PROGRAMA.
             MOVE 1 TO WRK-IX-PRED.
             PERFORM 2160-MOVER-PREDECESSOR UNTIL WRK-IX-PRED > 4.
             MOVE PE-FALHA    TO JD-FALHA.
             MOVE PE-ATIVO    TO JD-ATIVO.

       2160-MOVER-PREDECESSOR.
             MOVE PE-PREDECESSOR(WRK-IX-PRED)
                  TO JD-PREDECESSOR(WRK-IX-PRED).
             ADD 1 TO WRK-IX-PRED.

       2200-ALTERAR.
             MOVE JOB-PASSO-REC TO WRK-PASSO-SALVO.
             PERFORM 2500-VALIDAR-PASSO.
             IF LINHA-ACEITA
                   MOVE PE-PASSO TO JD-PASSO
                   READ JOB-PASSO
                         INVALID KEY CONTINUE
                   END-READ
                   MOVE WRK-PASSO-SALVO TO JP-ANTES
                   PERFORM 2150-MOVER-PASSO
                   REWRITE JOB-PASSO-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE JOB-PASSO-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

      *----------------------------------------------------------------
      * PASSO QUE OUTRO PASSO TEM COMO PREDECESSOR NAO SAI DO MESTRE:
      * A CADEIA FICARIA QUEBRADA. O PASSO PODE SER DESATIVADO.
      *----------------------------------------------------------------
       2300-EXCLUIR.
             MOVE JOB-PASSO-REC TO WRK-PASSO-SALVO.
             MOVE PE-PASSO TO WRK-PASSO-TESTE.
             PERFORM 2600-PROCURAR-DEPENDENTE.
             IF LINHA-ACHADA
                   MOVE 'PREDECESSOR DE OUTRO PASSO, DESATIVAR'
                        TO WRK-MOTIVO-REJ
                   PERFORM 2950-REJEITAR-LINHA
             ELSE
                   MOVE PE-PASSO TO JD-PASSO
                   READ JOB-PASSO
                         INVALID KEY CONTINUE
                   END-READ
                   MOVE WRK-PASSO-SALVO TO JP-ANTES
                   DELETE JOB-PASSO
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

      *----------------------------------------------------------------
      * ORDEM INFORMADA, PROGRAMA INFORMADO, REGRA DE FALHA P/A,
      * ATIVO S/N E PREDECESSORES CADASTRADOS E DIFERENTES DO PROPRIO
      * PASSO.
      *----------------------------------------------------------------
       2500-VALIDAR-PASSO.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             EVALUATE TRUE
                   WHEN PE-ORDEM IS NOT NUMERIC
                        OR PE-ORDEM = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'ORDEM DE EXECUCAO INVALIDA'
                              TO WRK-MOTIVO-REJ
                   WHEN PE-PROGRAMA = SPACES
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'PROGRAMA NAO INFORMADO'
                              TO WRK-MOTIVO-REJ
                   WHEN PE-FALHA NOT = 'P' AND NOT = 'A'
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'REGRA DE FALHA INVALIDA (P/A)'
                              TO WRK-MOTIVO-REJ
                   WHEN PE-ATIVO NOT = 'S' AND NOT = 'N'
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'INDICADOR DE ATIVO INVALIDO (S/N)'
                              TO WRK-MOTIVO-REJ
             END-EVALUATE.
             IF LINHA-ACEITA
                   MOVE 1 TO WRK-IX-PRED
                   PERFORM 2510-VALIDAR-PREDECESSOR
                         UNTIL WRK-IX-PRED > 4 OR NOT LINHA-ACEITA
             END-IF.

       2510-VALIDAR-PREDECESSOR.
             IF PE-PREDECESSOR(WRK-IX-PRED) NOT = SPACES
                   IF PE-PREDECESSOR(WRK-IX-PRED) = PE-PASSO
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'PASSO PREDECESSOR DE SI MESMO'
                              TO WRK-MOTIVO-REJ
                   ELSE
                         MOVE PE-PREDECESSOR(WRK-IX-PRED) TO JD-PASSO
                         READ JOB-PASSO
                               INVALID KEY
                                     MOVE 'N' TO WRK-LINHA-SW
                                     MOVE 'PREDECESSOR NAO CADASTRADO'
                                          TO WRK-MOTIVO-REJ
                         END-READ
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-PRED.

       2600-PROCURAR-DEPENDENTE.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 'N' TO WRK-EOF-PAS-SW.
             MOVE LOW-VALUES TO JD-PASSO.
             START JOB-PASSO KEY IS >= JD-PASSO
                   INVALID KEY MOVE 'S' TO WRK-EOF-PAS-SW
             END-START.
             PERFORM 2610-LER-PASSO.
             PERFORM 2620-CONFERIR-DEPENDENTE
                   UNTIL FIM-PASSOS OR LINHA-ACHADA.

       2610-LER-PASSO.
             IF NOT FIM-PASSOS
                   READ JOB-PASSO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-PAS-SW
                   END-READ
             END-IF.

       2620-CONFERIR-DEPENDENTE.
             IF JD-PREDECESSOR(1) = WRK-PASSO-TESTE
                   OR JD-PREDECESSOR(2) = WRK-PASSO-TESTE
                   OR JD-PREDECESSOR(3) = WRK-PASSO-TESTE
                   OR JD-PREDECESSOR(4) = WRK-PASSO-TESTE
                   MOVE 'S' TO WRK-ACHOU-SW
                   DISPLAY 'PASSO ' WRK-PASSO-TESTE
                           ' E PREDECESSOR DO PASSO ' JD-PASSO
             ELSE
                   PERFORM 2610-LER-PASSO
             END-IF.

       2950-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'PASSO ' PE-PASSO
                     ' REJEITADO: ' WRK-MOTIVO-REJ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE PASSOS-ENTRADA.
             CLOSE JOB-PASSO.
             DISPLAY 'CARGA DA DEFINICAO DE PASSOS CONCLUIDA'.
             DISPLAY 'PASSOS INCLUIDOS........: ' WRK-QT-CARGA.
             DISPLAY 'PASSOS ATUALIZADOS......: ' WRK-QT-ATUALIZ.
             DISPLAY 'PASSOS EXCLUIDOS........: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-JOBPASSO.
