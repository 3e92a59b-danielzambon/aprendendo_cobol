      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO CADASTRO DE BOLSAS E DESCONTOS DE
      *          MENSALIDADE (BOLSAMST, COPYBOOK BOLSA, INDEXADO POR
      *          MATRICULA DO ALUNO). CADA LINHA DO BOLSASEQ TRAZ O
      *          CODIGO DE ACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR), A
      *          MATRICULA, O TIPO (M/S/I/F), A FORMA DO DESCONTO
      *          (P=PERCENTUAL, V=VALOR FIXO), A VIGENCIA EM
      *          COMPETENCIAS E AS CONDICOES DE PERDA (REPROVACAO E
      *          DIAS DE ATRASO), COM IMAGEM ANTES/DEPOIS NO JORNAL DE
      *          MUDANCAS MUDJRN, NO MESMO MOLDE DAS DEMAIS CARGAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A MATRICULA PRECISA EXISTIR NO ALUNOMST. A INCLUSAO E TODA
      * ALTERACAO ENTRAM COMO PENDENTES (SITUACAO P) E SO DESCONTAM NA
      * MENSALIDADE DEPOIS DO APROVA-BOLSA; SITUACAO 'E' NA LINHA DE
      * ALTERACAO SO ENCERRA A BOLSA, SEM MEXER NOS DEMAIS CAMPOS.
      * COMPETENCIA FINAL ZERO = SEM PRAZO. A EXCLUSAO SO VALE PARA
      * BOLSA NUNCA APROVADA; DEPOIS DISSO, ENCERRAR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-BOLSA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS-ENTRADA ASSIGN TO 'BOLSASEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-MATRICULA
                  FILE STATUS IS WRK-FS-BOLSA.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLSAS-ENTRADA.
       01  BOLSAS-ENTRADA-REC.
           05 BE-ACAO          PIC X(01).
           05 BE-MATRICULA     PIC 9(06).
           05 BE-TIPO          PIC X(01).
           05 BE-FORMA         PIC X(01).
           05 BE-PERCENTUAL    PIC 9(03)V99.
           05 BE-VALOR         PIC 9(06)V99.
           05 BE-COMPET-INICIO PIC 9(06).
           05 BE-COMPET-INICIO-R REDEFINES BE-COMPET-INICIO.
              10 BE-INICIO-ANO PIC 9(04).
              10 BE-INICIO-MES PIC 9(02).
           05 BE-COMPET-FIM    PIC 9(06).
           05 BE-COMPET-FIM-R REDEFINES BE-COMPET-FIM.
              10 BE-FIM-ANO    PIC 9(04).
              10 BE-FIM-MES    PIC 9(02).
           05 BE-PERDE-REPROVACAO PIC X(01).
           05 BE-DIAS-ATRASO   PIC 9(03).
           05 BE-SITUACAO      PIC X(01).

       FD  BOLSA-MASTER.
       COPY bolsa.

       FD  ALUNO-MASTER.
       COPY aluno.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSA   PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO   PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-LINHA-SW   PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
       77 WRK-ALUNO-SW   PIC X(01) VALUE 'N'.
         88 ALUNOMST-ABERTO    VALUE 'S'.
       77 WRK-MOTIVO-REJ PIC X(40) VALUE SPACES.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENCERRADAS PIC 9(05) VALUE ZEROS.
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
             MOVE 'BOLSAMST'    TO JP-ARQUIVO.
             MOVE 'CARGA-BOLSA' TO JP-PROGRAMA.
             OPEN INPUT BOLSAS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'BOLSASEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O BOLSA-MASTER.
             MOVE WRK-FS-BOLSA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE BOLSA-MASTER
                   OPEN OUTPUT BOLSA-MASTER
                   CLOSE BOLSA-MASTER
                   OPEN I-O BOLSA-MASTER
             END-IF.
             OPEN INPUT ALUNO-MASTER.
             MOVE WRK-FS-ALUNO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-ALUNO-SW
             ELSE
                   DISPLAY 'ALUNOMST AUSENTE, MATRICULAS NAO '
                           'CONFERIDAS'
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ BOLSAS-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN BE-MATRICULA IS NOT NUMERIC
                        OR BE-MATRICULA = ZEROS
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'MATRICULA INVALIDA REJEITADA: '
                                 BE-MATRICULA
                   WHEN BE-ACAO = 'I'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE BOLSA: '
                                       BE-MATRICULA
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN BE-ACAO = 'A'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE BOLSA '
                                       'INEXISTENTE: ' BE-MATRICULA
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN BE-ACAO = 'E'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE BOLSA '
                                       'INEXISTENTE: ' BE-MATRICULA
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 BE-ACAO ' MATRICULA ' BE-MATRICULA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE BE-MATRICULA TO BO-MATRICULA.
             READ BOLSA-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             PERFORM 2500-VALIDAR-BOLSA.
             IF LINHA-ACEITA
                   MOVE BE-MATRICULA TO BO-MATRICULA
                   PERFORM 2150-MOVER-BOLSA
                   MOVE SPACES TO BO-APROVADOR
                   MOVE ZEROS  TO BO-DATA-APROV
                   WRITE BOLSA-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE BOLSA-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

      *----------------------------------------------------------------
      * TODA MUDANCA DE BOLSA VOLTA PARA APROVACAO: A SITUACAO VIRA P
      * E A REVOGACAO ANTERIOR E LIMPA. O APROVADOR ANTERIOR FICA NO
      * REGISTRO ATE A NOVA DECISAO.
      *----------------------------------------------------------------
       2150-MOVER-BOLSA.
             MOVE BE-TIPO             TO BO-TIPO.
             MOVE BE-FORMA            TO BO-FORMA.
             MOVE BE-PERCENTUAL       TO BO-PERCENTUAL.
             MOVE BE-VALOR            TO BO-VALOR.
             MOVE BE-COMPET-INICIO    TO BO-COMPET-INICIO.
             MOVE BE-COMPET-FIM       TO BO-COMPET-FIM.
             MOVE BE-PERDE-REPROVACAO TO BO-PERDE-REPROVACAO.
             MOVE BE-DIAS-ATRASO      TO BO-DIAS-ATRASO.
             MOVE 'P'                 TO BO-SITUACAO.
             MOVE ZEROS               TO BO-DATA-REVOG.
             MOVE SPACES              TO BO-MOTIVO-REVOG.

       2200-ALTERAR.
             IF BE-SITUACAO = 'E'
                   MOVE BOLSA-MASTER-REC TO JP-ANTES
                   MOVE 'E' TO BO-SITUACAO
                   REWRITE BOLSA-MASTER-REC
                   ADD 1 TO WRK-QT-ENCERRADAS
                   MOVE 'A' TO JP-OPERACAO
                   MOVE BOLSA-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2500-VALIDAR-BOLSA
                   IF LINHA-ACEITA
                         MOVE BOLSA-MASTER-REC TO JP-ANTES
                         PERFORM 2150-MOVER-BOLSA
                         REWRITE BOLSA-MASTER-REC
                         ADD 1 TO WRK-QT-ATUALIZ
                         MOVE 'A' TO JP-OPERACAO
                         MOVE BOLSA-MASTER-REC TO JP-DEPOIS
                         PERFORM 8800-GRAVAR-JORNAL
                   ELSE
                         PERFORM 2950-REJEITAR-LINHA
                   END-IF
             END-IF.

       2300-EXCLUIR.
             IF BO-DATA-APROV NOT = ZEROS
                   MOVE 'JA APROVADA, ENCERRAR (SITUACAO E)'
                        TO WRK-MOTIVO-REJ
                   PERFORM 2950-REJEITAR-LINHA
             ELSE
                   MOVE BOLSA-MASTER-REC TO JP-ANTES
                   DELETE BOLSA-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

      *----------------------------------------------------------------
      * ALUNO CADASTRADO, TIPO E FORMA VALIDOS, PERCENTUAL ATE 100 OU
      * VALOR INFORMADO, VIGENCIA EM COMPETENCIAS VALIDAS (FIM ZERO =
      * SEM PRAZO, SENAO NAO ANTERIOR AO INICIO) E CONDICOES DE PERDA
      * PREENCHIDAS.
      *----------------------------------------------------------------
       2500-VALIDAR-BOLSA.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             IF ALUNOMST-ABERTO
                   MOVE BE-MATRICULA TO AL-MATRICULA
                   READ ALUNO-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'MATRICULA NAO CADASTRADA'
                                    TO WRK-MOTIVO-REJ
                   END-READ
             END-IF.
             IF LINHA-ACEITA
                   EVALUATE TRUE
                         WHEN BE-TIPO NOT = 'M' AND NOT = 'S'
                              AND NOT = 'I' AND NOT = 'F'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'TIPO DE BOLSA INVALIDO'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-FORMA NOT = 'P' AND NOT = 'V'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'FORMA DO DESCONTO INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-PERCENTUAL IS NOT NUMERIC
                              OR BE-VALOR IS NOT NUMERIC
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'PERCENTUAL OU VALOR INVALIDO'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-FORMA = 'P'
                              AND (BE-PERCENTUAL = ZEROS
                                   OR BE-PERCENTUAL > 100)
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'PERCENTUAL FORA DE 0,01 A 100'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-FORMA = 'V' AND BE-VALOR = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'VALOR DO DESCONTO NAO INFORMADO'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-COMPET-INICIO IS NOT NUMERIC
                              OR BE-INICIO-MES < 1
                              OR BE-INICIO-MES > 12
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'COMPETENCIA DE INICIO INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-COMPET-FIM IS NOT NUMERIC
                              OR (BE-COMPET-FIM NOT = ZEROS
                                  AND (BE-FIM-MES < 1
                                       OR BE-FIM-MES > 12
                                       OR BE-COMPET-FIM
                                          < BE-COMPET-INICIO))
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'COMPETENCIA FINAL INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-PERDE-REPROVACAO NOT = 'S'
                              AND NOT = 'N'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'CONDICAO DE REPROVACAO INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN BE-DIAS-ATRASO IS NOT NUMERIC
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'DIAS DE ATRASO INVALIDOS'
                                    TO WRK-MOTIVO-REJ
                   END-EVALUATE
             END-IF.

       2950-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'BOLSA ' BE-MATRICULA
                     ' REJEITADA: ' WRK-MOTIVO-REJ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE BOLSAS-ENTRADA.
             CLOSE BOLSA-MASTER.
             IF ALUNOMST-ABERTO
                   CLOSE ALUNO-MASTER
             END-IF.
             DISPLAY 'CARGA DO CADASTRO DE BOLSAS CONCLUIDA'.
             DISPLAY 'BOLSAS INCLUIDAS........: ' WRK-QT-CARGA.
             DISPLAY 'BOLSAS ATUALIZADAS......: ' WRK-QT-ATUALIZ.
             DISPLAY 'BOLSAS ENCERRADAS.......: ' WRK-QT-ENCERRADAS.
             DISPLAY 'BOLSAS EXCLUIDAS........: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-BOLSA.
