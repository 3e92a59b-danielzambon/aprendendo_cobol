      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO CADASTRO DE CONSIGNACOES EM FOLHA
      *          (CONSIGMST, COPYBOOK CONSIG, INDEXADO POR MATRICULA +
      *          SEQUENCIA) - EMPRESTIMOS CONSIGNADOS E PENSOES
      *          ALIMENTICIAS JUDICIAIS. CADA LINHA DO CONSIGSEQ TRAZ
      *          O CODIGO DE ACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR), A
      *          MATRICULA, A SEQUENCIA, O TIPO (C/P), O CREDOR, A
      *          FORMA DE CALCULO DA PARCELA, O NUMERO DE PARCELAS, A
      *          COMPETENCIA DE INICIO E A CONTA DO BENEFICIARIO DA
      *          PENSAO, COM IMAGEM ANTES/DEPOIS NO JORNAL DE MUDANCAS
      *          MUDJRN, NO MESMO MOLDE DAS DEMAIS CARGAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A MATRICULA PRECISA EXISTIR NO FUNCMST. O CONSIGNADO TEM
      * PARCELA DE VALOR FIXO (BASE V) E NUMERO DE PARCELAS; A PENSAO
      * PODE SER VALOR FIXO OU PERCENTUAL DO LIQUIDO (L) OU DO BRUTO
      * (B), SEM PRAZO (PARCELAS ZERO), E EXIGE A CONTA DO
      * BENEFICIARIO. A ALTERACAO PRESERVA AS PARCELAS JA PAGAS
      * (CONTADAS PELO FOLHA-PAGTO); SITUACAO 'E' NA LINHA ENCERRA A
      * CONSIGNACAO (FIM DA PENSAO, QUITACAO ANTECIPADA NO BANCO) E
      * 'A' A REATIVA. A EXCLUSAO SO VALE PARA CONSIGNACAO SEM
      * PARCELA DESCONTADA; DEPOIS DISSO, ENCERRAR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CONSIGNACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNACOES-ENTRADA ASSIGN TO 'CONSIGSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT CONSIGNACAO-MASTER ASSIGN TO 'CONSIGMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-CHAVE
                  FILE STATUS IS WRK-FS-CONSIG.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNACOES-ENTRADA.
       01  CONSIGNACOES-ENTRADA-REC.
           05 CE-ACAO          PIC X(01).
           05 CE-MATRICULA     PIC 9(06).
           05 CE-SEQ           PIC 9(02).
           05 CE-TIPO          PIC X(01).
           05 CE-BANCO         PIC 9(03).
           05 CE-CREDOR-NOME   PIC X(30).
           05 CE-CONTRATO      PIC X(15).
           05 CE-BASE          PIC X(01).
           05 CE-VALOR-PARCELA PIC 9(06)V99.
           05 CE-PERCENTUAL    PIC 9(02)V99.
           05 CE-QT-PARCELAS   PIC 9(03).
           05 CE-COMPET-INICIO PIC 9(06).
           05 CE-COMPET-INICIO-R REDEFINES CE-COMPET-INICIO.
              10 CE-INICIO-ANO PIC 9(04).
              10 CE-INICIO-MES PIC 9(02).
           05 CE-BEN-AGENCIA   PIC 9(04).
           05 CE-BEN-CONTA     PIC 9(08).
           05 CE-SITUACAO      PIC X(01).

       FD  CONSIGNACAO-MASTER.
       COPY consig.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-CONSIG  PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-LINHA-SW   PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
       77 WRK-FUNC-SW    PIC X(01) VALUE 'N'.
         88 FUNCMST-ABERTO     VALUE 'S'.
       77 WRK-MOTIVO-REJ PIC X(40) VALUE SPACES.
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
             MOVE 'CONSIGMS'          TO JP-ARQUIVO.
             MOVE 'CARGA-CONSIGNACAO' TO JP-PROGRAMA.
             OPEN INPUT CONSIGNACOES-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CONSIGSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O CONSIGNACAO-MASTER.
             MOVE WRK-FS-CONSIG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE CONSIGNACAO-MASTER
                   OPEN OUTPUT CONSIGNACAO-MASTER
                   CLOSE CONSIGNACAO-MASTER
                   OPEN I-O CONSIGNACAO-MASTER
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
                   READ CONSIGNACOES-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN CE-MATRICULA IS NOT NUMERIC
                        OR CE-MATRICULA = ZEROS
                        OR CE-SEQ IS NOT NUMERIC
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'MATRICULA OU SEQUENCIA INVALIDA '
                                 'REJEITADA: ' CE-MATRICULA
                   WHEN CE-ACAO = 'I'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE '
                                       'CONSIGNACAO: ' CE-MATRICULA
                                       ' ' CE-SEQ
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN CE-ACAO = 'A'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE CONSIGNACAO '
                                       'INEXISTENTE: ' CE-MATRICULA
                                       ' ' CE-SEQ
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN CE-ACAO = 'E'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE CONSIGNACAO '
                                       'INEXISTENTE: ' CE-MATRICULA
                                       ' ' CE-SEQ
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 CE-ACAO ' MATRICULA ' CE-MATRICULA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE CE-MATRICULA TO CO-MATRICULA.
             MOVE CE-SEQ       TO CO-SEQ.
             READ CONSIGNACAO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             PERFORM 2500-VALIDAR-CONSIGNACAO.
             IF LINHA-ACEITA
                   MOVE CE-MATRICULA TO CO-MATRICULA
                   MOVE CE-SEQ       TO CO-SEQ
                   PERFORM 2150-MOVER-CONSIGNACAO
                   MOVE ZEROS TO CO-QT-PAGAS
                   MOVE ZEROS TO CO-COMPET-ULT
                   MOVE ZEROS TO CO-PAGAS-ANT
                   MOVE 'A'   TO CO-SITUACAO
                   IF CE-SITUACAO = 'E'
                         MOVE 'E' TO CO-SITUACAO
                   END-IF
                   WRITE CONSIGNACAO-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE CONSIGNACAO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2150-MOVER-CONSIGNACAO.
             MOVE CE-TIPO          TO CO-TIPO.
             MOVE CE-BANCO         TO CO-BANCO.
             MOVE CE-CREDOR-NOME   TO CO-CREDOR-NOME.
             MOVE CE-CONTRATO      TO CO-CONTRATO.
             MOVE CE-BASE          TO CO-BASE.
             MOVE CE-VALOR-PARCELA TO CO-VALOR-PARCELA.
             MOVE CE-PERCENTUAL    TO CO-PERCENTUAL.
             MOVE CE-QT-PARCELAS   TO CO-QT-PARCELAS.
             MOVE CE-COMPET-INICIO TO CO-COMPET-INICIO.
             MOVE CE-BEN-AGENCIA   TO CO-BEN-AGENCIA.
             MOVE CE-BEN-CONTA     TO CO-BEN-CONTA.

      *----------------------------------------------------------------
      * A ALTERACAO NAO MEXE NAS PARCELAS PAGAS NEM NA IMAGEM DA
      * RERODADA; O NUMERO DE PARCELAS NAO PODE FICAR ABAIXO DO QUE
      * JA FOI PAGO.
      *----------------------------------------------------------------
       2200-ALTERAR.
             PERFORM 2500-VALIDAR-CONSIGNACAO.
             IF LINHA-ACEITA
                   AND CE-QT-PARCELAS > ZEROS
                   AND CE-QT-PARCELAS < CO-QT-PAGAS
                   MOVE 'N' TO WRK-LINHA-SW
                   MOVE 'PARCELAS ABAIXO DAS JA PAGAS'
                        TO WRK-MOTIVO-REJ
             END-IF.
             IF LINHA-ACEITA
                   MOVE CONSIGNACAO-MASTER-REC TO JP-ANTES
                   PERFORM 2150-MOVER-CONSIGNACAO
                   IF CE-SITUACAO = 'A' OR CE-SITUACAO = 'E'
                         MOVE CE-SITUACAO TO CO-SITUACAO
                   END-IF
                   REWRITE CONSIGNACAO-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE CONSIGNACAO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2300-EXCLUIR.
             IF CO-QT-PAGAS > ZEROS
                   MOVE 'JA DESCONTADA, ENCERRAR (SITUACAO E)'
                        TO WRK-MOTIVO-REJ
                   PERFORM 2950-REJEITAR-LINHA
             ELSE
                   MOVE CONSIGNACAO-MASTER-REC TO JP-ANTES
                   DELETE CONSIGNACAO-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE 'E' TO JP-OPERACAO
                   MOVE SPACES TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

      *----------------------------------------------------------------
      * MATRICULA CADASTRADA, TIPO E BASE VALIDOS E COERENTES ENTRE
      * SI, VALOR OU PERCENTUAL INFORMADO, PRAZO DO CONSIGNADO,
      * COMPETENCIA DE INICIO VALIDA E CONTA DO BENEFICIARIO NA
      * PENSAO.
      *----------------------------------------------------------------
       2500-VALIDAR-CONSIGNACAO.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             IF FUNCMST-ABERTO
                   MOVE CE-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIO-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'MATRICULA NAO CADASTRADA'
                                    TO WRK-MOTIVO-REJ
                   END-READ
             END-IF.
             IF LINHA-ACEITA
                   EVALUATE TRUE
                         WHEN CE-TIPO NOT = 'C' AND NOT = 'P'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'TIPO DE CONSIGNACAO INVALIDO'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-BANCO IS NOT NUMERIC
                              OR CE-BANCO = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'BANCO NAO INFORMADO'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-BASE NOT = 'V' AND NOT = 'L'
                              AND NOT = 'B'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'BASE DA PARCELA INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-TIPO = 'C' AND CE-BASE NOT = 'V'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'CONSIGNADO SO COM PARCELA FIXA'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-VALOR-PARCELA IS NOT NUMERIC
                              OR CE-PERCENTUAL IS NOT NUMERIC
                              OR CE-QT-PARCELAS IS NOT NUMERIC
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'VALOR, PERCENTUAL OU PARCELAS '
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-BASE = 'V'
                              AND CE-VALOR-PARCELA = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'VALOR DA PARCELA NAO INFORMADO'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-BASE NOT = 'V'
                              AND CE-PERCENTUAL = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'PERCENTUAL NAO INFORMADO'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-TIPO = 'C' AND CE-QT-PARCELAS = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'CONSIGNADO SEM NUMERO DE PARCELAS'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-COMPET-INICIO IS NOT NUMERIC
                              OR CE-INICIO-MES < 1
                              OR CE-INICIO-MES > 12
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'COMPETENCIA DE INICIO INVALIDA'
                                    TO WRK-MOTIVO-REJ
                         WHEN CE-TIPO = 'P'
                              AND (CE-BEN-CONTA IS NOT NUMERIC
                                   OR CE-BEN-CONTA = ZEROS)
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'PENSAO SEM CONTA DO BENEFICIARIO'
                                    TO WRK-MOTIVO-REJ
                   END-EVALUATE
             END-IF.

       2950-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'CONSIGNACAO ' CE-MATRICULA ' ' CE-SEQ
                     ' REJEITADA: ' WRK-MOTIVO-REJ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE CONSIGNACOES-ENTRADA.
             CLOSE CONSIGNACAO-MASTER.
             IF FUNCMST-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             DISPLAY 'CARGA DO CADASTRO DE CONSIGNACOES CONCLUIDA'.
             DISPLAY 'CONSIGNACOES INCLUIDAS..: ' WRK-QT-CARGA.
             DISPLAY 'CONSIGNACOES ATUALIZADAS: ' WRK-QT-ATUALIZ.
             DISPLAY 'CONSIGNACOES EXCLUIDAS..: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-CONSIGNACAO.
