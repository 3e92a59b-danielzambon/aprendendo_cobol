      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DA TABELA DE CARGOS (CARGOMST,
      *          COPYBOOK CARGO, INDEXADO POR CODIGO DO CARGO) - CADA
      *          LINHA DO CARGOSEQ TRAZ O CODIGO DE ACAO (I=INCLUIR,
      *          A=ALTERAR, E=EXCLUIR), O CODIGO, O TITULO, O CODIGO
      *          CBO E A FAIXA SALARIAL DO CARGO (MINIMO, PONTO MEDIO
      *          E MAXIMO), COM IMAGEM ANTES/DEPOIS NO JORNAL DE
      *          MUDANCAS MUDJRN, NO MESMO MOLDE DAS DEMAIS CARGAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A FAIXA SO E ACEITA COM MINIMO POSITIVO E MINIMO <= PONTO
      * MEDIO <= MAXIMO; TITULO EM BRANCO OU CBO ZERADO/NAO NUMERICO
      * TAMBEM RECUSAM A LINHA. NA ALTERACAO TODOS OS CAMPOS SAO
      * REGRAVADOS (A LINHA TRAZ O CARGO COMPLETO). O CARGO E LIDO
      * PELO CARGA-FUNCIONARIO (FP-CARGO) E PELO REL-FAIXA-SALARIAL;
      * POR ISSO ESTE PASSO RODA ANTES DA CARGA DE FUNCIONARIOS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CARGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS-ENTRADA ASSIGN TO 'CARGOSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT CARGO-MASTER ASSIGN TO 'CARGOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WRK-FS-CARGO.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS-ENTRADA.
       01  CARGOS-ENTRADA-REC.
           05 CE-ACAO          PIC X(01).
           05 CE-CODIGO        PIC 9(04).
           05 CE-TITULO        PIC X(30).
           05 CE-CBO           PIC 9(06).
           05 CE-SAL-MINIMO    PIC 9(06)V99.
           05 CE-SAL-MEDIO     PIC 9(06)V99.
           05 CE-SAL-MAXIMO    PIC 9(06)V99.

       FD  CARGO-MASTER.
       COPY cargo.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-CARGO   PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-LINHA-SW   PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
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
             MOVE 'CARGOMST'    TO JP-ARQUIVO.
             MOVE 'CARGA-CARGO' TO JP-PROGRAMA.
             OPEN INPUT CARGOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CARGOSEQ AUSENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O CARGO-MASTER.
             MOVE WRK-FS-CARGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE CARGO-MASTER
                   OPEN OUTPUT CARGO-MASTER
                   CLOSE CARGO-MASTER
                   OPEN I-O CARGO-MASTER
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ CARGOS-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             EVALUATE TRUE
                   WHEN CE-CODIGO IS NOT NUMERIC
                        OR CE-CODIGO = ZEROS
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE CARGO INVALIDO REJEITADO'
                   WHEN CE-ACAO = 'I'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE CARGO: '
                                       CE-CODIGO
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN CE-ACAO = 'A'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE CARGO '
                                       'INEXISTENTE: ' CE-CODIGO
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN CE-ACAO = 'E'
                         PERFORM 2050-BUSCAR-CHAVE
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE CARGO '
                                       'INEXISTENTE: ' CE-CODIGO
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 CE-ACAO ' CARGO ' CE-CODIGO
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE CE-CODIGO TO CG-CODIGO.
             READ CARGO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             PERFORM 2500-VALIDAR-CARGO.
             IF LINHA-ACEITA
                   PERFORM 2150-MOVER-CARGO
                   WRITE CARGO-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE CARGO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2150-MOVER-CARGO.
             MOVE CE-CODIGO     TO CG-CODIGO.
             MOVE CE-TITULO     TO CG-TITULO.
             MOVE CE-CBO        TO CG-CBO.
             MOVE CE-SAL-MINIMO TO CG-SAL-MINIMO.
             MOVE CE-SAL-MEDIO  TO CG-SAL-MEDIO.
             MOVE CE-SAL-MAXIMO TO CG-SAL-MAXIMO.

       2200-ALTERAR.
             PERFORM 2500-VALIDAR-CARGO.
             IF LINHA-ACEITA
                   MOVE CARGO-MASTER-REC TO JP-ANTES
                   PERFORM 2150-MOVER-CARGO
                   REWRITE CARGO-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   MOVE 'A' TO JP-OPERACAO
                   MOVE CARGO-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   PERFORM 2950-REJEITAR-LINHA
             END-IF.

       2300-EXCLUIR.
             MOVE CARGO-MASTER-REC TO JP-ANTES.
             DELETE CARGO-MASTER.
             ADD 1 TO WRK-QT-EXCLUIDOS.
             MOVE 'E' TO JP-OPERACAO.
             MOVE SPACES TO JP-DEPOIS.
             PERFORM 8800-GRAVAR-JORNAL.

      *----------------------------------------------------------------
      * TITULO, CBO E FAIXA COERENTE (MINIMO <= MEDIO <= MAXIMO).
      *----------------------------------------------------------------
       2500-VALIDAR-CARGO.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             EVALUATE TRUE
                   WHEN CE-TITULO = SPACES
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'TITULO DO CARGO EM BRANCO'
                              TO WRK-MOTIVO-REJ
                   WHEN CE-CBO IS NOT NUMERIC OR CE-CBO = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'CODIGO CBO INVALIDO' TO WRK-MOTIVO-REJ
                   WHEN CE-SAL-MINIMO IS NOT NUMERIC
                        OR CE-SAL-MEDIO IS NOT NUMERIC
                        OR CE-SAL-MAXIMO IS NOT NUMERIC
                        OR CE-SAL-MINIMO = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'FAIXA SALARIAL INVALIDA'
                              TO WRK-MOTIVO-REJ
                   WHEN CE-SAL-MINIMO > CE-SAL-MEDIO
                        OR CE-SAL-MEDIO > CE-SAL-MAXIMO
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'FAIXA FORA DE ORDEM (MIN/MEDIO/MAX)'
                              TO WRK-MOTIVO-REJ
             END-EVALUATE.

       2950-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'CARGO ' CE-CODIGO ' REJEITADO: ' WRK-MOTIVO-REJ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE CARGOS-ENTRADA.
             CLOSE CARGO-MASTER.
             DISPLAY 'CARGA DA TABELA DE CARGOS CONCLUIDA'.
             DISPLAY 'CARGOS INCLUIDOS........: ' WRK-QT-CARGA.
             DISPLAY 'CARGOS ATUALIZADOS......: ' WRK-QT-ATUALIZ.
             DISPLAY 'CARGOS EXCLUIDOS........: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.

       END PROGRAM CARGA-CARGO.
