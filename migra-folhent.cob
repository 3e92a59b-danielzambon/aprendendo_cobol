      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: MIGRACAO UNICA DO FOLHENT SEQUENCIAL PARA O CADASTRO
      *          INDEXADO DE FUNCIONARIOS FUNCMST (MESMO LAYOUT,
      *          COPYBOOK FOLHAFUN, CHAVE FP-MATRICULA), NOS MOLDES DO
      *          MIGRA-FOLHALDG: DEPOIS DELA O FOLHA-PAGTO E OS DEMAIS
      *          PROGRAMAS DA FOLHA LEEM O CADASTRO, MANTIDO PELO
      *          CARGA-FUNCIONARIO, E O FOLHENT SAI DE USO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O TRAILER 'TRL' DO FOLHENT E CONFERIDO (QUANTIDADE E SOMA DOS
      * SALARIOS) SO PARA AVISO; A MIGRACAO SEGUE MESMO DIVERGENTE,
      * POIS O FOLHENT E O QUE ESTAVA EM USO. MATRICULA NAO NUMERICA
      * OU ZERADA E DESCARTADA COM AVISO; MATRICULA REPETIDA FICA COM
      * A ULTIMA OCORRENCIA (REWRITE), COM CONTAGEM NO RESUMO. CAMPO
      * NUMERICO EM BRANCO (FOLHENT DE LAYOUT ANTERIOR) ENTRA ZERADO.
      *
      * NUMA SEGUNDA PASSAGEM SOBRE O CADASTRO JA CARREGADO, CADA
      * FUNCIONARIO RECEBE NO FUNCHIST (SUBROTINA GRAVA-HIST-FUNC) A
      * LINHA DE ADMISSAO (MOTIVO ADM, VIGENCIA NA DATA DE ADMISSAO)
      * E, SE JA DESLIGADO, A DE DESLIGAMENTO (MOTIVO DSL) - O PONTO
      * DE PARTIDA DO HISTORICO FUNCIONAL.
      *
      * A MIGRACAO NAO E REENTRANTE: FUNCMST JA EXISTENTE E COM
      * REGISTROS ABORTA A RODADA SEM TOCAR EM NADA (A MANUTENCAO
      * DALI EM DIANTE E PELO CARGA-FUNCIONARIO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O FOLHENT ANTIGO NAO TEM CARGO: FP-CARGO ENTRA
      *                 ZERADO (SEM CARGO) NO FUNCMST.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-FOLHENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHENT-ANTIGO ASSIGN TO 'FOLHENT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHENT-ANTIGO.
       01  FOLHENT-ANTIGO-REC  PIC X(88).

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ANTIGO  PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO       VALUE 'S'.
       77 WRK-ABORTAR-SW PIC X(01) VALUE 'N'.
         88 MIGRACAO-ABORTADA VALUE 'S'.
       77 WRK-TRL-SW     PIC X(01) VALUE 'N'.
         88 TRAILER-ACHADO    VALUE 'S'.
       77 WRK-QT-LIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CARGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESCARTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-HISTORICO PIC 9(07) VALUE ZEROS.
       77 WRK-TRL-QTDE   PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-TOTAL  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-SALARIOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DT-DESLIG  PIC 9(08) VALUE ZEROS.

       01 HP-PARM.
          05 HP-MOTIVO        PIC X(03).
          05 HP-DT-VIGENCIA   PIC 9(08).
          05 HP-PROGRAMA      PIC X(18).
          05 HP-ANTES         PIC X(92).
          05 HP-DEPOIS        PIC X(92).
          05 HP-GRAVADO       PIC X(01).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-CONFERIR-CADASTRO.
             IF MIGRACAO-ABORTADA
                   GOBACK
             END-IF.
             PERFORM 1000-CARREGAR.
             IF WRK-QT-LIDOS = ZEROS
                   DISPLAY 'NADA A MIGRAR'
                   GOBACK
             END-IF.
             PERFORM 2000-GRAVAR-HISTORICO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * FUNCMST JA CARREGADO (ABRE E TEM PELO MENOS UM REGISTRO)
      * ABORTA ANTES DE QUALQUER GRAVACAO.
      *----------------------------------------------------------------
       0100-CONFERIR-CADASTRO.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF NOT FS-ARQ-NAO-EXISTE
                   IF NOT FS-OK
                         DISPLAY 'FILE STATUS INESPERADO NA '
                                 'ABERTURA DO FUNCMST: ' WRK-FS-FUNC
                                 ', MIGRACAO ABORTADA'
                         MOVE 'S' TO WRK-ABORTAR-SW
                   ELSE
                         READ FUNCIONARIO-MASTER NEXT RECORD
                               AT END CONTINUE
                         END-READ
                         MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO
                         IF FS-OK
                               DISPLAY 'FUNCMST JA CARREGADO, '
                                       'MIGRACAO ABORTADA (MANTER '
                                       'PELO CARGA-FUNCIONARIO)'
                               MOVE 'S' TO WRK-ABORTAR-SW
                         END-IF
                   END-IF
                   CLOSE FUNCIONARIO-MASTER
             END-IF.

      *----------------------------------------------------------------
      * PRIMEIRA FASE: O FOLHENT E LIDO ATE O TRAILER E CADA LINHA
      * GRAVADA NO FUNCMST RECRIADO.
      *----------------------------------------------------------------
       1000-CARREGAR.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT FOLHENT-ANTIGO.
             MOVE WRK-FS-ANTIGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   DISPLAY 'FOLHENT INEXISTENTE'
             ELSE
                   OPEN OUTPUT FUNCIONARIO-MASTER
                   CLOSE FUNCIONARIO-MASTER
                   OPEN I-O FUNCIONARIO-MASTER
                   PERFORM 1100-LER-ANTIGO
                   PERFORM 1200-CARREGAR-REGISTRO UNTIL FIM-ARQUIVO
                   CLOSE FUNCIONARIO-MASTER
                   CLOSE FOLHENT-ANTIGO
                   PERFORM 1300-CONFERIR-TRAILER
             END-IF.

       1100-LER-ANTIGO.
             READ FOLHENT-ANTIGO
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.
             IF NOT FIM-ARQUIVO
                   AND FOLHENT-ANTIGO-REC(1:3) = 'TRL'
                   MOVE 'S' TO WRK-TRL-SW
                   MOVE FOLHENT-ANTIGO-REC(4:6) TO WRK-TRL-QTDE
                   MOVE FOLHENT-ANTIGO-REC(10:12)
                        TO WRK-TRL-TOTAL(1:12)
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       1200-CARREGAR-REGISTRO.
             ADD 1 TO WRK-QT-LIDOS.
             MOVE FOLHENT-ANTIGO-REC TO FOLHA-FUNCIONARIO-REC.
             PERFORM 1250-ZERAR-CAMPOS.
             ADD FP-SALARIO TO WRK-SOMA-SALARIOS.
             IF FP-MATRICULA IS NOT NUMERIC
                   OR FP-MATRICULA = ZEROS
                   ADD 1 TO WRK-QT-DESCARTADOS
                   DISPLAY 'REGISTRO COM MATRICULA INVALIDA '
                           'DESCARTADO: ' FOLHENT-ANTIGO-REC(1:36)
             ELSE
                   WRITE FOLHA-FUNCIONARIO-REC
                         INVALID KEY
                               ADD 1 TO WRK-QT-DUPLICADOS
                               DISPLAY 'MATRICULA REPETIDA NO '
                                       'FOLHENT, FICA A ULTIMA: '
                                       FP-MATRICULA
                               REWRITE FOLHA-FUNCIONARIO-REC
                         NOT INVALID KEY
                               ADD 1 TO WRK-QT-CARGADOS
                   END-WRITE
             END-IF.
             PERFORM 1100-LER-ANTIGO.

      *----------------------------------------------------------------
      * CAMPOS ACRESCENTADOS AO FOLHENT AO LONGO DO TEMPO VEM EM
      * BRANCO NAS LINHAS MAIS ANTIGAS; CADA UM E ZERADO QUANDO NAO
      * ESTA NUMERICO.
      *----------------------------------------------------------------
       1250-ZERAR-CAMPOS.
             IF FP-SALARIO IS NOT NUMERIC
                   MOVE ZEROS TO FP-SALARIO
             END-IF.
             IF FP-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS TO FP-AGENCIA
             END-IF.
             IF FP-CONTA IS NOT NUMERIC
                   MOVE ZEROS TO FP-CONTA
             END-IF.
             IF FP-DT-ADMISSAO IS NOT NUMERIC
                   MOVE ZEROS TO FP-DT-ADMISSAO
             END-IF.
             IF FP-DT-DESLIG IS NOT NUMERIC
                   MOVE ZEROS TO FP-DT-DESLIG
             END-IF.
             IF FP-FILIAL IS NOT NUMERIC
                   MOVE ZEROS TO FP-FILIAL
             END-IF.
             IF FP-CPF IS NOT NUMERIC
                   MOVE ZEROS TO FP-CPF
             END-IF.
             MOVE ZEROS TO FP-CARGO.

       1300-CONFERIR-TRAILER.
             IF NOT TRAILER-ACHADO
                   DISPLAY 'AVISO: FOLHENT SEM TRAILER, MIGRADO '
                           'ASSIM MESMO'
             ELSE
                   IF WRK-TRL-QTDE NOT = WRK-QT-LIDOS
                         OR WRK-TRL-TOTAL NOT = WRK-SOMA-SALARIOS
                         DISPLAY 'AVISO: FOLHENT DIVERGE DO TRAILER '
                                 '(LINHAS ' WRK-QT-LIDOS ' X '
                                 WRK-TRL-QTDE '), MIGRADO ASSIM '
                                 'MESMO'
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * SEGUNDA FASE: ADMISSAO (E DESLIGAMENTO, SE HOUVER) DE CADA
      * FUNCIONARIO DO CADASTRO FINAL NO FUNCHIST.
      *----------------------------------------------------------------
       2000-GRAVAR-HISTORICO.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE 'MIGRA-FOLHENT' TO HP-PROGRAMA.
             OPEN INPUT FUNCIONARIO-MASTER.
             PERFORM 2100-LER-CADASTRO.
             PERFORM 2200-HISTORICO-FUNCIONARIO UNTIL FIM-ARQUIVO.
             CLOSE FUNCIONARIO-MASTER.

       2100-LER-CADASTRO.
             READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2200-HISTORICO-FUNCIONARIO.
             MOVE 'ADM' TO HP-MOTIVO.
             IF FP-DT-ADMISSAO > ZEROS
                   MOVE FP-DT-ADMISSAO TO HP-DT-VIGENCIA
             ELSE
                   MOVE WRK-DATA-HOJE TO HP-DT-VIGENCIA
             END-IF.
             MOVE FP-DT-DESLIG TO WRK-DT-DESLIG.
             MOVE ZEROS TO FP-DT-DESLIG.
             MOVE SPACES TO HP-ANTES.
             MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS.
             MOVE WRK-DT-DESLIG TO FP-DT-DESLIG.
             CALL 'GRAVA-HIST-FUNC' USING HP-PARM.
             IF HP-GRAVADO = 'S'
                   ADD 1 TO WRK-QT-HISTORICO
             END-IF.

             IF FP-DT-DESLIG > ZEROS
                   MOVE 'DSL' TO HP-MOTIVO
                   MOVE FP-DT-DESLIG TO HP-DT-VIGENCIA
                   MOVE HP-DEPOIS TO HP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS
                   CALL 'GRAVA-HIST-FUNC' USING HP-PARM
                   IF HP-GRAVADO = 'S'
                         ADD 1 TO WRK-QT-HISTORICO
                   END-IF
             END-IF.
             PERFORM 2100-LER-CADASTRO.

       9000-ENCERRAR.
             DISPLAY 'MIGRACAO DO FOLHENT PARA O FUNCMST CONCLUIDA'.
             DISPLAY 'LINHAS LIDAS............: ' WRK-QT-LIDOS.
             DISPLAY 'FUNCIONARIOS CARREGADOS.: ' WRK-QT-CARGADOS.
             DISPLAY 'MATRICULAS REPETIDAS....: '
                     WRK-QT-DUPLICADOS.
             DISPLAY 'DESCARTADOS.............: '
                     WRK-QT-DESCARTADOS.
             DISPLAY 'LINHAS DE HISTORICO.....: '
                     WRK-QT-HISTORICO.

       END PROGRAM MIGRA-FOLHENT.
