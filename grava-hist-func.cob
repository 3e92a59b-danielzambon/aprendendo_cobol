      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: GRAVACAO DO HISTORICO FUNCIONAL - SUBROTINA CHAMADA
      *          PELOS PROGRAMAS QUE INCLUEM, ALTERAM OU EXCLUEM
      *          FUNCIONARIO NO CADASTRO FUNCMST (CARGA-FUNCIONARIO,
      *          FOLHA-DISSIDIO, MIGRA-FOLHENT): RECEBE O MOTIVO, A
      *          DATA DE VIGENCIA, O PROGRAMA E AS IMAGENS ANTES/DEPOIS
      *          DO REGISTRO (LAYOUT FOLHAFUN) E ACRESCENTA UMA LINHA
      *          AO FUNCHIST (COPYBOOK FUNCHIST) COM OS VALORES
      *          ANTERIOR E NOVO DE SALARIO, CARGO, FILIAL, DOMICILIO
      *          BANCARIO E DESLIGAMENTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ADMISSAO (ADM) E EXCLUSAO (EXC) SAO SEMPRE GRAVADAS; NOS
      * DEMAIS MOTIVOS A LINHA SO E GRAVADA QUANDO ALGUM DOS CAMPOS
      * ACOMPANHADOS MUDOU (TROCA SO DE NOME OU CPF NAO E HISTORICO
      * FUNCIONAL - FICA NO JORNAL MUDJRN). HP-GRAVADO DEVOLVE 'S'
      * QUANDO A LINHA FOI GRAVADA. VIGENCIA ZERADA VIRA A DATA DO
      * DIA. CHAVE JA USADA (DUAS MUDANCAS NA MESMA VIGENCIA) AVANCA
      * O SEQUENCIAL ATE ACHAR POSICAO LIVRE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CARGO (FP-CARGO) PASSA A SER CAMPO ACOMPANHADO,
      *                 COM OS VALORES ANTERIOR E NOVO NO FUNCHIST;
      *                 IMAGENS ANTES/DEPOIS COM 92 POSICOES.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-HIST-FUNC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-HISTORICO ASSIGN TO 'FUNCHIST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS WRK-FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-HISTORICO.
       COPY funchist.

       WORKING-STORAGE SECTION.

       77 WRK-FS-HIST    PIC X(02) VALUE '00'.
       77 WRK-GRAVOU-SW  PIC X(01) VALUE 'N'.
         88 LINHA-GRAVADA      VALUE 'S'.

       COPY folhafun REPLACING
            ==FOLHA-FUNCIONARIO-REC== BY ==HIST-ANTES-REC==
            ==FP-MATRICULA==    BY ==HA-MATRICULA==
            ==FP-NOME==         BY ==HA-NOME==
            ==FP-SALARIO==      BY ==HA-SALARIO==
            ==FP-MOEDA==        BY ==HA-MOEDA==
            ==FP-AGENCIA==      BY ==HA-AGENCIA==
            ==FP-CONTA==        BY ==HA-CONTA==
            ==FP-DT-ADMISSAO==  BY ==HA-DT-ADMISSAO==
            ==FP-DT-DESLIG==    BY ==HA-DT-DESLIG==
            ==FP-FILIAL==       BY ==HA-FILIAL==
            ==FP-CPF==          BY ==HA-CPF==
            ==FP-CARGO==        BY ==HA-CARGO==.

       COPY folhafun REPLACING
            ==FOLHA-FUNCIONARIO-REC== BY ==HIST-DEPOIS-REC==
            ==FP-MATRICULA==    BY ==HD-MATRICULA==
            ==FP-NOME==         BY ==HD-NOME==
            ==FP-SALARIO==      BY ==HD-SALARIO==
            ==FP-MOEDA==        BY ==HD-MOEDA==
            ==FP-AGENCIA==      BY ==HD-AGENCIA==
            ==FP-CONTA==        BY ==HD-CONTA==
            ==FP-DT-ADMISSAO==  BY ==HD-DT-ADMISSAO==
            ==FP-DT-DESLIG==    BY ==HD-DT-DESLIG==
            ==FP-FILIAL==       BY ==HD-FILIAL==
            ==FP-CPF==          BY ==HD-CPF==
            ==FP-CARGO==        BY ==HD-CARGO==.
       COPY fstatus.

       LINKAGE SECTION.
       01 HP-PARM.
          05 HP-MOTIVO        PIC X(03).
          05 HP-DT-VIGENCIA   PIC 9(08).
          05 HP-PROGRAMA      PIC X(18).
          05 HP-ANTES         PIC X(92).
          05 HP-DEPOIS        PIC X(92).
          05 HP-GRAVADO       PIC X(01).

       PROCEDURE DIVISION USING HP-PARM.

       0001-PRINCIPAL.
             MOVE 'N' TO HP-GRAVADO.
             MOVE HP-ANTES  TO HIST-ANTES-REC.
             MOVE HP-DEPOIS TO HIST-DEPOIS-REC.
             PERFORM 0100-ZERAR-NAO-NUMERICOS.

             IF HP-MOTIVO = 'ADM' OR HP-MOTIVO = 'EXC'
                   OR HA-SALARIO   NOT = HD-SALARIO
                   OR HA-CARGO     NOT = HD-CARGO
                   OR HA-FILIAL    NOT = HD-FILIAL
                   OR HA-AGENCIA   NOT = HD-AGENCIA
                   OR HA-CONTA     NOT = HD-CONTA
                   OR HA-DT-DESLIG NOT = HD-DT-DESLIG
                   PERFORM 0200-GRAVAR-LINHA
             END-IF.
             GOBACK.

      *----------------------------------------------------------------
      * IMAGEM EM BRANCO (ANTES DA ADMISSAO, DEPOIS DA EXCLUSAO) E
      * CAMPO NAO NUMERICO VINDO DO FOLHENT ANTIGO ENTRAM ZERADOS.
      *----------------------------------------------------------------
       0100-ZERAR-NAO-NUMERICOS.
             IF HA-MATRICULA IS NOT NUMERIC
                   MOVE HD-MATRICULA TO HA-MATRICULA
             END-IF.
             IF HD-MATRICULA IS NOT NUMERIC
                   MOVE HA-MATRICULA TO HD-MATRICULA
             END-IF.
             IF HA-SALARIO IS NOT NUMERIC
                   MOVE ZEROS TO HA-SALARIO
             END-IF.
             IF HD-SALARIO IS NOT NUMERIC
                   MOVE ZEROS TO HD-SALARIO
             END-IF.
             IF HA-CARGO IS NOT NUMERIC
                   MOVE ZEROS TO HA-CARGO
             END-IF.
             IF HD-CARGO IS NOT NUMERIC
                   MOVE ZEROS TO HD-CARGO
             END-IF.
             IF HA-FILIAL IS NOT NUMERIC
                   MOVE ZEROS TO HA-FILIAL
             END-IF.
             IF HD-FILIAL IS NOT NUMERIC
                   MOVE ZEROS TO HD-FILIAL
             END-IF.
             IF HA-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS TO HA-AGENCIA
             END-IF.
             IF HD-AGENCIA IS NOT NUMERIC
                   MOVE ZEROS TO HD-AGENCIA
             END-IF.
             IF HA-CONTA IS NOT NUMERIC
                   MOVE ZEROS TO HA-CONTA
             END-IF.
             IF HD-CONTA IS NOT NUMERIC
                   MOVE ZEROS TO HD-CONTA
             END-IF.
             IF HA-DT-DESLIG IS NOT NUMERIC
                   MOVE ZEROS TO HA-DT-DESLIG
             END-IF.
             IF HD-DT-DESLIG IS NOT NUMERIC
                   MOVE ZEROS TO HD-DT-DESLIG
             END-IF.

       0200-GRAVAR-LINHA.
             OPEN I-O FUNCIONARIO-HISTORICO.
             MOVE WRK-FS-HIST TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE FUNCIONARIO-HISTORICO
                   OPEN OUTPUT FUNCIONARIO-HISTORICO
                   CLOSE FUNCIONARIO-HISTORICO
                   OPEN I-O FUNCIONARIO-HISTORICO
             END-IF.

             MOVE HD-MATRICULA      TO FH-MATRICULA.
             IF HP-DT-VIGENCIA IS NUMERIC AND HP-DT-VIGENCIA > ZEROS
                   MOVE HP-DT-VIGENCIA TO FH-DT-VIGENCIA
             ELSE
                   ACCEPT FH-DT-VIGENCIA FROM DATE YYYYMMDD
             END-IF.
             MOVE HP-MOTIVO         TO FH-MOTIVO.
             MOVE HA-SALARIO        TO FH-SALARIO-ANT.
             MOVE HD-SALARIO        TO FH-SALARIO-NOVO.
             MOVE HA-CARGO          TO FH-CARGO-ANT.
             MOVE HD-CARGO          TO FH-CARGO-NOVO.
             MOVE HA-FILIAL         TO FH-FILIAL-ANT.
             MOVE HD-FILIAL         TO FH-FILIAL-NOVA.
             MOVE HA-AGENCIA        TO FH-AGENCIA-ANT.
             MOVE HA-CONTA          TO FH-CONTA-ANT.
             MOVE HD-AGENCIA        TO FH-AGENCIA-NOVA.
             MOVE HD-CONTA          TO FH-CONTA-NOVA.
             MOVE HA-DT-DESLIG      TO FH-DT-DESLIG-ANT.
             MOVE HD-DT-DESLIG      TO FH-DT-DESLIG-NOVO.
             ACCEPT FH-DATA-REG FROM DATE YYYYMMDD.
             ACCEPT FH-HORA-REG FROM TIME.
             MOVE HP-PROGRAMA       TO FH-PROGRAMA.

             MOVE 1 TO FH-SEQ.
             MOVE 'N' TO WRK-GRAVOU-SW.
             PERFORM 0210-TENTAR-GRAVAR
                   UNTIL LINHA-GRAVADA OR FH-SEQ = 999.
             IF LINHA-GRAVADA
                   MOVE 'S' TO HP-GRAVADO
             ELSE
                   DISPLAY 'FUNCHIST SEM SEQUENCIAL LIVRE PARA A '
                           'MATRICULA ' FH-MATRICULA ' NA VIGENCIA '
                           FH-DT-VIGENCIA
             END-IF.
             CLOSE FUNCIONARIO-HISTORICO.

       0210-TENTAR-GRAVAR.
             WRITE FUNC-HIST-REC
                   INVALID KEY
                         ADD 1 TO FH-SEQ
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-GRAVOU-SW
             END-WRITE.

       END PROGRAM GRAVA-HIST-FUNC.
