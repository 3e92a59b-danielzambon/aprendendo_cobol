      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SUBROTINA DE SERVICO -- DIAS DE AFASTAMENTO DE UM
      *          FUNCIONARIO DENTRO DE UM PERIODO (AFASTMST, COPYBOOK
      *          AFASTAM), SEPARADOS EM DIAS A CARGO DA EMPRESA, DIAS
      *          A CARGO DO INSS E DIAS SEM REMUNERACAO, MAIS O TIPO
      *          DO AFASTAMENTO EM CURSO NO ULTIMO DIA DO PERIODO.
      *          CHAMADA POR CALL DO FOLHA-PAGTO, FOLHA-FERIAS,
      *          FOLHA-13, FOLHA-PROVISAO E REL-AFASTADOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * DOENCA E ACIDENTE: OS 15 PRIMEIROS DIAS DO AFASTAMENTO SAO DA
      * EMPRESA E OS SEGUINTES DO INSS. MATERNIDADE: TODOS OS DIAS SAO
      * PAGOS PELA EMPRESA (COMPENSADOS NA GUIA), 120 DIAS QUANDO SEM
      * PREVISAO DE TERMINO. NAO REMUNERADA: TODOS OS DIAS SEM
      * REMUNERACAO. AFASTAMENTO SEM PREVISAO DE TERMINO (DOENCA,
      * ACIDENTE, NAO REMUNERADA) CONTA COMO EM CURSO ATE O FIM DO
      * PERIODO PEDIDO. AFASTMST AUSENTE DEVOLVE TUDO ZERADO COM
      * AP-SITUACAO 'A'.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-AFASTAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTO-MASTER ASSIGN TO 'AFASTMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AF-CHAVE
                  FILE STATUS IS WRK-FS-AFAST.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-MASTER.
       COPY afastam.

       WORKING-STORAGE SECTION.

       77 WRK-FS-AFAST     PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-AFASTAMENTOS   VALUE 'S'.
       77 WRK-FIM-AFAST    PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-EMPRESA  PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-INSS  PIC 9(08) VALUE ZEROS.
       77 WRK-TRECHO-INI   PIC 9(08) VALUE ZEROS.
       77 WRK-TRECHO-FIM   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-TRECHO  PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-EMPRESA-AF PIC 9(02) VALUE 15.
       77 WRK-DIAS-MATERNIDADE PIC 9(03) VALUE 120.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       COPY fstatus.

       LINKAGE SECTION.
       01 AP-PARM.
          05 AP-MATRICULA      PIC 9(06).
          05 AP-DT-INICIO      PIC 9(08).
          05 AP-DT-FIM         PIC 9(08).
          05 AP-DIAS-EMPRESA   PIC 9(03).
          05 AP-DIAS-INSS      PIC 9(03).
          05 AP-DIAS-SEM-REMUN PIC 9(03).
          05 AP-TIPO-ATUAL     PIC X(01).
          05 AP-SITUACAO       PIC X(01).
             88 AP-CADASTRO-LIDO   VALUE 'S'.
             88 AP-SEM-CADASTRO    VALUE 'A'.

       PROCEDURE DIVISION USING AP-PARM.

       0001-PRINCIPAL.
             MOVE ZEROS TO AP-DIAS-EMPRESA.
             MOVE ZEROS TO AP-DIAS-INSS.
             MOVE ZEROS TO AP-DIAS-SEM-REMUN.
             MOVE SPACE TO AP-TIPO-ATUAL.
             MOVE 'S' TO AP-SITUACAO.

             OPEN INPUT AFASTAMENTO-MASTER.
             MOVE WRK-FS-AFAST TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'A' TO AP-SITUACAO
             ELSE
                   MOVE 'N' TO WRK-EOF-SW
                   MOVE AP-MATRICULA TO AF-MATRICULA
                   MOVE ZEROS TO AF-DT-INICIO
                   START AFASTAMENTO-MASTER KEY IS >= AF-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
                   PERFORM 1000-LER-AFASTAMENTO
                   PERFORM 2000-SOMAR-AFASTAMENTO
                         UNTIL FIM-AFASTAMENTOS
                   CLOSE AFASTAMENTO-MASTER
             END-IF.
             GOBACK.

       1000-LER-AFASTAMENTO.
             IF NOT FIM-AFASTAMENTOS
                   READ AFASTAMENTO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
                   IF NOT FIM-AFASTAMENTOS
                         AND AF-MATRICULA NOT = AP-MATRICULA
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * CADA AFASTAMENTO DA MATRICULA QUE TOCA O PERIODO E REPARTIDO
      * ENTRE EMPRESA, INSS E SEM REMUNERACAO CONFORME O TIPO.
      *----------------------------------------------------------------
       2000-SOMAR-AFASTAMENTO.
             PERFORM 2100-DEFINIR-TERMINO.
             IF AF-DT-INICIO <= AP-DT-FIM
                   AND WRK-FIM-AFAST >= AP-DT-INICIO
                   IF AP-DT-FIM <= WRK-FIM-AFAST
                         MOVE AF-TIPO TO AP-TIPO-ATUAL
                   END-IF
                   EVALUATE TRUE
                         WHEN AF-DOENCA OR AF-ACIDENTE
                               PERFORM 2200-REPARTIR-INSS
                         WHEN AF-MATERNIDADE
                               MOVE AF-DT-INICIO  TO WRK-TRECHO-INI
                               MOVE WRK-FIM-AFAST TO WRK-TRECHO-FIM
                               PERFORM 2500-CONTAR-TRECHO
                               ADD WRK-DIAS-TRECHO TO AP-DIAS-EMPRESA
                         WHEN AF-NAO-REMUNERADO
                               MOVE AF-DT-INICIO  TO WRK-TRECHO-INI
                               MOVE WRK-FIM-AFAST TO WRK-TRECHO-FIM
                               PERFORM 2500-CONTAR-TRECHO
                               ADD WRK-DIAS-TRECHO
                                     TO AP-DIAS-SEM-REMUN
                   END-EVALUATE
             END-IF.
             PERFORM 1000-LER-AFASTAMENTO.

       2100-DEFINIR-TERMINO.
             MOVE AF-DT-FIM TO WRK-FIM-AFAST.
             IF AF-DT-FIM IS NOT NUMERIC OR AF-DT-FIM = ZEROS
                   IF AF-MATERNIDADE
                         MOVE 'A' TO DA-OPERACAO
                         MOVE AF-DT-INICIO TO DA-DATA-1
                         COMPUTE DA-QT-DIAS =
                               WRK-DIAS-MATERNIDADE - 1
                         CALL 'CALC-DATA-ARIT' USING DA-PARM
                         MOVE DA-DATA-RESULT TO WRK-FIM-AFAST
                   ELSE
                         MOVE AP-DT-FIM TO WRK-FIM-AFAST
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * DOENCA/ACIDENTE: DO INICIO ATE O 15o DIA PARA A EMPRESA; DO
      * 16o DIA AO TERMINO PARA O INSS.
      *----------------------------------------------------------------
       2200-REPARTIR-INSS.
             MOVE 'A' TO DA-OPERACAO.
             MOVE AF-DT-INICIO TO DA-DATA-1.
             COMPUTE DA-QT-DIAS = WRK-DIAS-EMPRESA-AF - 1.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-FIM-EMPRESA.
             MOVE 'A' TO DA-OPERACAO.
             MOVE AF-DT-INICIO TO DA-DATA-1.
             MOVE WRK-DIAS-EMPRESA-AF TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-INICIO-INSS.

             MOVE AF-DT-INICIO TO WRK-TRECHO-INI.
             MOVE WRK-FIM-EMPRESA TO WRK-TRECHO-FIM.
             IF WRK-FIM-AFAST < WRK-TRECHO-FIM
                   MOVE WRK-FIM-AFAST TO WRK-TRECHO-FIM
             END-IF.
             PERFORM 2500-CONTAR-TRECHO.
             ADD WRK-DIAS-TRECHO TO AP-DIAS-EMPRESA.

             IF WRK-FIM-AFAST >= WRK-INICIO-INSS
                   MOVE WRK-INICIO-INSS TO WRK-TRECHO-INI
                   MOVE WRK-FIM-AFAST   TO WRK-TRECHO-FIM
                   PERFORM 2500-CONTAR-TRECHO
                   ADD WRK-DIAS-TRECHO TO AP-DIAS-INSS
             END-IF.

      *----------------------------------------------------------------
      * DIAS CORRIDOS DO TRECHO QUE CAEM DENTRO DO PERIODO PEDIDO.
      *----------------------------------------------------------------
       2500-CONTAR-TRECHO.
             MOVE ZEROS TO WRK-DIAS-TRECHO.
             IF WRK-TRECHO-INI < AP-DT-INICIO
                   MOVE AP-DT-INICIO TO WRK-TRECHO-INI
             END-IF.
             IF WRK-TRECHO-FIM > AP-DT-FIM
                   MOVE AP-DT-FIM TO WRK-TRECHO-FIM
             END-IF.
             IF WRK-TRECHO-INI <= WRK-TRECHO-FIM
                   MOVE 'D' TO DA-OPERACAO
                   MOVE WRK-TRECHO-INI TO DA-DATA-1
                   MOVE WRK-TRECHO-FIM TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   COMPUTE WRK-DIAS-TRECHO = DA-QT-DIAS + 1
             END-IF.

       END PROGRAM CALC-AFASTAMENTO.
