      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO DA ESTRUTURA SALARIAL (RELFAIXA) - LISTA OS
      *          FUNCIONARIOS ATIVOS DO FUNCMST POR CARGO E FILIAL COM
      *          A POSICAO DE CADA SALARIO NA FAIXA DO CARGO (CARGOMST):
      *          COMPA-RATIO (SALARIO / PONTO MEDIO X 100), POSICAO NA
      *          FAIXA (0 = NO MINIMO, 100 = NO MAXIMO) E MARCA DE
      *          ABAIXO DO MINIMO / ACIMA DO MAXIMO, COM TOTAIS POR
      *          FILIAL, POR CARGO E GERAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS FUNCIONARIOS SAO DESCARREGADOS NUM ARQUIVO DE TRABALHO E
      * ORDENADOS (SORT) POR CARGO/FILIAL/MATRICULA. FUNCIONARIO SEM
      * CARGO (FP-CARGO ZERADO) OU COM CARGO FORA DO CARGOMST SAI NO
      * SEU GRUPO, SEM COMPARACAO COM FAIXA. DESLIGADOS ATE A DATA DA
      * RODADA NAO ENTRAM, SO SAO CONTADOS.
      *
      * SIMULACAO DE DISSIDIO: COM PERCENTUAL NO PARAMETRO FAIXASIM
      * (GRAVADO PELO FOLHA-DISSIDIO ANTES DE O OPERADOR CONFIRMAR O
      * REAJUSTE), CADA LINHA MOSTRA TAMBEM O SALARIO REAJUSTADO, SEU
      * COMPA-RATIO E SUA MARCA NA FAIXA ATUAL, E OS TOTAIS CONTAM
      * QUANTOS FICARIAM ABAIXO/ACIMA DEPOIS DO REAJUSTE. SEM O
      * PARAMETRO (RODADA MENSAL) AS COLUNAS SIMULADAS SAEM EM BRANCO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-FAIXA-SALARIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT CARGO-MASTER ASSIGN TO 'CARGOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WRK-FS-CARGO.

           SELECT FAIXA-SIMULACAO ASSIGN TO 'FAIXASIM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SIMULACAO.

           SELECT FAIXA-TRAB ASSIGN TO 'FAIXTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT FAIXA-ORDENADA ASSIGN TO 'FAIXTRBO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ORDENADO.

           SELECT SORT-FAIXA ASSIGN TO 'FAIXSRT'.

           SELECT REL-FAIXA ASSIGN TO 'RELFAIXA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  CARGO-MASTER.
       COPY cargo.

       FD  FAIXA-SIMULACAO.
       COPY faixasim.

       FD  FAIXA-TRAB.
       01  FAIXA-TRAB-REC.
           05 FW-CARGO         PIC 9(04).
           05 FW-FILIAL        PIC 9(02).
           05 FW-MATRICULA     PIC 9(06).
           05 FW-NOME          PIC X(30).
           05 FW-SALARIO       PIC 9(06)V99.

       SD  SORT-FAIXA.
       01  SORT-FAIXA-REC.
           05 FK-CARGO         PIC 9(04).
           05 FK-FILIAL        PIC 9(02).
           05 FK-MATRICULA     PIC 9(06).
           05 FK-NOME          PIC X(30).
           05 FK-SALARIO       PIC 9(06)V99.

       FD  FAIXA-ORDENADA.
       01  FAIXA-ORDENADA-REC.
           05 FO-CARGO         PIC 9(04).
           05 FO-FILIAL        PIC 9(02).
           05 FO-MATRICULA     PIC 9(06).
           05 FO-NOME          PIC X(30).
           05 FO-SALARIO       PIC 9(06)V99.

       FD  REL-FAIXA.
       01  REL-FAIXA-LINHA     PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-FUNC      PIC X(02) VALUE '00'.
       77 WRK-FS-CARGO     PIC X(02) VALUE '00'.
       77 WRK-FS-SIMULACAO PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-ORDENADO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-FUNCIONARIOS    VALUE 'S'.
       77 WRK-EOF-ORD-SW   PIC X(01) VALUE 'N'.
         88 FIM-ORDENADOS       VALUE 'S'.
       77 WRK-PRIMEIRO-SW  PIC X(01) VALUE 'S'.
         88 PRIMEIRO-FUNCIONARIO VALUE 'S'.
       77 WRK-CARGOS-SW    PIC X(01) VALUE 'N'.
         88 CARGOS-ABERTOS      VALUE 'S'.
       77 WRK-FAIXA-SW     PIC X(01) VALUE 'N'.
         88 CARGO-COM-FAIXA     VALUE 'S'.
       77 WRK-SIMULA-SW    PIC X(01) VALUE 'N'.
         88 COM-SIMULACAO       VALUE 'S'.

       77 WRK-PCT-SIMULADO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CARGO-ANT    PIC 9(04) VALUE ZEROS.
       77 WRK-FILIAL-ANT   PIC 9(02) VALUE ZEROS.
       77 WRK-SALARIO-SIM  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-AVAL PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COMPA        PIC 9(03)V9 VALUE ZEROS.
       77 WRK-POSICAO      PIC S9(04) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(06) VALUE SPACES.
         88 SITUACAO-ABAIXO     VALUE 'ABAIXO'.
         88 SITUACAO-ACIMA      VALUE 'ACIMA '.
       77 WRK-CR-MEDIO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-QT-ATIVOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INVALIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 45.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * CONTADORES POR NIVEL DE QUEBRA: FUNCIONARIOS, QUANTOS TEM
      * FAIXA PARA COMPARAR, SOMA DOS COMPA-RATIOS (PARA A MEDIA) E
      * FORA DA FAIXA ANTES E DEPOIS DA SIMULACAO.
      *----------------------------------------------------------------
       01 WRK-TOTAIS-FILIAL.
          05 WRK-FIL-QT         PIC 9(05) VALUE ZEROS.
          05 WRK-FIL-QT-FAIXA   PIC 9(05) VALUE ZEROS.
          05 WRK-FIL-SOMA-CR    PIC 9(08)V9 VALUE ZEROS.
          05 WRK-FIL-ABAIXO     PIC 9(05) VALUE ZEROS.
          05 WRK-FIL-ACIMA      PIC 9(05) VALUE ZEROS.
          05 WRK-FIL-ABAIXO-SIM PIC 9(05) VALUE ZEROS.
          05 WRK-FIL-ACIMA-SIM  PIC 9(05) VALUE ZEROS.
       01 WRK-TOTAIS-CARGO.
          05 WRK-CAR-QT         PIC 9(05) VALUE ZEROS.
          05 WRK-CAR-QT-FAIXA   PIC 9(05) VALUE ZEROS.
          05 WRK-CAR-SOMA-CR    PIC 9(08)V9 VALUE ZEROS.
          05 WRK-CAR-ABAIXO     PIC 9(05) VALUE ZEROS.
          05 WRK-CAR-ACIMA      PIC 9(05) VALUE ZEROS.
          05 WRK-CAR-ABAIXO-SIM PIC 9(05) VALUE ZEROS.
          05 WRK-CAR-ACIMA-SIM  PIC 9(05) VALUE ZEROS.
       01 WRK-TOTAIS-GERAL.
          05 WRK-GER-QT         PIC 9(05) VALUE ZEROS.
          05 WRK-GER-QT-FAIXA   PIC 9(05) VALUE ZEROS.
          05 WRK-GER-SOMA-CR    PIC 9(08)V9 VALUE ZEROS.
          05 WRK-GER-ABAIXO     PIC 9(05) VALUE ZEROS.
          05 WRK-GER-ACIMA      PIC 9(05) VALUE ZEROS.
          05 WRK-GER-ABAIXO-SIM PIC 9(05) VALUE ZEROS.
          05 WRK-GER-ACIMA-SIM  PIC 9(05) VALUE ZEROS.

       01  LINHA-SIMULACAO.
           05 FILLER          PIC X(29)
                              VALUE 'SIMULACAO DE DISSIDIO DE '.
           05 LS-PCT          PIC Z9,99.
           05 FILLER          PIC X(46)
                              VALUE '% (SALARIO S. = REAJUSTADO)'.

       01  LINHA-TITULOS.
           05 FILLER          PIC X(07) VALUE 'MATRIC '.
           05 FILLER          PIC X(16) VALUE 'NOME'.
           05 FILLER          PIC X(11) VALUE '    SALARIO'.
           05 FILLER          PIC X(06) VALUE '  C.R.'.
           05 FILLER          PIC X(06) VALUE '  POS.'.
           05 FILLER          PIC X(08) VALUE ' SITUAC '.
           05 FILLER          PIC X(11) VALUE ' SALARIO S.'.
           05 FILLER          PIC X(06) VALUE '  C.R.'.
           05 FILLER          PIC X(07) VALUE ' SITUAC'.

       01  LINHA-CARGO.
           05 FILLER          PIC X(07) VALUE 'CARGO: '.
           05 LC-CARGO        PIC 9(04).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 LC-TITULO       PIC X(30).
           05 LC-ROTULO-CBO   PIC X(05).
           05 LC-CBO          PIC X(06).
           05 FILLER          PIC X(25) VALUE SPACES.

       01  LINHA-FAIXA.
           05 FILLER          PIC X(17) VALUE '   FAIXA: MINIMO '.
           05 LX-MINIMO       PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE '  MEDIO '.
           05 LX-MEDIO        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(09) VALUE '  MAXIMO '.
           05 LX-MAXIMO       PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-FILIAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'FILIAL: '.
           05 LF-FILIAL       PIC 9(02).
           05 FILLER          PIC X(67) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-NOME         PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SALARIO      PIC ZZZ.ZZ9,99.
           05 LD-FAIXA.
              10 FILLER       PIC X(01).
              10 LD-COMPA     PIC ZZ9,9.
              10 FILLER       PIC X(01).
              10 LD-POSICAO   PIC -ZZZ9.
              10 FILLER       PIC X(01).
              10 LD-SITUACAO  PIC X(06).
           05 LD-SIMULACAO.
              10 FILLER       PIC X(02).
              10 LD-SAL-SIM   PIC ZZZ.ZZ9,99.
              10 LD-FAIXA-SIM.
                 15 FILLER       PIC X(01).
                 15 LD-COMPA-SIM PIC ZZ9,9.
                 15 FILLER       PIC X(01).
                 15 LD-SIT-SIM   PIC X(06).

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(19).
           05 LT-QT           PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE ' CR '.
           05 LT-CR-MEDIO     PIC ZZ9,9.
           05 FILLER          PIC X(05) VALUE ' ABX '.
           05 LT-ABAIXO       PIC ZZZ9.
           05 FILLER          PIC X(05) VALUE ' ACI '.
           05 LT-ACIMA        PIC ZZZ9.
           05 LT-SIMULACAO.
              10 FILLER       PIC X(09) VALUE ' SIM ABX '.
              10 LT-ABAIXO-SIM PIC ZZZ9.
              10 FILLER       PIC X(05) VALUE ' ACI '.
              10 LT-ACIMA-SIM PIC ZZZ9.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-ATIVOS.
             MOVE ZEROS TO WRK-QT-DESLIGADOS.
             MOVE ZEROS TO WRK-QT-INVALIDOS.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE ZEROS TO WRK-TOTAIS-GERAL.
             MOVE 'S' TO WRK-PRIMEIRO-SW.
             MOVE 'N' TO WRK-EOF-ORD-SW.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'CADASTRO FUNCMST INEXISTENTE, RELATORIO '
                           'DE FAIXAS SALARIAIS NAO EMITIDO'
                   GOBACK
             END-IF.

             MOVE 'N' TO WRK-CARGOS-SW.
             OPEN INPUT CARGO-MASTER.
             MOVE WRK-FS-CARGO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CARGOS-SW
             ELSE
                   DISPLAY 'TABELA DE CARGOS CARGOMST AUSENTE, '
                           'FUNCIONARIOS SAEM SEM FAIXA'
             END-IF.

             PERFORM 0500-LER-SIMULACAO.
             PERFORM 1000-DESCARREGAR-FUNCIONARIOS.
             PERFORM 2000-ORDENAR-FUNCIONARIOS.

             OPEN INPUT FAIXA-ORDENADA.
             OPEN OUTPUT REL-FAIXA.
             PERFORM 8000-CABECALHO.
             PERFORM 3100-LER-ORDENADO.
             PERFORM 3000-IMPRIMIR-FUNCIONARIO UNTIL FIM-ORDENADOS.
             IF NOT PRIMEIRO-FUNCIONARIO
                   PERFORM 3800-TOTAL-FILIAL
                   PERFORM 3900-TOTAL-CARGO
             END-IF.
             PERFORM 4000-TOTAL-GERAL.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * PERCENTUAL A SIMULAR; SEM PARAMETRO, VAZIO OU ZERADO O
      * RELATORIO SAI SEM AS COLUNAS SIMULADAS.
      *----------------------------------------------------------------
       0500-LER-SIMULACAO.
             MOVE ZEROS TO WRK-PCT-SIMULADO.
             MOVE 'N' TO WRK-SIMULA-SW.
             OPEN INPUT FAIXA-SIMULACAO.
             MOVE WRK-FS-SIMULACAO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ FAIXA-SIMULACAO
                         AT END MOVE ZEROS TO FX-PCT-REAJUSTE
                   END-READ
                   IF FX-PCT-REAJUSTE IS NUMERIC
                         AND FX-PCT-REAJUSTE > ZEROS
                         MOVE FX-PCT-REAJUSTE TO WRK-PCT-SIMULADO
                         MOVE 'S' TO WRK-SIMULA-SW
                   END-IF
                   CLOSE FAIXA-SIMULACAO
             END-IF.
             IF NOT COM-SIMULACAO
                   MOVE SPACES TO LD-SIMULACAO
                   MOVE SPACES TO LT-SIMULACAO
             END-IF.

       1000-DESCARREGAR-FUNCIONARIOS.
             OPEN OUTPUT FAIXA-TRAB.
             MOVE 'N' TO WRK-EOF-SW.
             PERFORM 1100-LER-FUNCIONARIO.
             PERFORM 1200-GRAVAR-TRAB UNTIL FIM-FUNCIONARIOS.
             CLOSE FAIXA-TRAB.
             CLOSE FUNCIONARIO-MASTER.

       1100-LER-FUNCIONARIO.
             READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1200-GRAVAR-TRAB.
             EVALUATE TRUE
                   WHEN FP-SALARIO IS NOT NUMERIC
                         ADD 1 TO WRK-QT-INVALIDOS
                   WHEN FP-DT-DESLIG IS NUMERIC
                        AND FP-DT-DESLIG > ZEROS
                        AND FP-DT-DESLIG <= WRK-DATA-HOJE
                         ADD 1 TO WRK-QT-DESLIGADOS
                   WHEN OTHER
                         ADD 1 TO WRK-QT-ATIVOS
                         IF FP-CARGO IS NUMERIC
                               MOVE FP-CARGO TO FW-CARGO
                         ELSE
                               MOVE ZEROS TO FW-CARGO
                         END-IF
                         IF FP-FILIAL IS NUMERIC
                               MOVE FP-FILIAL TO FW-FILIAL
                         ELSE
                               MOVE ZEROS TO FW-FILIAL
                         END-IF
                         MOVE FP-MATRICULA TO FW-MATRICULA
                         MOVE FP-NOME      TO FW-NOME
                         MOVE FP-SALARIO   TO FW-SALARIO
                         WRITE FAIXA-TRAB-REC
             END-EVALUATE.
             PERFORM 1100-LER-FUNCIONARIO.

       2000-ORDENAR-FUNCIONARIOS.
             SORT SORT-FAIXA
                   ON ASCENDING KEY  FK-CARGO
                                     FK-FILIAL
                                     FK-MATRICULA
                   USING FAIXA-TRAB
                   GIVING FAIXA-ORDENADA.

      *----------------------------------------------------------------
      * QUEBRA POR CARGO (FECHA A FILIAL E O CARGO ANTERIORES) E POR
      * FILIAL DENTRO DO CARGO.
      *----------------------------------------------------------------
       3000-IMPRIMIR-FUNCIONARIO.
             IF PRIMEIRO-FUNCIONARIO
                   PERFORM 3200-ABRIR-CARGO
                   PERFORM 3300-ABRIR-FILIAL
                   MOVE 'N' TO WRK-PRIMEIRO-SW
             ELSE
                   IF FO-CARGO NOT = WRK-CARGO-ANT
                         PERFORM 3800-TOTAL-FILIAL
                         PERFORM 3900-TOTAL-CARGO
                         PERFORM 3200-ABRIR-CARGO
                         PERFORM 3300-ABRIR-FILIAL
                   ELSE
                         IF FO-FILIAL NOT = WRK-FILIAL-ANT
                               PERFORM 3800-TOTAL-FILIAL
                               PERFORM 3300-ABRIR-FILIAL
                         END-IF
                   END-IF
             END-IF.

             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             ADD 1 TO WRK-FIL-QT.
             MOVE FO-MATRICULA TO LD-MATRICULA.
             MOVE FO-NOME      TO LD-NOME.
             MOVE FO-SALARIO   TO LD-SALARIO.

             IF CARGO-COM-FAIXA
                   MOVE FO-SALARIO TO WRK-SALARIO-AVAL
                   PERFORM 3500-AVALIAR-SALARIO
                   MOVE WRK-COMPA    TO LD-COMPA
                   MOVE WRK-POSICAO  TO LD-POSICAO
                   MOVE WRK-SITUACAO TO LD-SITUACAO
                   ADD 1 TO WRK-FIL-QT-FAIXA
                   ADD WRK-COMPA TO WRK-FIL-SOMA-CR
                   IF SITUACAO-ABAIXO
                         ADD 1 TO WRK-FIL-ABAIXO
                   END-IF
                   IF SITUACAO-ACIMA
                         ADD 1 TO WRK-FIL-ACIMA
                   END-IF
             ELSE
                   MOVE SPACES TO LD-FAIXA
             END-IF.

             IF COM-SIMULACAO
                   PERFORM 3400-SIMULAR-REAJUSTE
             END-IF.

             WRITE REL-FAIXA-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             PERFORM 3100-LER-ORDENADO.

       3100-LER-ORDENADO.
             READ FAIXA-ORDENADA
                   AT END MOVE 'S' TO WRK-EOF-ORD-SW
             END-READ.

      *----------------------------------------------------------------
      * CARGO ZERADO = SEM CARGO; CARGO FORA DO CARGOMST SAI COM O
      * AVISO NO TITULO. NENHUM DOS DOIS TEM FAIXA PARA COMPARAR.
      *----------------------------------------------------------------
       3200-ABRIR-CARGO.
             MOVE FO-CARGO TO WRK-CARGO-ANT.
             MOVE ZEROS TO WRK-TOTAIS-CARGO.
             MOVE 'N' TO WRK-FAIXA-SW.
             MOVE FO-CARGO TO LC-CARGO.
             MOVE SPACES TO LC-ROTULO-CBO.
             MOVE SPACES TO LC-CBO.
             EVALUATE TRUE
                   WHEN FO-CARGO = ZEROS
                         MOVE 'SEM CARGO' TO LC-TITULO
                   WHEN NOT CARGOS-ABERTOS
                         MOVE 'SEM TABELA DE CARGOS' TO LC-TITULO
                   WHEN OTHER
                         MOVE FO-CARGO TO CG-CODIGO
                         READ CARGO-MASTER
                               INVALID KEY
                                     MOVE 'NAO CADASTRADO NO CARGOMST'
                                          TO LC-TITULO
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-FAIXA-SW
                                     MOVE CG-TITULO TO LC-TITULO
                                     MOVE ' CBO ' TO LC-ROTULO-CBO
                                     MOVE CG-CBO TO LC-CBO
                         END-READ
             END-EVALUATE.
             IF WRK-LINHAS-PAGINA + 4 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO REL-FAIXA-LINHA.
             WRITE REL-FAIXA-LINHA.
             WRITE REL-FAIXA-LINHA FROM LINHA-CARGO.
             ADD 2 TO WRK-LINHAS-PAGINA.
             IF CARGO-COM-FAIXA
                   MOVE CG-SAL-MINIMO TO LX-MINIMO
                   MOVE CG-SAL-MEDIO  TO LX-MEDIO
                   MOVE CG-SAL-MAXIMO TO LX-MAXIMO
                   WRITE REL-FAIXA-LINHA FROM LINHA-FAIXA
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.

       3300-ABRIR-FILIAL.
             MOVE FO-FILIAL TO WRK-FILIAL-ANT.
             MOVE ZEROS TO WRK-TOTAIS-FILIAL.
             MOVE FO-FILIAL TO LF-FILIAL.
             WRITE REL-FAIXA-LINHA FROM LINHA-FILIAL.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * SALARIO COM O PERCENTUAL SIMULADO (O MESMO CALCULO DO
      * FOLHA-DISSIDIO), AVALIADO CONTRA A FAIXA ATUAL DO CARGO.
      *----------------------------------------------------------------
       3400-SIMULAR-REAJUSTE.
             COMPUTE WRK-SALARIO-SIM ROUNDED =
                   FO-SALARIO * (1 + WRK-PCT-SIMULADO / 100).
             MOVE WRK-SALARIO-SIM TO LD-SAL-SIM.
             IF CARGO-COM-FAIXA
                   MOVE WRK-SALARIO-SIM TO WRK-SALARIO-AVAL
                   PERFORM 3500-AVALIAR-SALARIO
                   MOVE WRK-COMPA    TO LD-COMPA-SIM
                   MOVE WRK-SITUACAO TO LD-SIT-SIM
                   IF SITUACAO-ABAIXO
                         ADD 1 TO WRK-FIL-ABAIXO-SIM
                   END-IF
                   IF SITUACAO-ACIMA
                         ADD 1 TO WRK-FIL-ACIMA-SIM
                   END-IF
             ELSE
                   MOVE SPACES TO LD-FAIXA-SIM
             END-IF.

      *----------------------------------------------------------------
      * COMPA-RATIO = SALARIO / PONTO MEDIO X 100; POSICAO NA FAIXA =
      * (SALARIO - MINIMO) / (MAXIMO - MINIMO) X 100, NEGATIVA ABAIXO
      * DO MINIMO E ACIMA DE 100 ACIMA DO MAXIMO (FAIXA DE VALOR UNICO
      * FICA COM POSICAO ZERO).
      *----------------------------------------------------------------
       3500-AVALIAR-SALARIO.
             MOVE ZEROS TO WRK-COMPA.
             MOVE ZEROS TO WRK-POSICAO.
             MOVE SPACES TO WRK-SITUACAO.
             IF CG-SAL-MEDIO > ZEROS
                   COMPUTE WRK-COMPA ROUNDED =
                         WRK-SALARIO-AVAL * 100 / CG-SAL-MEDIO
                         ON SIZE ERROR MOVE 999,9 TO WRK-COMPA
                   END-COMPUTE
             END-IF.
             IF CG-SAL-MAXIMO > CG-SAL-MINIMO
                   COMPUTE WRK-POSICAO ROUNDED =
                         (WRK-SALARIO-AVAL - CG-SAL-MINIMO) * 100
                         / (CG-SAL-MAXIMO - CG-SAL-MINIMO)
                         ON SIZE ERROR MOVE 9999 TO WRK-POSICAO
                   END-COMPUTE
             END-IF.
             IF WRK-SALARIO-AVAL < CG-SAL-MINIMO
                   MOVE 'ABAIXO' TO WRK-SITUACAO
             END-IF.
             IF WRK-SALARIO-AVAL > CG-SAL-MAXIMO
                   MOVE 'ACIMA ' TO WRK-SITUACAO
             END-IF.

       3800-TOTAL-FILIAL.
             MOVE SPACES TO LT-ROTULO.
             STRING 'FILIAL ' WRK-FILIAL-ANT
                    DELIMITED BY SIZE INTO LT-ROTULO.
             MOVE WRK-FIL-QT         TO LT-QT.
             MOVE ZEROS              TO WRK-CR-MEDIO.
             IF WRK-FIL-QT-FAIXA > ZEROS
                   COMPUTE WRK-CR-MEDIO ROUNDED =
                         WRK-FIL-SOMA-CR / WRK-FIL-QT-FAIXA
             END-IF.
             MOVE WRK-CR-MEDIO       TO LT-CR-MEDIO.
             MOVE WRK-FIL-ABAIXO     TO LT-ABAIXO.
             MOVE WRK-FIL-ACIMA      TO LT-ACIMA.
             IF COM-SIMULACAO
                   MOVE WRK-FIL-ABAIXO-SIM TO LT-ABAIXO-SIM
                   MOVE WRK-FIL-ACIMA-SIM  TO LT-ACIMA-SIM
             END-IF.
             WRITE REL-FAIXA-LINHA FROM LINHA-TOTAL.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD WRK-FIL-QT         TO WRK-CAR-QT.
             ADD WRK-FIL-QT-FAIXA   TO WRK-CAR-QT-FAIXA.
             ADD WRK-FIL-SOMA-CR    TO WRK-CAR-SOMA-CR.
             ADD WRK-FIL-ABAIXO     TO WRK-CAR-ABAIXO.
             ADD WRK-FIL-ACIMA      TO WRK-CAR-ACIMA.
             ADD WRK-FIL-ABAIXO-SIM TO WRK-CAR-ABAIXO-SIM.
             ADD WRK-FIL-ACIMA-SIM  TO WRK-CAR-ACIMA-SIM.

       3900-TOTAL-CARGO.
             MOVE SPACES TO LT-ROTULO.
             STRING 'TOTAL CARGO ' WRK-CARGO-ANT
                    DELIMITED BY SIZE INTO LT-ROTULO.
             MOVE WRK-CAR-QT         TO LT-QT.
             MOVE ZEROS              TO WRK-CR-MEDIO.
             IF WRK-CAR-QT-FAIXA > ZEROS
                   COMPUTE WRK-CR-MEDIO ROUNDED =
                         WRK-CAR-SOMA-CR / WRK-CAR-QT-FAIXA
             END-IF.
             MOVE WRK-CR-MEDIO       TO LT-CR-MEDIO.
             MOVE WRK-CAR-ABAIXO     TO LT-ABAIXO.
             MOVE WRK-CAR-ACIMA      TO LT-ACIMA.
             IF COM-SIMULACAO
                   MOVE WRK-CAR-ABAIXO-SIM TO LT-ABAIXO-SIM
                   MOVE WRK-CAR-ACIMA-SIM  TO LT-ACIMA-SIM
             END-IF.
             WRITE REL-FAIXA-LINHA FROM LINHA-TOTAL.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD WRK-CAR-QT         TO WRK-GER-QT.
             ADD WRK-CAR-QT-FAIXA   TO WRK-GER-QT-FAIXA.
             ADD WRK-CAR-SOMA-CR    TO WRK-GER-SOMA-CR.
             ADD WRK-CAR-ABAIXO     TO WRK-GER-ABAIXO.
             ADD WRK-CAR-ACIMA      TO WRK-GER-ACIMA.
             ADD WRK-CAR-ABAIXO-SIM TO WRK-GER-ABAIXO-SIM.
             ADD WRK-CAR-ACIMA-SIM  TO WRK-GER-ACIMA-SIM.

       4000-TOTAL-GERAL.
             MOVE ALL '-' TO REL-FAIXA-LINHA.
             WRITE REL-FAIXA-LINHA.
             MOVE 'TOTAL GERAL' TO LT-ROTULO.
             MOVE WRK-GER-QT         TO LT-QT.
             MOVE ZEROS              TO WRK-CR-MEDIO.
             IF WRK-GER-QT-FAIXA > ZEROS
                   COMPUTE WRK-CR-MEDIO ROUNDED =
                         WRK-GER-SOMA-CR / WRK-GER-QT-FAIXA
             END-IF.
             MOVE WRK-CR-MEDIO       TO LT-CR-MEDIO.
             MOVE WRK-GER-ABAIXO     TO LT-ABAIXO.
             MOVE WRK-GER-ACIMA      TO LT-ACIMA.
             IF COM-SIMULACAO
                   MOVE WRK-GER-ABAIXO-SIM TO LT-ABAIXO-SIM
                   MOVE WRK-GER-ACIMA-SIM  TO LT-ACIMA-SIM
             END-IF.
             WRITE REL-FAIXA-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'ESTRUTURA SALARIAL POR CARGO E FILIAL'
                  TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-FAIXA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-FAIXA-LINHA FROM RPT-CABECALHO-DATA.
             IF COM-SIMULACAO
                   MOVE WRK-PCT-SIMULADO TO LS-PCT
                   WRITE REL-FAIXA-LINHA FROM LINHA-SIMULACAO
             END-IF.
             WRITE REL-FAIXA-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-FAIXA-LINHA.
             WRITE REL-FAIXA-LINHA.

       9000-ENCERRAR.
             WRITE REL-FAIXA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE FAIXA-ORDENADA.
             CLOSE REL-FAIXA.
             IF CARGOS-ABERTOS
                   CLOSE CARGO-MASTER
             END-IF.
             DISPLAY 'RELATORIO DE FAIXAS SALARIAIS EMITIDO'.
             DISPLAY 'FUNCIONARIOS ATIVOS.....: ' WRK-QT-ATIVOS.
             DISPLAY 'DESLIGADOS (FORA).......: ' WRK-QT-DESLIGADOS.
             DISPLAY 'SALARIO INVALIDO (FORA).: ' WRK-QT-INVALIDOS.
             DISPLAY 'ABAIXO DO MINIMO........: ' WRK-GER-ABAIXO.
             DISPLAY 'ACIMA DO MAXIMO.........: ' WRK-GER-ACIMA.
             IF COM-SIMULACAO
                   DISPLAY 'SIMULACAO DE REAJUSTE...: '
                           WRK-PCT-SIMULADO '%'
                   DISPLAY 'ABAIXO DO MINIMO (SIM.).: '
                           WRK-GER-ABAIXO-SIM
                   DISPLAY 'ACIMA DO MAXIMO (SIM.)..: '
                           WRK-GER-ACIMA-SIM
             END-IF.

       END PROGRAM REL-FAIXA-SALARIAL.
