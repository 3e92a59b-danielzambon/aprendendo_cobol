      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: BAIXA DE TITULOS DO CONTAS-RECEBER POR PERDA - O
      *          SUPERVISOR (OU ADMINISTRADOR), AUTENTICADO NOS MOLDES
      *          DO APROVA-PAGTO, PERCORRE OS TITULOS EM ABERTO COM
      *          ATRASO ACIMA DO MINIMO INFORMADO (OS QUE O REL-AGING
      *          MOSTRA NA FAIXA DE MAIS DE 60 DIAS E A CARTA-COBRANCA
      *          JA ESGOTOU) E DECIDE UM A UM O QUE E BAIXADO COMO
      *          PERDA. O TITULO BAIXADO PASSA PARA 'X' (TIT-PERDA), A
      *          PROVISAO PDD CONSTITUIDA SOBRE ELE PELO CALC-PDD E
      *          CONSUMIDA, O CL-SALDO DO CLIENTE E REDUZIDO (COM A
      *          MUDANCA NO JORNAL DE MUDANCAS) E O DIARIO (LANCTOS)
      *          RECEBE NA DATA DA RODADA:
      *            D 1105 (-) PROVISAO PDD   PELA PROVISAO DO TITULO
      *            D 4204 DESPESA COM PDD    PELO QUE NAO ESTAVA
      *                                      PROVISIONADO
      *            C 1101 CLIENTES           PELO VALOR DO TITULO
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA CONTABIL DA DATA DA RODADA TEM DE ESTAR ABERTA NO
      * CTRL-COMPET. A DATA, O VALOR E O APROVADOR DA BAIXA FICAM NO
      * PDDTIT. PAGAMENTO QUE CHEGUE DEPOIS SOBRE O TITULO BAIXADO E
      * TRATADO PELO BAIXA-TITULO/COBRANCA-RETORNO COMO RECUPERACAO DE
      * CREDITOS. A RESPOSTA 'F' ENCERRA A RODADA SEM DECIDIR OS
      * TITULOS RESTANTES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LANCTOS GANHA LC-EXECUCAO (RODADA DE LOTE DO
      *                 CTRL-EXECUCAO); OS LANCAMENTOS DESTE PROGRAMA
      *                 SAO AVULSOS E SAEM COM RODADA ZERO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PERDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO 'USUAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT PDD-TITULO ASSIGN TO 'PDDTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PP-CHAVE
                  FILE STATUS IS WRK-FS-PDD.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  PDD-TITULO.
       COPY pddtit.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-PDD       PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-PDD-SW       PIC X(01) VALUE 'N'.
         88 PDD-EXISTE          VALUE 'S'.
       77 WRK-CLIENTE-SW   PIC X(01) VALUE 'N'.
         88 CLIENTE-ENCONTRADO  VALUE 'S'.

       77 WRK-APROVADOR      PIC X(10) VALUE SPACES.
       77 WRK-SENHA-APROVADOR PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-SW   PIC X(01) VALUE 'N'.
         88 APROVADOR-ENCONTRADO  VALUE 'S'.
       77 WRK-AUTORIZADO-SW  PIC X(01) VALUE 'N'.
         88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE          VALUE 'S'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

       77 WRK-DECISAO-SW     PIC X(01) VALUE 'N'.
         88 DECISAO-APROVA       VALUE 'S'.
         88 DECISAO-FIM          VALUE 'F'.
       77 WRK-DIAS-MINIMO    PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WRK-PROVISAO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SEM-PROVISAO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-BAIXADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BAIXADO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROVISAO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SEM-PROVISAO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 0100-IDENTIFICAR-APROVADOR.

             IF NOT APROVADOR-AUTORIZADO
                   DISPLAY 'APROVADOR NAO AUTORIZADO A BAIXAR '
                           'TITULOS POR PERDA'
                   GOBACK
             END-IF.

             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE WRK-DATA-HOJE TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             IF CP-FECHADA
                   DISPLAY 'COMPETENCIA CONTABIL FECHADA PARA '
                           WRK-DATA-HOJE ', BAIXA POR PERDA '
                           'RECUSADA (REABRIR PELO FECHA-COMPETENCIA)'
                   GOBACK
             END-IF.

             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-TITULO.
             PERFORM 2000-DECIDIR-TITULO UNTIL FIM-TITULOS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-IDENTIFICAR-APROVADOR.
             DISPLAY 'USUARIO APROVADOR: '
             ACCEPT WRK-APROVADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA-APROVADOR.

             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-APROVADOR-SW.
             MOVE WRK-APROVADOR TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-APROVADOR-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-APROVADOR-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF APROVADOR-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA-APROVADOR TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA-APROVADOR = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF APROVADOR-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.

       1000-ABRIR.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-BAIXADOS.
             MOVE ZEROS TO WRK-QT-MANTIDOS.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-BAIXADO.
             MOVE ZEROS TO WRK-TOT-PROVISAO.
             MOVE ZEROS TO WRK-TOT-SEM-PROVISAO.

             DISPLAY 'DIAS MINIMOS DE ATRASO (ZERO=60): '
             ACCEPT WRK-DIAS-MINIMO.
             IF WRK-DIAS-MINIMO = ZEROS
                   MOVE 60 TO WRK-DIAS-MINIMO
             END-IF.

             OPEN I-O CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CONTAS-RECEBER INEXISTENTE, NADA A '
                           'BAIXAR'
             END-IF.

             OPEN I-O PDD-TITULO.
             MOVE WRK-FS-PDD TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT PDD-TITULO
                   CLOSE PDD-TITULO
                   OPEN I-O PDD-TITULO
             END-IF.

             OPEN I-O CLIENTE-MASTER.

             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DIARIO-LANCTOS
                   OPEN OUTPUT DIARIO-LANCTOS
             END-IF.

       1100-LER-TITULO.
             IF NOT FIM-TITULOS
                   READ CONTAS-RECEBER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-DECIDIR-TITULO.
             IF TIT-ABERTO
                   MOVE 'D' TO DA-OPERACAO
                   MOVE TIT-VENCIMENTO TO DA-DATA-1
                   MOVE WRK-DATA-HOJE  TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
             ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
             END-IF.

             IF TIT-ABERTO AND WRK-DIAS-ATRASO > WRK-DIAS-MINIMO
                   PERFORM 2100-LER-PROVISAO
                   DISPLAY ' '
                   DISPLAY 'TITULO VENCIDO EM ABERTO:'
                   DISPLAY ' VENDA/SEQ/PARC.: ' TIT-DATA-VENDA ' '
                           TIT-SEQ ' ' TIT-PARCELA
                   DISPLAY ' CLIENTE........: ' TIT-CLIENTE
                   DISPLAY ' VENCIMENTO.....: ' TIT-VENCIMENTO
                           ' (' WRK-DIAS-ATRASO ' DIAS)'
                   DISPLAY ' VALOR..........: ' TIT-VALOR
                   DISPLAY ' PROVISAO PDD...: ' WRK-PROVISAO
                   DISPLAY 'BAIXAR COMO PERDA (S/N/F=FIM)? '
                   ACCEPT WRK-DECISAO-SW
                   EVALUATE TRUE
                         WHEN DECISAO-APROVA
                               PERFORM 2200-BAIXAR-TITULO
                         WHEN DECISAO-FIM
                               MOVE 'S' TO WRK-EOF-SW
                         WHEN OTHER
                               ADD 1 TO WRK-QT-MANTIDOS
                   END-EVALUATE
             END-IF.
             PERFORM 1100-LER-TITULO.

       2100-LER-PROVISAO.
             MOVE TIT-CHAVE TO PP-CHAVE.
             READ PDD-TITULO
                   INVALID KEY
                         MOVE 'N' TO WRK-PDD-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PDD-SW
             END-READ.
             IF PDD-EXISTE
                   MOVE PP-PROVISAO TO WRK-PROVISAO
             ELSE
                   MOVE ZEROS TO WRK-PROVISAO
             END-IF.

      *----------------------------------------------------------------
      * A PROVISAO DO TITULO NAO PASSA DO SEU VALOR; O QUE FALTAR PARA
      * O VALOR DO TITULO E PERDA NAO PROVISIONADA, DIRETO NA DESPESA.
      *----------------------------------------------------------------
       2200-BAIXAR-TITULO.
             IF WRK-PROVISAO > TIT-VALOR
                   MOVE TIT-VALOR TO WRK-PROVISAO
             END-IF.
             COMPUTE WRK-SEM-PROVISAO = TIT-VALOR - WRK-PROVISAO.

             MOVE 'X' TO TIT-STATUS.
             REWRITE TITULO-REC.

             MOVE TIT-CHAVE     TO PP-CHAVE.
             MOVE TIT-CLIENTE   TO PP-CLIENTE.
             MOVE ZEROS         TO PP-PROVISAO.
             MOVE WRK-DATA-HOJE TO PP-DATA-PERDA.
             MOVE TIT-VALOR     TO PP-VALOR-PERDA.
             MOVE WRK-APROVADOR TO PP-APROVADOR.
             IF PDD-EXISTE
                   REWRITE PDD-TITULO-REC
             ELSE
                   MOVE ZEROS TO PP-PERCENTUAL
                   MOVE ZEROS TO PP-ULTIMA-COMPET
                   WRITE PDD-TITULO-REC
             END-IF.

             PERFORM 2300-REDUZIR-SALDO-CLIENTE.

             MOVE WRK-PROVISAO TO LC-VALOR.
             MOVE 1105 TO LC-CONTA.
             MOVE 'D'  TO LC-NATUREZA.
             PERFORM 3000-GRAVAR-LANCTO.
             MOVE WRK-SEM-PROVISAO TO LC-VALOR.
             MOVE 4204 TO LC-CONTA.
             MOVE 'D'  TO LC-NATUREZA.
             PERFORM 3000-GRAVAR-LANCTO.
             MOVE TIT-VALOR TO LC-VALOR.
             MOVE 1101 TO LC-CONTA.
             MOVE 'C'  TO LC-NATUREZA.
             PERFORM 3000-GRAVAR-LANCTO.

             ADD 1 TO WRK-QT-BAIXADOS.
             ADD TIT-VALOR        TO WRK-TOT-BAIXADO.
             ADD WRK-PROVISAO     TO WRK-TOT-PROVISAO.
             ADD WRK-SEM-PROVISAO TO WRK-TOT-SEM-PROVISAO.

       2300-REDUZIR-SALDO-CLIENTE.
             MOVE TIT-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CLIENTE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CLIENTE-SW
             END-READ.
             IF CLIENTE-ENCONTRADO
                   MOVE CLIENTE-MASTER-REC TO JP-ANTES
                   IF CL-SALDO > TIT-VALOR
                         SUBTRACT TIT-VALOR FROM CL-SALDO
                   ELSE
                         MOVE ZEROS TO CL-SALDO
                   END-IF
                   REWRITE CLIENTE-MASTER-REC
                   MOVE CLIENTE-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             ELSE
                   DISPLAY 'CLIENTE ' TIT-CLIENTE ' FORA DO CLIEMST, '
                           'CL-SALDO NAO REDUZIDO'
             END-IF.

       3000-GRAVAR-LANCTO.
             IF LC-VALOR > ZEROS
                   MOVE WRK-DATA-HOJE TO LC-DATA
                   MOVE 'PERDA' TO LC-ORIGEM
                   MOVE ZEROS TO LC-EXECUCAO
                   WRITE DIARIO-LANCTOS-REC
                   ADD 1 TO WRK-QT-LANCTOS
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'CLIEMST ' TO JP-ARQUIVO.
             MOVE 'BAIXA-PERDA' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             IF WRK-FS-TITULOS NOT = '35'
                   CLOSE CONTAS-RECEBER
             END-IF.
             CLOSE PDD-TITULO.
             CLOSE CLIENTE-MASTER.
             CLOSE DIARIO-LANCTOS.
             DISPLAY 'BAIXA DE TITULOS POR PERDA CONCLUIDA'.
             DISPLAY 'APROVADOR...............: ' WRK-APROVADOR.
             DISPLAY 'TITULOS BAIXADOS........: ' WRK-QT-BAIXADOS.
             DISPLAY 'VALOR BAIXADO...........: ' WRK-TOT-BAIXADO.
             DISPLAY 'CONSUMIDO DA PROVISAO...: ' WRK-TOT-PROVISAO.
             DISPLAY 'PERDA NAO PROVISIONADA..: '
                     WRK-TOT-SEM-PROVISAO.
             DISPLAY 'TITULOS MANTIDOS ABERTOS: ' WRK-QT-MANTIDOS.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

       END PROGRAM BAIXA-PERDA.
