      * 02/09/2026 DZ - O RETORNO GANHA A PARCELA (CR-PARCELA), AGORA
      *                 QUE A VENDA PARCELADA GERA UM TITULO POR
      *                 PARCELA NA CHAVE DO CONTAS-RECEBER.
      * 15/10/2026 DZ - BOLETO PAGO SOBRE TITULO BAIXADO COMO PERDA
      *                 (TIT-PERDA) MARCA O TITULO TIT-RECUPERADO E
      *                 GRAVA O VALOR PAGO NO LEDGER RECUPLDG, PARA O
      *                 CONTAB-DIARIO LANCAR COMO RECUPERACAO DE
      *                 CREDITOS (CONTA 3107), COMO NO BAIXA-TITULO.
      * 15/10/2026 DZ - BOLETO PAGO REDUZ O CL-SALDO DO CLIENTE PELO
      *                 VALOR DO TITULO (PISO ZERO, COM JORNAL DA
      *                 ALTERACAO NO CLIEMST), COMO NO BAIXA-TITULO.
      * 15/10/2026 DZ - BOLETO PAGO SOBRE TITULO RENEGOCIADO EM ACORDO
      *                 (RENEGOCIA-DIVIDA) VIRA EXCECAO, COMO NO
      *                 BAIXA-TITULO.
      * 15/10/2026 DZ - O RETORNO PASSA A RODAR COM A RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO: CADA REGRAVACAO DO
      *                 TITULOS VAI PARA O JORNAL MUDJRN, O JORNAL DO
      *                 CLIEMST SAI COM A RODADA E A LINHA DO RECUPLDG
      *                 LEVA O NUMERO DELA (RV-EXECUCAO), PARA O
      *                 ESTORNA-EXECUCAO DESFAZER O RETORNO INTEIRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-RETORNO.
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT RECUPERACAO-LEDGER ASSIGN TO 'RECUPLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RECUP.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-RETORNO.
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  RECUPERACAO-LEDGER.
       COPY recupldg.

       FD  CLIENTE-MASTER.
       COPY cliente.

       WORKING-STORAGE SECTION.

       77 WRK-FS-RETORNO PIC X(02) VALUE '00'.
       77 WRK-QT-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCECOES  PIC 9(05) VALUE ZEROS.
       77 WRK-FS-RECUP     PIC X(02) VALUE '00'.
       77 WRK-QT-RECUPERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECUPERADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.
       77 WRK-QT-SALDO-REDUZIDO PIC 9(05) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE ZEROS TO WRK-QT-BAIXADOS.
             MOVE ZEROS TO WRK-QT-REJEITADOS.
             MOVE ZEROS TO WRK-QT-EXCECOES.
             MOVE ZEROS TO WRK-QT-RECUPERADOS.
             MOVE ZEROS TO WRK-TOT-RECUPERADO.
             MOVE ZEROS TO WRK-QT-SALDO-REDUZIDO.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-RETORNO.
             PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       1000-ABRIR.
                   DISPLAY 'CONTAS-RECEBER INEXISTENTE, NADA A '
                           'BAIXAR'
             END-IF.
             OPEN EXTEND RECUPERACAO-LEDGER.
             MOVE WRK-FS-RECUP TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RECUPERACAO-LEDGER
                   OPEN OUTPUT RECUPERACAO-LEDGER
             END-IF.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             OPEN I-O CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
                   DISPLAY 'CLIEMST AUSENTE, CL-SALDO NAO REDUZIDO '
                           'NAS BAIXAS'
             END-IF.

       1100-LER-RETORNO.
             IF NOT FIM-RETORNO
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-TITULO-SW
             END-READ.
             MOVE TITULO-REC TO JP-ANTES.

             EVALUATE TRUE
                   WHEN NOT TITULO-ENCONTRADO
                         DISPLAY 'TITULO CANCELADO POR ESTORNO, '
                                 'DEVOLVER O PAGAMENTO: VENDA '
                                 CR-DATA-VENDA ' SEQ ' CR-SEQ
                   WHEN TIT-RENEGOCIADO
                         ADD 1 TO WRK-QT-EXCECOES
                         DISPLAY 'TITULO RENEGOCIADO EM ACORDO, '
                                 'APLICAR NAS PARCELAS DO ACORDO: '
                                 'VENDA ' CR-DATA-VENDA ' SEQ ' CR-SEQ
                   WHEN TIT-PERDA OR TIT-RECUPERADO
                         PERFORM 2200-REGISTRAR-RECUPERACAO
                   WHEN CR-VALOR-PAGO NOT = TIT-VALOR
                         ADD 1 TO WRK-QT-EXCECOES
                         DISPLAY 'VALOR PAGO DIVERGE DO TITULO: '
                         MOVE 'P' TO TIT-STATUS
                         MOVE CR-DATA-PAGTO TO TIT-DATA-PAGTO
                         REWRITE TITULO-REC
                         PERFORM 2400-JORNALIZAR-TITULO
                         ADD 1 TO WRK-QT-BAIXADOS
                         PERFORM 2300-REDUZIR-SALDO-CLIENTE
             END-EVALUATE.

       2200-REGISTRAR-RECUPERACAO.
             MOVE 'R' TO TIT-STATUS.
             MOVE CR-DATA-PAGTO TO TIT-DATA-PAGTO.
             REWRITE TITULO-REC.
             PERFORM 2400-JORNALIZAR-TITULO.
             MOVE CR-DATA-PAGTO    TO RV-DATA.
             MOVE TIT-DATA-VENDA   TO RV-DATA-VENDA.
             MOVE TIT-SEQ          TO RV-SEQ.
             MOVE TIT-PARCELA      TO RV-PARCELA.
             MOVE TIT-CLIENTE      TO RV-CLIENTE.
             MOVE CR-VALOR-PAGO    TO RV-VALOR.
             MOVE 'RETORNO'        TO RV-ORIGEM.
             MOVE EL-EXECUCAO      TO RV-EXECUCAO.
             WRITE RECUPERACAO-LEDGER-REC.
             ADD 1 TO WRK-QT-RECUPERADOS.
             ADD CR-VALOR-PAGO TO WRK-TOT-RECUPERADO.
             DISPLAY 'RECUPERACAO DE TITULO BAIXADO COMO PERDA: '
                     'VENDA ' CR-DATA-VENDA ' SEQ ' CR-SEQ
                     ' PAGO ' CR-VALOR-PAGO.

      *----------------------------------------------------------------
      * O CL-SALDO E O SALDO EM ABERTO DO CLIENTE; TIT-CLIENTE FORA DO
      * CLIEMST E MATRICULA DE MENSALIDADE E NAO TEM SALDO.
      *----------------------------------------------------------------
       2300-REDUZIR-SALDO-CLIENTE.
             IF NOT SEM-CLIENTES
                   MOVE TIT-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 2310-REGRAVAR-CLIENTE
                   END-READ
             END-IF.

       2310-REGRAVAR-CLIENTE.
             MOVE CLIENTE-MASTER-REC TO JP-ANTES.
             IF CL-SALDO > TIT-VALOR
                   SUBTRACT TIT-VALOR FROM CL-SALDO
             ELSE
                   MOVE ZEROS TO CL-SALDO
             END-IF.
             REWRITE CLIENTE-MASTER-REC.
             MOVE CLIENTE-MASTER-REC TO JP-DEPOIS.
             MOVE 'CLIEMST ' TO JP-ARQUIVO.
             MOVE 'COBRANCA-RETORNO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.
             ADD 1 TO WRK-QT-SALDO-REDUZIDO.

      *----------------------------------------------------------------
      * IMAGEM ANTES GUARDADA NA LEITURA DO TITULO, PARA O
      * ESTORNA-EXECUCAO VOLTAR A SITUACAO E A DATA DO PAGAMENTO.
      *----------------------------------------------------------------
       2400-JORNALIZAR-TITULO.
             MOVE TITULO-REC TO JP-DEPOIS.
             MOVE 'TITULOS ' TO JP-ARQUIVO.
             MOVE 'COBRANCA-RETORNO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'COBRANCA-RETORNO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       9000-ENCERRAR.
             CLOSE BANCO-RETORNO.
             CLOSE CONTAS-RECEBER.
             CLOSE RECUPERACAO-LEDGER.
             IF NOT SEM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.
             DISPLAY 'PROCESSAMENTO DE RETORNO DE COBRANCA CONCLUIDO'.
             DISPLAY 'TITULOS BAIXADOS........: ' WRK-QT-BAIXADOS.
             DISPLAY 'BOLETOS REJEITADOS......: ' WRK-QT-REJEITADOS.
             DISPLAY 'EXCECOES APONTADAS......: ' WRK-QT-EXCECOES.
             DISPLAY 'RECUPERACOES DE PERDA...: '
                     WRK-QT-RECUPERADOS.
             DISPLAY 'VALOR RECUPERADO........: '
                     WRK-TOT-RECUPERADO.
             DISPLAY 'SALDOS DE CLIENTE BAIXADOS: '
                     WRK-QT-SALDO-REDUZIDO.

       END PROGRAM COBRANCA-RETORNO.
