      *                 PARA LOCALIZAR O TITULO DA VENDA PARCELADA
      *                 PELA CHAVE COMPLETA; RECEBIMENTO SEM PARCELA
      *                 INFORMADA (LAYOUT ANTIGO) VALE PARCELA 01.
      * 15/10/2026 DZ - RECEBIMENTO SOBRE TITULO BAIXADO COMO PERDA
      *                 (TIT-PERDA, PELO BAIXA-PERDA) DEIXA DE SER
      *                 TRATADO COMO BAIXA COMUM: O TITULO PASSA A
      *                 TIT-RECUPERADO E O VALOR RECEBIDO VAI PARA O
      *                 LEDGER RECUPLDG, QUE O CONTAB-DIARIO LANCA COMO
      *                 RECUPERACAO DE CREDITOS (CONTA 3107).
      * 15/10/2026 DZ - O TITULO BAIXADO COMO PAGO REDUZ O CL-SALDO DO
      *                 CLIENTE PELO VALOR DE FACE (PISO ZERO, COM
      *                 JORNAL DA ALTERACAO NO CLIEMST), COMO JA FAZ A
      *                 BAIXA POR PERDA: O CL-SALDO PASSA A SER O SALDO
      *                 EM ABERTO QUE O REL-CONCILIA-CR CONFERE CONTRA
      *                 OS TITULOS. TITULO DE MATRICULA FORA DO CLIEMST
      *                 (MENSALIDADE) NAO MEXE EM SALDO NENHUM.
      * 15/10/2026 DZ - RECEBIMENTO SOBRE TITULO RENEGOCIADO (INCLUIDO
      *                 EM ACORDO PELO RENEGOCIA-DIVIDA) VIRA EXCECAO:
      *                 A DIVIDA AGORA E COBRADA PELAS PARCELAS DO
      *                 ACORDO, O VALOR DEVE SER APLICADO NELAS.
      * 15/10/2026 DZ - JUROSCFG E MENSALCFG DEIXAM DE SER ARQUIVOS
      *                 SOLTOS: MORA E DESCONTO DE PONTUALIDADE VEM
      *                 DO MESTRE PARAMST (CONSULTA-PARAM), NO VALOR
      *                 EM VIGOR NA DATA DE MOVIMENTO.
      * 15/10/2026 DZ - A BAIXA PASSA A RODAR COM A RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO: CADA REGRAVACAO DO
      *                 TITULOS VAI PARA O JORNAL MUDJRN E A LINHA DO
      *                 RECUPLDG LEVA O NUMERO DA RODADA (RV-EXECUCAO),
      *                 PARA O ESTORNA-EXECUCAO DESFAZER A RODADA
      *                 INTEIRA, INCLUSIVE O CL-SALDO JA JORNALIZADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-TITULO.
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

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
       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  RECUPERACAO-LEDGER.
       COPY recupldg.

       FD  CLIENTE-MASTER.
       COPY cliente.

       WORKING-STORAGE SECTION.

       77 WRK-FS-RECEB   PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS PIC X(02) VALUE '00'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-RECEBIMENTOS  VALUE 'S'.
       77 WRK-TITULO-SW  PIC X(01) VALUE 'N'.
         88 TITULO-ENCONTRADO VALUE 'S'.
       77 WRK-QT-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COM-MORA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-FS-RECUP    PIC X(02) VALUE '00'.
       77 WRK-QT-RECUPERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECUPERADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FS-CLIENTE  PIC X(02) VALUE '00'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.
       77 WRK-QT-SALDO-REDUZIDO PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------
      * PARAMETROS DE MORA: DEFAULTS DE 2% DE MULTA, 0,0333% DE JUROS
       77 WRK-TOLERANCIA   PIC 9(04)V99 VALUE 1,00.
       77 WRK-DESC-PONTUAL PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-SEM-ALUNO-SW PIC X(01) VALUE 'N'.
         88 SEM-ALUNOS          VALUE 'S'.
       77 WRK-EOF-MEN-SW   PIC X(01) VALUE 'N'.
       77 WRK-MINIMO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS    PIC 9(10)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHAS DOS GRUPOS JUROSCFG E MENSALCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DOS ANTIGOS ARQUIVOS.
      *----------------------------------------------------------------
       01  JUROS-CONFIG-REC.
           05 JC-MULTA-PCT     PIC 9(02)V99.
           05 JC-JUROS-DIA-PCT PIC 9(02)V9(04).
           05 JC-TOLERANCIA    PIC 9(04)V99.
       01  MENSALIDADE-CONFIG-REC.
           05 MC-TURMA         PIC X(03).
           05 MC-VALOR         PIC 9(06)V99.
           05 MC-DIA-VENC      PIC 9(02).
           05 MC-DESC-PONTUAL  PIC 9(02)V99.
           05 MC-CARENCIA      PIC 9(03).
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
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
             MOVE ZEROS TO WRK-QT-COM-MORA.
             MOVE ZEROS TO WRK-QT-EXCECOES.
             MOVE ZEROS TO WRK-TOT-JUROS.
             MOVE ZEROS TO WRK-QT-RECUPERADOS.
             MOVE ZEROS TO WRK-TOT-RECUPERADO.
             MOVE ZEROS TO WRK-QT-SALDO-REDUZIDO.

             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0500-CARREGAR-CONFIG.
             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-RECEBIMENTO.
             PERFORM 2000-BAIXAR UNTIL FIM-RECEBIMENTOS.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0500-CARREGAR-CONFIG.
             MOVE 'C'        TO VG-OPERACAO.
             MOVE 'JUROSCFG' TO VG-GRUPO.
             MOVE 'PADRAO'   TO VG-ITEM.
             MOVE ZEROS      TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   DISPLAY 'JUROSCFG SEM VIGENCIA NO PARAMST, MORA '
                           'PELOS DEFAULTS DO PROGRAMA'
             ELSE
                   MOVE VG-VALOR TO JUROS-CONFIG-REC
                   MOVE JC-MULTA-PCT     TO WRK-MULTA-PCT
                   MOVE JC-JUROS-DIA-PCT TO WRK-JUROS-DIA
                   MOVE JC-TOLERANCIA    TO WRK-TOLERANCIA
             END-IF.

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

       1100-LER-RECEBIMENTO.
             IF NOT FIM-RECEBIMENTOS
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-TITULO-SW
             END-READ.
             MOVE TITULO-REC TO JP-ANTES.

             IF TITULO-ENCONTRADO
                   PERFORM 2500-CALCULAR-ATRASO
                         DISPLAY 'TITULO CANCELADO POR ESTORNO, '
                                 'DEVOLVER O RECEBIMENTO: VENDA '
                                 RC-DATA-VENDA ' SEQ ' RC-SEQ
                   WHEN TIT-RENEGOCIADO
                         ADD 1 TO WRK-QT-EXCECOES
                         DISPLAY 'TITULO RENEGOCIADO EM ACORDO, '
                                 'APLICAR NAS PARCELAS DO ACORDO: '
                                 'VENDA ' RC-DATA-VENDA ' SEQ ' RC-SEQ
                   WHEN TIT-PERDA OR TIT-RECUPERADO
                         PERFORM 2800-REGISTRAR-RECUPERACAO
                   WHEN WRK-DIAS-ATRASO > ZEROS
                         PERFORM 2600-BAIXAR-COM-MORA
                   WHEN RC-DATA-RECEBIDO < WRK-VENC-UTIL
                         MOVE RC-DATA-RECEBIDO TO TIT-DATA-PAGTO
                         MOVE ZEROS TO TIT-JUROS-RECEBIDO
                         REWRITE TITULO-REC
                         PERFORM 2950-JORNALIZAR-TITULO
                         ADD 1 TO WRK-QT-BAIXADOS
                         PERFORM 2900-REDUZIR-SALDO-CLIENTE
             END-EVALUATE.

             PERFORM 1100-LER-RECEBIMENTO.

      *----------------------------------------------------------------
      * O DESCONTO DE PONTUALIDADE POR TURMA VEM DO GRUPO MENSALCFG
      * DO PARAMST; SEM O GRUPO (OU SEM ALUNO-MASTER) NENHUM TITULO
      * TEM DESCONTO.
      *----------------------------------------------------------------
       0600-CARREGAR-DESCONTOS.
             MOVE ZEROS TO WRK-QT-TURMAS.
             MOVE 'N' TO WRK-EOF-MEN-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 0610-LER-MENSALCFG.
             PERFORM 0620-GUARDAR-DESCONTO UNTIL FIM-MENSALCFG.

       0610-LER-MENSALCFG.
             MOVE 'P'         TO VG-OPERACAO.
             MOVE 'MENSALCFG' TO VG-GRUPO.
             MOVE ZEROS       TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO MENSALIDADE-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-MEN-SW
             END-IF.

       0620-GUARDAR-DESCONTO.
             IF WRK-QT-TURMAS < 50
                         MOVE ZEROS TO TIT-JUROS-RECEBIDO
                   END-IF
                   REWRITE TITULO-REC
                   PERFORM 2950-JORNALIZAR-TITULO
                   ADD 1 TO WRK-QT-BAIXADOS
                   PERFORM 2900-REDUZIR-SALDO-CLIENTE
                   ADD 1 TO WRK-QT-COM-MORA
                   ADD TIT-JUROS-RECEBIDO TO WRK-TOT-JUROS
                   IF RC-VALOR < WRK-ESPERADO
                   MOVE RC-DATA-RECEBIDO TO TIT-DATA-PAGTO
                   MOVE ZEROS TO TIT-JUROS-RECEBIDO
                   REWRITE TITULO-REC
                   PERFORM 2950-JORNALIZAR-TITULO
                   ADD 1 TO WRK-QT-BAIXADOS
                   PERFORM 2900-REDUZIR-SALDO-CLIENTE
                   ADD 1 TO WRK-QT-COM-DESCONTO
                   COMPUTE WRK-TOT-DESCONTO =
                         WRK-TOT-DESCONTO + TIT-VALOR - RC-VALOR
                           ' MINIMO ' WRK-MINIMO
             END-IF.

      *----------------------------------------------------------------
      * TITULO JA BAIXADO COMO PERDA NAO VOLTA A MEXER NO CLIENTE (A
      * CONTA 1101 JA FOI CREDITADA NA BAIXA): QUALQUER VALOR RECEBIDO
      * E RECEITA DE RECUPERACAO, SEM MORA NEM DESCONTO, E O TITULO
      * FICA MARCADO RECUPERADO COM A DATA DO ULTIMO RECEBIMENTO.
      *----------------------------------------------------------------
       2800-REGISTRAR-RECUPERACAO.
             MOVE 'R' TO TIT-STATUS.
             MOVE RC-DATA-RECEBIDO TO TIT-DATA-PAGTO.
             MOVE ZEROS TO TIT-JUROS-RECEBIDO.
             REWRITE TITULO-REC.
             PERFORM 2950-JORNALIZAR-TITULO.
             MOVE RC-DATA-RECEBIDO TO RV-DATA.
             MOVE TIT-DATA-VENDA   TO RV-DATA-VENDA.
             MOVE TIT-SEQ          TO RV-SEQ.
             MOVE TIT-PARCELA      TO RV-PARCELA.
             MOVE TIT-CLIENTE      TO RV-CLIENTE.
             MOVE RC-VALOR         TO RV-VALOR.
             MOVE 'BAIXA'          TO RV-ORIGEM.
             MOVE EL-EXECUCAO      TO RV-EXECUCAO.
             WRITE RECUPERACAO-LEDGER-REC.
             ADD 1 TO WRK-QT-RECUPERADOS.
             ADD RC-VALOR TO WRK-TOT-RECUPERADO.
             DISPLAY 'RECUPERACAO DE TITULO BAIXADO COMO PERDA: '
                     'VENDA ' RC-DATA-VENDA ' SEQ ' RC-SEQ
                     ' RECEBIDO ' RC-VALOR.

      *----------------------------------------------------------------
      * O CL-SALDO E O SALDO EM ABERTO DO CLIENTE: O TITULO PAGO SAI
      * PELO VALOR DE FACE (A MORA E O DESCONTO NAO ENTRAM NO SALDO).
      * TIT-CLIENTE FORA DO CLIEMST E MATRICULA DE MENSALIDADE.
      *----------------------------------------------------------------
       2900-REDUZIR-SALDO-CLIENTE.
             IF NOT SEM-CLIENTES
                   MOVE TIT-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 2910-REGRAVAR-CLIENTE
                   END-READ
             END-IF.

       2910-REGRAVAR-CLIENTE.
             MOVE CLIENTE-MASTER-REC TO JP-ANTES.
             IF CL-SALDO > TIT-VALOR
                   SUBTRACT TIT-VALOR FROM CL-SALDO
             ELSE
                   MOVE ZEROS TO CL-SALDO
             END-IF.
             REWRITE CLIENTE-MASTER-REC.
             MOVE CLIENTE-MASTER-REC TO JP-DEPOIS.
             MOVE 'CLIEMST ' TO JP-ARQUIVO.
             MOVE 'BAIXA-TITULO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.
             ADD 1 TO WRK-QT-SALDO-REDUZIDO.

      *----------------------------------------------------------------
      * IMAGEM ANTES GUARDADA NA LEITURA DO TITULO, PARA O
      * ESTORNA-EXECUCAO VOLTAR SITUACAO, DATA E ENCARGO DA BAIXA.
      *----------------------------------------------------------------
       2950-JORNALIZAR-TITULO.
             MOVE TITULO-REC TO JP-DEPOIS.
             MOVE 'TITULOS ' TO JP-ARQUIVO.
             MOVE 'BAIXA-TITULO' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'BAIXA-TITULO' TO EL-PROGRAMA.
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
             CLOSE RECEBIMENTOS.
             CLOSE CONTAS-RECEBER.
             CLOSE ALUNO-MASTER.
             CLOSE RECUPERACAO-LEDGER.
             IF NOT SEM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.
             DISPLAY 'BAIXA DE TITULOS CONCLUIDA'.
             DISPLAY 'TITULOS BAIXADOS........: ' WRK-QT-BAIXADOS.
             DISPLAY 'BAIXADOS COM MORA.......: ' WRK-QT-COM-MORA.
             DISPLAY 'DESCONTO CONCEDIDO......: '
                     WRK-TOT-DESCONTO.
             DISPLAY 'EXCECOES APONTADAS......: ' WRK-QT-EXCECOES.
             DISPLAY 'RECUPERACOES DE PERDA...: '
                     WRK-QT-RECUPERADOS.
             DISPLAY 'VALOR RECUPERADO........: '
                     WRK-TOT-RECUPERADO.
             DISPLAY 'DESVIADOS P/ MES ABERTO.: '
                     WRK-QT-AJUSTES.
             DISPLAY 'SALDOS DE CLIENTE BAIXADOS: '
                     WRK-QT-SALDO-REDUZIDO.

       END PROGRAM BAIXA-TITULO.
