      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ESTORNO DE UMA RODADA INTEIRA DE PROGRAMA DE
      *          LANCAMENTO EM LOTE (LOTE RODADO COM A ENTRADA ERRADA)
      *          PELO NUMERO DE RODADA DO CTRL-EXECUCAO - LISTA TUDO O
      *          QUE A RODADA CRIOU OU ALTEROU E, COM DUPLO CONTROLE,
      *          DESFAZ: CONTRA-LANCAMENTO NO VENDALDG E NO LANCTOS,
      *          CANCELAMENTO DOS TITULOS GERADOS, RETIRADA DAS LINHAS
      *          DO NOTALDG (COM AUDITORIA NO NOTAAUD) E DEVOLUCAO DAS
      *          IMAGENS ANTES DO JORNAL MUDJRN NOS MESTRES E NOS
      *          CONTROLES INDEXADOS DA FOLHA E DA CONTABILIDADE
      *          (FOLHALDG, PDDTIT, ATIVOMST), NO TITULOS E NO CPAGAR,
      *          E RETIRADA DAS LINHAS DO RECUPLDG. IMPRIME A PROVA DE
      *          TOTAIS ANTES E DEPOIS (RELESTEX).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A RODADA E PROCURADA NO LEDGER LOTEEXEC: NUMERO INEXISTENTE,
      * RODADA JA ESTORNADA (EVENTO 'R' COM ELA EM EX-REFERENCIA) OU
      * RODADA DO PROPRIO ESTORNO SAO RECUSADOS; RODADA SEM EVENTO DE
      * CONCLUSAO (CAIU NO MEIO) E ESTORNADA NO QUE CHEGOU A GRAVAR,
      * COM AVISO. O LEVANTAMENTO LE OS ARQUIVOS PROCURANDO O NUMERO DA
      * RODADA NOS CAMPOS ..-EXECUCAO E GUARDA OS TOTAIS DE ANTES.
      * O OPERADOR E O APROVADOR SAO ADMINISTRADOR OU SUPERVISOR,
      * USUARIOS DIFERENTES, COM SENHA CONFERIDA E CONTA LIBERADA.
      * COMPETENCIA VENDAS OU CONTAB FECHADA NA DATA DE MOVIMENTO
      * RECUSA O ESTORNO (OS CONTRA-LANCAMENTOS CAEM NESSA DATA), E
      * FOLHA FECHADA NA DATA DA RODADA RECUSA A DEVOLUCAO DO JORNAL
      * DO FOLHALDG (A FOLHA DO MES JA FOI ENTREGUE).
      * O JORNAL E DESFEITO DO FIM PARA O COMECO; SO VOLTA A IMAGEM
      * ANTES QUANDO O REGISTRO ATUAL AINDA E A IMAGEM DEPOIS GRAVADA
      * PELA RODADA - MUDADO DEPOIS DISSO SAI COMO EXCECAO PARA ACERTO
      * MANUAL, ASSIM COMO TITULO DA RODADA JA PAGO OU BAIXADO. O
      * NOTALDG NAO TEM SINAL: AS LINHAS DA RODADA SAEM DO LEDGER E AS
      * CORRECOES DA RODADA VOLTAM AS NOTAS ANTERIORES, TUDO COM LINHA
      * NO NOTAAUD. O ESTORNO E ELE MESMO UMA RODADA (EVENTO 'R' NO
      * LOTEEXEC, COM OPERADOR E APROVADOR) E CARIMBA SEUS
      * CONTRA-LANCAMENTOS E SEU JORNAL COM O PROPRIO NUMERO. DEVE
      * RODAR ANTES DO FECHA-VENDAS ARQUIVAR O DIA NO VENDALDG.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - O JORNAL DO FOLHALDG (FOLHA-PAGTO, FOLHA-13,
      *                 FOLHA-FERIAS), DO PDDTIT (CALC-PDD) E DO
      *                 ATIVOMST (DEPREC-ATIVO) TAMBEM E DEVOLVIDO,
      *                 JUNTO COM OS CONTRA-LANCAMENTOS DESSAS RODADAS
      *                 NO LANCTOS.
      * 15/10/2026 DZ - O JORNAL DO CPAGAR (PAGTO-RETORNO) TAMBEM E
      *                 DEVOLVIDO, ASSIM COMO O DO ATIVOMST GRAVADO PELO
      *                 CARGA-ATIVO E PELO BAIXA-ATIVO E O DO TITULOS
      *                 GRAVADO PELO BAIXA-TITULO E PELO
      *                 COBRANCA-RETORNO. AS LINHAS DO RECUPLDG
      *                 CARIMBADAS COM A RODADA SAEM DO LEDGER. RODADA
      *                 QUE MEXEU NO FOLHALDG E RECUSADA SE A
      *                 COMPETENCIA FOLHA DA DATA DA RODADA JA FECHOU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNA-EXECUCAO.
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

           SELECT EXECUCAO-LOTE ASSIGN TO 'LOTEEXEC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-EXECUCAO.

           SELECT SALES-LEDGER ASSIGN TO 'VENDALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-VENDAS.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT NOTA-LEDGER ASSIGN TO 'NOTALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTAS.

           SELECT NOTA-TRAB ASSIGN TO 'NOTATRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT NOTA-AUDIT ASSIGN TO 'NOTAAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTA-AUDIT.

           SELECT MUDANCA-JORNAL ASSIGN TO 'MUDJRN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-JORNAL.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-PEDIDO.

           SELECT FATURA-MASTER ASSIGN TO 'FATURAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-NUMERO
                  FILE STATUS IS WRK-FS-FATURA.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-CHAVE
                  ALTERNATE RECORD KEY IS FL-COMPETENCIA
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT PDD-TITULO ASSIGN TO 'PDDTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PP-CHAVE
                  FILE STATUS IS WRK-FS-PDD.

           SELECT ATIVO-MASTER ASSIGN TO 'ATIVOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IM-CODIGO
                  FILE STATUS IS WRK-FS-ATIVO.

           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-CHAVE
                  FILE STATUS IS WRK-FS-PAGAR.

           SELECT RECUPERACAO-LEDGER ASSIGN TO 'RECUPLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RECUP.

           SELECT RECUPERACAO-TRAB ASSIGN TO 'RECUPTRB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RECUP-TRAB.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT REL-ESTORNO ASSIGN TO 'RELESTEX'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  EXECUCAO-LOTE.
       COPY execlote.

       FD  SALES-LEDGER.
       COPY vendaldg.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       FD  NOTA-LEDGER.
       COPY notaldg.

       FD  NOTA-TRAB.
       COPY notaldg REPLACING
            ==NOTA-LEDGER-REC== BY ==NOTA-TRAB-REC==
            ==NLG-MATRICULA==   BY ==NTB-MATRICULA==
            ==NLG-TERMO==       BY ==NTB-TERMO==
            ==NLG-NOTA1==       BY ==NTB-NOTA1==
            ==NLG-NOTA2==       BY ==NTB-NOTA2==
            ==NLG-MEDIA==       BY ==NTB-MEDIA==
            ==NLG-SITUACAO==    BY ==NTB-SITUACAO==
            ==NLG-DATA==        BY ==NTB-DATA==
            ==NLG-NOTA-RECUP==  BY ==NTB-NOTA-RECUP==
            ==NLG-DISCIPLINA==  BY ==NTB-DISCIPLINA==
            ==NLG-TURMA==       BY ==NTB-TURMA==
            ==NLG-PROFESSOR==   BY ==NTB-PROFESSOR==
            ==NLG-EXECUCAO==    BY ==NTB-EXECUCAO==.

       FD  NOTA-AUDIT.
       COPY notaaud.

       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  FATURA-MASTER.
       COPY fatura.

       FD  FOLHA-LEDGER.
       COPY folhaldg.

       FD  PDD-TITULO.
       COPY pddtit.

       FD  ATIVO-MASTER.
       COPY ativo.

       FD  CONTAS-PAGAR.
       COPY cpagar.

       FD  RECUPERACAO-LEDGER.
       COPY recupldg.

       FD  RECUPERACAO-TRAB.
       COPY recupldg REPLACING
            ==RECUPERACAO-LEDGER-REC== BY ==RECUPERACAO-TRAB-REC==
            ==RV-DATA==         BY ==RTB-DATA==
            ==RV-DATA-VENDA==   BY ==RTB-DATA-VENDA==
            ==RV-SEQ==          BY ==RTB-SEQ==
            ==RV-PARCELA==      BY ==RTB-PARCELA==
            ==RV-CLIENTE==      BY ==RTB-CLIENTE==
            ==RV-VALOR==        BY ==RTB-VALOR==
            ==RV-ORIGEM==       BY ==RTB-ORIGEM==
            ==RV-DE-BAIXA==     BY ==RTB-DE-BAIXA==
            ==RV-DE-RETORNO==   BY ==RTB-DE-RETORNO==
            ==RV-EXECUCAO==     BY ==RTB-EXECUCAO==.

       FD  DATA-MOVIMENTO.
       COPY datamov.

       FD  REL-ESTORNO.
       01  REL-ESTORNO-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-EXECUCAO   PIC X(02) VALUE '00'.
       77 WRK-FS-VENDAS     PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS    PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS      PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB       PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-JORNAL     PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO     PIC X(02) VALUE '00'.
       77 WRK-FS-FATURA     PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER     PIC X(02) VALUE '00'.
       77 WRK-FS-PDD        PIC X(02) VALUE '00'.
       77 WRK-FS-ATIVO      PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR      PIC X(02) VALUE '00'.
       77 WRK-FS-RECUP      PIC X(02) VALUE '00'.
       77 WRK-FS-RECUP-TRAB PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.

       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO          VALUE 'S'.
       77 WRK-EOF-TRAB-SW   PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO         VALUE 'S'.
       77 WRK-FASE-SW       PIC X(01) VALUE 'L'.
         88 FASE-LEVANTAMENTO    VALUE 'L'.
         88 FASE-CONFERENCIA     VALUE 'C'.
       77 WRK-USUARIO-SW    PIC X(01) VALUE 'N'.
         88 USUARIO-ENCONTRADO   VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE        VALUE 'S'.
       77 WRK-AUTORIZADO-SW PIC X(01) VALUE 'N'.
         88 USUARIO-AUTORIZADO   VALUE 'S'.
       77 WRK-RODADA-SW     PIC X(01) VALUE 'N'.
         88 RODADA-ACHADA        VALUE 'S'.
       77 WRK-CONCLUIDA-SW  PIC X(01) VALUE 'N'.
         88 RODADA-CONCLUIDA     VALUE 'S'.
       77 WRK-EXCEDEU-SW    PIC X(01) VALUE 'N'.
         88 TABELA-EXCEDIDA      VALUE 'S'.
       77 WRK-CHAVE-SW      PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE         VALUE 'S'.
       77 WRK-CORR-ACHOU-SW PIC X(01) VALUE 'N'.
         88 CORRECAO-ACHADA      VALUE 'S'.
       77 WRK-USA-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 USA-CLIENTE          VALUE 'S'.
       77 WRK-USA-PRODUTO-SW PIC X(01) VALUE 'N'.
         88 USA-PRODUTO          VALUE 'S'.
       77 WRK-USA-USUARIO-SW PIC X(01) VALUE 'N'.
         88 USA-USUARIO          VALUE 'S'.
       77 WRK-USA-PEDIDO-SW PIC X(01) VALUE 'N'.
         88 USA-PEDIDO           VALUE 'S'.
       77 WRK-USA-FATURA-SW PIC X(01) VALUE 'N'.
         88 USA-FATURA           VALUE 'S'.
       77 WRK-USA-TITULO-SW PIC X(01) VALUE 'N'.
         88 USA-TITULO           VALUE 'S'.
       77 WRK-USA-LEDGER-SW PIC X(01) VALUE 'N'.
         88 USA-LEDGER           VALUE 'S'.
       77 WRK-USA-PDD-SW    PIC X(01) VALUE 'N'.
         88 USA-PDD              VALUE 'S'.
       77 WRK-USA-ATIVO-SW  PIC X(01) VALUE 'N'.
         88 USA-ATIVO            VALUE 'S'.
       77 WRK-USA-PAGAR-SW  PIC X(01) VALUE 'N'.
         88 USA-PAGAR            VALUE 'S'.

       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
         88 ALVO-CLIENTE         VALUE 'CLIEMST '.
         88 ALVO-PRODUTO         VALUE 'PRODMST '.
         88 ALVO-USUARIO         VALUE 'USUAMST '.
         88 ALVO-PEDIDO          VALUE 'PEDREG  '.
         88 ALVO-FATURA          VALUE 'FATURAS '.
         88 ALVO-TITULO          VALUE 'TITULOS '.
         88 ALVO-LEDGER          VALUE 'FOLHALDG'.
         88 ALVO-PDD             VALUE 'PDDTIT  '.
         88 ALVO-ATIVO           VALUE 'ATIVOMST'.
         88 ALVO-PAGAR           VALUE 'CPAGAR  '.
         88 ALVO-SUPORTADO       VALUE 'CLIEMST ' 'PRODMST '
                                       'USUAMST ' 'PEDREG  '
                                       'FATURAS ' 'TITULOS '
                                       'FOLHALDG' 'PDDTIT  '
                                       'ATIVOMST' 'CPAGAR  '.
       77 WRK-OPERACAO      PIC X(01) VALUE SPACES.
         88 OPER-INCLUSAO        VALUE 'I'.
         88 OPER-EXCLUSAO        VALUE 'E'.

       77 WRK-OPERADOR      PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR     PIC X(10) VALUE SPACES.
       77 WRK-USUARIO       PIC X(10) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(60) VALUE SPACES.
       77 WRK-EXECUCAO      PIC 9(08) VALUE ZEROS.
       77 WRK-EXECUCAO-ESTORNO PIC 9(08) VALUE ZEROS.
       77 WRK-PROGRAMA      PIC X(18) VALUE SPACES.
       77 WRK-DATA-RODADA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA          PIC 9(08) VALUE ZEROS.

       77 WRK-QT-VENDAS-ROD  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TITULOS-ROD PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANCELAR    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS-ROD PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOTAS-ROD   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CORRECOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JORNAL-ROD  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUP-ROD   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ITENS       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCECOES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RESTAURADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANCELADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIRADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUP-RETIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LINHAS-VENDA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LINHAS      PIC 9(07) VALUE ZEROS.
       77 WRK-IX             PIC 9(05) VALUE ZEROS.

       77 WRK-SOMA           PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ABERTO-ATUAL   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VENDA-ANTES    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VENDA-MOVTO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VENDA-DEPOIS   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TITULO-ANTES   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TITULO-MOVTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TITULO-DEPOIS  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LANCTO-ANTES   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LANCTO-MOVTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LANCTO-DEPOIS  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOTA-ANTES     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOTA-MOVTO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOTA-DEPOIS    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROVA-ANTES    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROVA-MOVTO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROVA-DEPOIS   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROVA-ESPERADO PIC S9(11)V99 VALUE ZEROS.

       77 WRK-IMAGEM-CHAVE  PIC X(150) VALUE SPACES.
       77 WRK-IMAGEM-ATUAL  PIC X(150) VALUE SPACES.
       77 WRK-IMAGEM-NOVA   PIC X(150) VALUE SPACES.

       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.

      *----------------------------------------------------------------
      * ITENS DA RODADA GUARDADOS NO LEVANTAMENTO PARA O ESTORNO
      *----------------------------------------------------------------
       01 TAB-VENDAS.
          05 TVD-ITEM OCCURS 1000 TIMES INDEXED BY IX-TVD.
             10 TVD-REGISTRO  PIC X(75).

       01 TAB-LANCTOS.
          05 TLC-ITEM OCCURS 2000 TIMES INDEXED BY IX-TLC.
             10 TLC-REGISTRO  PIC X(41).

       01 TAB-CORRECOES.
          05 TCO-ITEM OCCURS 200 TIMES INDEXED BY IX-TCO.
             10 TCO-MATRICULA     PIC 9(06).
             10 TCO-TERMO         PIC 9(02).
             10 TCO-DISCIPLINA    PIC 9(03).
             10 TCO-NOTA1-ANT     PIC 9(02).
             10 TCO-NOTA2-ANT     PIC 9(02).
             10 TCO-MEDIA-ANT     PIC 9(02)V99.
             10 TCO-SITUACAO-ANT  PIC X(15).
             10 TCO-NOTA1-NOVA    PIC 9(02).
             10 TCO-NOTA2-NOVA    PIC 9(02).
             10 TCO-MEDIA-NOVA    PIC 9(02)V99.
             10 TCO-SITUACAO-NOVA PIC X(15).
             10 TCO-APLICADA      PIC X(01).
               88 TCO-JA-APLICADA     VALUE 'S'.

       01 TAB-JORNAL.
          05 TJR-ITEM OCCURS 500 TIMES INDEXED BY IX-TJR.
             10 TJR-ARQUIVO   PIC X(08).
             10 TJR-OPERACAO  PIC X(01).
             10 TJR-ANTES     PIC X(150).
             10 TJR-DEPOIS    PIC X(150).

       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.

       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).

       COPY fstatus.
       COPY rpthdr.

       01  LINHA-TEXTO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LT-TEXTO        PIC X(78).

       01  LINHA-TITULOS-ITEM.
           05 FILLER          PIC X(11) VALUE '  ARQUIVO'.
           05 FILLER          PIC X(25) VALUE 'CHAVE / IMAGEM'.
           05 FILLER          PIC X(15) VALUE '          VALOR'.
           05 FILLER          PIC X(29) VALUE ' ACAO'.

       01  LINHA-ITEM.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LI-ARQUIVO      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LI-CHAVE        PIC X(24).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LI-VALOR        PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LI-ACAO         PIC X(29).

       01  LINHA-TITULOS-PROVA.
           05 FILLER          PIC X(21) VALUE ' TOTAL'.
           05 FILLER          PIC X(16) VALUE '           ANTES'.
           05 FILLER          PIC X(16) VALUE '         ESTORNO'.
           05 FILLER          PIC X(16) VALUE '          DEPOIS'.
           05 FILLER          PIC X(11) VALUE ' SITUACAO'.

       01  LINHA-PROVA.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-ROTULO       PIC X(20).
           05 LP-ANTES        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-MOVIMENTO    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-DEPOIS       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LP-SITUACAO     PIC X(11).

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-IDENTIFICAR-OPERADOR.
             IF NOT USUARIO-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A ESTORNAR RODADA '
                           'DE LOTE'
                   GOBACK
             END-IF.

             DISPLAY 'NUMERO DA RODADA A ESTORNAR: '
             ACCEPT WRK-EXECUCAO.
             PERFORM 0200-LOCALIZAR-RODADA.
             IF WRK-MOTIVO NOT = SPACES
                   DISPLAY 'ESTORNO RECUSADO: ' WRK-MOTIVO
                   GOBACK
             END-IF.
             PERFORM 0300-OBTER-DATA-MOVIMENTO.

             OPEN OUTPUT REL-ESTORNO.
             PERFORM 8000-CABECALHO.
             PERFORM 1000-LEVANTAR.
             PERFORM 0400-CONFERIR-ESTORNO.
             IF WRK-MOTIVO NOT = SPACES
                   PERFORM 8400-IMPRIMIR-RECUSA
                   CLOSE REL-ESTORNO
                   GOBACK
             END-IF.

             DISPLAY 'RODADA ' WRK-EXECUCAO ' DO ' WRK-PROGRAMA
                     ' EM ' WRK-DATA-RODADA.
             DISPLAY 'LINHAS DO VENDALDG......: ' WRK-QT-VENDAS-ROD.
             DISPLAY 'TITULOS A CANCELAR......: ' WRK-QT-CANCELAR.
             DISPLAY 'PARTIDAS DO LANCTOS.....: ' WRK-QT-LANCTOS-ROD.
             DISPLAY 'LINHAS DO NOTALDG.......: ' WRK-QT-NOTAS-ROD.
             DISPLAY 'CORRECOES DE NOTA.......: ' WRK-QT-CORRECOES.
             DISPLAY 'MUDANCAS NO JORNAL......: ' WRK-QT-JORNAL-ROD.
             DISPLAY 'LINHAS DO RECUPLDG......: ' WRK-QT-RECUP-ROD.
             DISPLAY 'LISTA COMPLETA NO RELESTEX'.

             PERFORM 0150-IDENTIFICAR-APROVADOR.
             IF WRK-MOTIVO NOT = SPACES
                   PERFORM 8400-IMPRIMIR-RECUSA
                   CLOSE REL-ESTORNO
                   GOBACK
             END-IF.

             DISPLAY 'CONFIRMA O ESTORNO DA RODADA (S/N)? '
             ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA NOT = 'S'
                   MOVE 'ESTORNO NAO CONFIRMADO' TO WRK-MOTIVO
                   PERFORM 8400-IMPRIMIR-RECUSA
                   CLOSE REL-ESTORNO
                   GOBACK
             END-IF.

             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 2000-DESFAZER-JORNAL.
             PERFORM 3000-ESTORNAR-VENDAS.
             PERFORM 4000-CANCELAR-TITULOS.
             PERFORM 5000-ESTORNAR-LANCTOS.
             PERFORM 6000-ESTORNAR-NOTAS.
             PERFORM 6700-ESTORNAR-RECUPERACOES.
             PERFORM 7000-PROVA-DE-TOTAIS.
             PERFORM 8650-FECHAR-EXECUCAO.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * OPERADOR E APROVADOR: ADMINISTRADOR OU SUPERVISOR, SENHA
      * CONFERIDA E CONTA NAO BLOQUEADA; O APROVADOR NAO PODE SER O
      * PROPRIO OPERADOR.
      *----------------------------------------------------------------
       0100-IDENTIFICAR-OPERADOR.
             DISPLAY 'USUARIO: '
             ACCEPT WRK-OPERADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA.

             MOVE WRK-OPERADOR TO WRK-USUARIO.
             PERFORM 0160-CONFERIR-USUARIO.

       0150-IDENTIFICAR-APROVADOR.
             DISPLAY 'USUARIO APROVADOR: '
             ACCEPT WRK-APROVADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA.

             IF WRK-APROVADOR = WRK-OPERADOR
                   MOVE 'APROVADOR IGUAL AO OPERADOR' TO WRK-MOTIVO
             ELSE
                   MOVE WRK-APROVADOR TO WRK-USUARIO
                   PERFORM 0160-CONFERIR-USUARIO
                   IF NOT USUARIO-AUTORIZADO
                         MOVE 'APROVADOR NAO AUTORIZADO' TO WRK-MOTIVO
                   END-IF
             END-IF.

       0160-CONFERIR-USUARIO.
             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-USUARIO-SW.
             MOVE WRK-USUARIO TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-USUARIO-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-USUARIO-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF USUARIO-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF USUARIO-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.
             MOVE SPACES TO WRK-SENHA.

      *----------------------------------------------------------------
      * A RODADA NO LEDGER LOTEEXEC
      *----------------------------------------------------------------
       0200-LOCALIZAR-RODADA.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE 'N' TO WRK-RODADA-SW.
             MOVE 'N' TO WRK-CONCLUIDA-SW.
             MOVE ZEROS TO WRK-EXECUCAO-ESTORNO.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT EXECUCAO-LOTE.
             MOVE WRK-FS-EXECUCAO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0210-LER-EVENTO
                   PERFORM 0220-EXAMINAR-EVENTO UNTIL FIM-ARQUIVO
                   CLOSE EXECUCAO-LOTE
             END-IF.

             EVALUATE TRUE
                   WHEN WRK-EXECUCAO = ZEROS
                   WHEN NOT RODADA-ACHADA
                         MOVE 'RODADA NAO ENCONTRADA NO LOTEEXEC'
                              TO WRK-MOTIVO
                   WHEN WRK-EXECUCAO-ESTORNO NOT = ZEROS
                         STRING 'RODADA JA ESTORNADA PELA RODADA '
                                WRK-EXECUCAO-ESTORNO
                                DELIMITED BY SIZE INTO WRK-MOTIVO
                   WHEN WRK-PROGRAMA = 'ESTORNA-EXECUCAO'
                         MOVE 'RODADA DE ESTORNO NAO E ESTORNAVEL'
                              TO WRK-MOTIVO
                   WHEN NOT RODADA-CONCLUIDA
                         DISPLAY 'RODADA SEM EVENTO DE CONCLUSAO, '
                                 'ESTORNA O QUE CHEGOU A GRAVAR'
             END-EVALUATE.

       0210-LER-EVENTO.
             READ EXECUCAO-LOTE
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       0220-EXAMINAR-EVENTO.
             IF EX-EXECUCAO = WRK-EXECUCAO
                   IF EX-ABERTA
                         MOVE 'S' TO WRK-RODADA-SW
                         MOVE EX-PROGRAMA TO WRK-PROGRAMA
                         MOVE EX-DATA TO WRK-DATA-RODADA
                   END-IF
                   IF EX-CONCLUIDA
                         MOVE 'S' TO WRK-CONCLUIDA-SW
                   END-IF
             END-IF.
             IF EX-ESTORNO AND EX-REFERENCIA = WRK-EXECUCAO
                   MOVE EX-EXECUCAO TO WRK-EXECUCAO-ESTORNO
             END-IF.
             PERFORM 0210-LER-EVENTO.

       0300-OBTER-DATA-MOVIMENTO.
             MOVE WRK-DATA-HOJE TO WRK-DATA-MOVIMENTO.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO
                   ELSE
                         DISPLAY 'DIA DE MOVIMENTO FECHADO OU SEM '
                                 'CONTROLE, USANDO A DATA DA MAQUINA'
                   END-IF
                   CLOSE DATA-MOVIMENTO
             ELSE
                   DISPLAY 'CONTROLE DATAMOV AUSENTE, USANDO A DATA '
                           'DA MAQUINA'
             END-IF.

      *----------------------------------------------------------------
      * RECUSAS DEPOIS DO LEVANTAMENTO: NADA A ESTORNAR, TABELA
      * EXCEDIDA, COMPETENCIA FECHADA NA DATA DOS CONTRA-LANCAMENTOS
      * OU FOLHA FECHADA NA DATA DA RODADA QUE MEXEU NO FOLHALDG
      *----------------------------------------------------------------
       0400-CONFERIR-ESTORNO.
             MOVE 'VENDAS' TO CP-SUBSISTEMA.
             MOVE WRK-DATA-MOVIMENTO TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             EVALUATE TRUE
                   WHEN WRK-QT-ITENS = ZEROS
                         MOVE 'NADA A ESTORNAR NESTA RODADA'
                              TO WRK-MOTIVO
                   WHEN TABELA-EXCEDIDA
                         MOVE 'RODADA EXCEDE AS TABELAS DO ESTORNO'
                              TO WRK-MOTIVO
                   WHEN CP-FECHADA
                        AND (WRK-QT-VENDAS-ROD > ZEROS
                             OR WRK-QT-TITULOS-ROD > ZEROS)
                         MOVE 'COMPETENCIA VENDAS FECHADA NO MOVIMENTO'
                              TO WRK-MOTIVO
             END-EVALUATE.
             IF WRK-MOTIVO = SPACES AND WRK-QT-LANCTOS-ROD > ZEROS
                   MOVE 'CONTAB' TO CP-SUBSISTEMA
                   CALL 'CTRL-COMPET' USING CP-PARM
                   IF CP-FECHADA
                         MOVE 'COMPETENCIA CONTAB FECHADA NO MOVIMENTO'
                              TO WRK-MOTIVO
                   END-IF
             END-IF.
             IF WRK-MOTIVO = SPACES AND USA-LEDGER
                   MOVE 'FOLHA' TO CP-SUBSISTEMA
                   MOVE WRK-DATA-RODADA TO CP-DATA
                   CALL 'CTRL-COMPET' USING CP-PARM
                   IF CP-FECHADA
                         MOVE 'COMPETENCIA FOLHA FECHADA NA RODADA'
                              TO WRK-MOTIVO
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * LEVANTAMENTO: TOTAIS DE ANTES E ITENS CARIMBADOS COM A RODADA
      *----------------------------------------------------------------
       1000-LEVANTAR.
             MOVE SPACES TO LT-TEXTO.
             STRING 'RODADA ' WRK-EXECUCAO ' - ' WRK-PROGRAMA
                    ' - DATA ' WRK-DATA-RODADA
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.
             MOVE SPACES TO LT-TEXTO.
             STRING 'OPERADOR ' WRK-OPERADOR
                    ' - DATA DO MOVIMENTO ' WRK-DATA-MOVIMENTO
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.
             IF NOT RODADA-CONCLUIDA
                   MOVE 'RODADA SEM EVENTO DE CONCLUSAO NO LOTEEXEC'
                        TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
             END-IF.
             MOVE SPACES TO REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA FROM LINHA-TITULOS-ITEM.
             ADD 2 TO WRK-LINHAS-PAGINA.

             SET FASE-LEVANTAMENTO TO TRUE.
             PERFORM 1100-LEVANTAR-VENDAS.
             MOVE WRK-SOMA TO WRK-VENDA-ANTES.
             PERFORM 1200-LEVANTAR-TITULOS.
             MOVE WRK-SOMA TO WRK-TITULO-ANTES.
             PERFORM 1300-LEVANTAR-LANCTOS.
             MOVE WRK-SOMA TO WRK-LANCTO-ANTES.
             PERFORM 1400-LEVANTAR-NOTAS.
             MOVE WRK-SOMA TO WRK-NOTA-ANTES.
             PERFORM 1450-LEVANTAR-AUDITORIA.
             PERFORM 1500-LEVANTAR-JORNAL.
             PERFORM 1600-LEVANTAR-RECUPERACOES.

             COMPUTE WRK-QT-ITENS = WRK-QT-VENDAS-ROD
                   + WRK-QT-TITULOS-ROD + WRK-QT-LANCTOS-ROD
                   + WRK-QT-NOTAS-ROD + WRK-QT-CORRECOES
                   + WRK-QT-JORNAL-ROD + WRK-QT-RECUP-ROD.

       1100-LEVANTAR-VENDAS.
             MOVE ZEROS TO WRK-SOMA.
             MOVE ZEROS TO WRK-QT-LINHAS-VENDA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT SALES-LEDGER.
             MOVE WRK-FS-VENDAS TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1110-LER-VENDA
                   PERFORM 1120-SOMAR-VENDA UNTIL FIM-ARQUIVO
                   CLOSE SALES-LEDGER
             END-IF.

       1110-LER-VENDA.
             READ SALES-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1120-SOMAR-VENDA.
             ADD 1 TO WRK-QT-LINHAS-VENDA.
             IF VL-E-ESTORNO
                   SUBTRACT VL-VALOR FROM WRK-SOMA
             ELSE
                   ADD VL-VALOR TO WRK-SOMA
             END-IF.
             IF FASE-LEVANTAMENTO AND VL-EXECUCAO = WRK-EXECUCAO
                   PERFORM 1130-GUARDAR-VENDA
             END-IF.
             PERFORM 1110-LER-VENDA.

       1130-GUARDAR-VENDA.
             IF WRK-QT-VENDAS-ROD < 1000
                   ADD 1 TO WRK-QT-VENDAS-ROD
                   MOVE VENDA-LEDGER-REC
                        TO TVD-REGISTRO(WRK-QT-VENDAS-ROD)
                   MOVE 'VENDALDG' TO LI-ARQUIVO
                   MOVE SPACES TO LI-CHAVE
                   STRING 'SEQ ' VL-SEQ ' ' VL-TIPO ' CLI ' VL-CLIENTE
                          DELIMITED BY SIZE INTO LI-CHAVE
                   MOVE VL-VALOR TO LI-VALOR
                   IF VL-E-ESTORNO
                         MOVE 'CONTRA-LANCAR COMO VENDA' TO LI-ACAO
                   ELSE
                         MOVE 'CONTRA-LANCAR COMO ESTORNO'
                              TO LI-ACAO
                   END-IF
                   PERFORM 8200-IMPRIMIR-ITEM
             ELSE
                   MOVE 'S' TO WRK-EXCEDEU-SW
             END-IF.

       1200-LEVANTAR-TITULOS.
             MOVE ZEROS TO WRK-SOMA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1210-LER-TITULO
                   PERFORM 1220-SOMAR-TITULO UNTIL FIM-ARQUIVO
                   CLOSE CONTAS-RECEBER
             END-IF.

       1210-LER-TITULO.
             READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1220-SOMAR-TITULO.
             IF TIT-ABERTO
                   ADD TIT-VALOR TO WRK-SOMA
             END-IF.
             IF FASE-LEVANTAMENTO AND TIT-EXECUCAO = WRK-EXECUCAO
                   PERFORM 1230-LISTAR-TITULO
             END-IF.
             PERFORM 1210-LER-TITULO.

       1230-LISTAR-TITULO.
             ADD 1 TO WRK-QT-TITULOS-ROD.
             MOVE 'TITULOS' TO LI-ARQUIVO.
             MOVE SPACES TO LI-CHAVE.
             STRING TIT-DATA-VENDA '-' TIT-SEQ '-' TIT-PARCELA ' '
                    TIT-STATUS DELIMITED BY SIZE INTO LI-CHAVE.
             MOVE TIT-VALOR TO LI-VALOR.
             EVALUATE TRUE
                   WHEN TIT-ABERTO
                         ADD 1 TO WRK-QT-CANCELAR
                         MOVE 'CANCELAR TITULO' TO LI-ACAO
                   WHEN TIT-CANCELADO
                         MOVE 'JA CANCELADO' TO LI-ACAO
                   WHEN OTHER
                         ADD 1 TO WRK-QT-EXCECOES
                         MOVE 'BAIXADO - ACERTO MANUAL' TO LI-ACAO
             END-EVALUATE.
             PERFORM 8200-IMPRIMIR-ITEM.

      *----------------------------------------------------------------
      * LANCTOS: TOTAL DE ANTES E DEPOIS E O SALDO DEBITO - CREDITO
      *----------------------------------------------------------------
       1300-LEVANTAR-LANCTOS.
             MOVE ZEROS TO WRK-SOMA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1310-LER-LANCTO
                   PERFORM 1320-SOMAR-LANCTO UNTIL FIM-ARQUIVO
                   CLOSE DIARIO-LANCTOS
             END-IF.

       1310-LER-LANCTO.
             READ DIARIO-LANCTOS
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1320-SOMAR-LANCTO.
             IF LC-NATUREZA = 'D'
                   ADD LC-VALOR TO WRK-SOMA
             ELSE
                   SUBTRACT LC-VALOR FROM WRK-SOMA
             END-IF.
             IF FASE-LEVANTAMENTO AND LC-EXECUCAO = WRK-EXECUCAO
                   PERFORM 1330-GUARDAR-LANCTO
             END-IF.
             PERFORM 1310-LER-LANCTO.

       1330-GUARDAR-LANCTO.
             IF WRK-QT-LANCTOS-ROD < 2000
                   ADD 1 TO WRK-QT-LANCTOS-ROD
                   MOVE DIARIO-LANCTOS-REC
                        TO TLC-REGISTRO(WRK-QT-LANCTOS-ROD)
                   MOVE 'LANCTOS' TO LI-ARQUIVO
                   MOVE SPACES TO LI-CHAVE
                   STRING LC-DATA ' ' LC-CONTA ' ' LC-NATUREZA ' '
                          LC-ORIGEM DELIMITED BY SIZE INTO LI-CHAVE
                   MOVE LC-VALOR TO LI-VALOR
                   MOVE 'CONTRA-PARTIDA' TO LI-ACAO
                   PERFORM 8200-IMPRIMIR-ITEM
             ELSE
                   MOVE 'S' TO WRK-EXCEDEU-SW
             END-IF.

       1400-LEVANTAR-NOTAS.
             MOVE ZEROS TO WRK-SOMA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT NOTA-LEDGER.
             MOVE WRK-FS-NOTAS TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1410-LER-NOTA
                   PERFORM 1420-CONTAR-NOTA UNTIL FIM-ARQUIVO
                   CLOSE NOTA-LEDGER
             END-IF.

       1410-LER-NOTA.
             READ NOTA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1420-CONTAR-NOTA.
             ADD 1 TO WRK-SOMA.
             IF FASE-LEVANTAMENTO AND NLG-EXECUCAO = WRK-EXECUCAO
                   ADD 1 TO WRK-QT-NOTAS-ROD
                   MOVE 'NOTALDG' TO LI-ARQUIVO
                   MOVE SPACES TO LI-CHAVE
                   STRING NLG-MATRICULA ' T' NLG-TERMO ' D'
                          NLG-DISCIPLINA ' ' NLG-TURMA
                          DELIMITED BY SIZE INTO LI-CHAVE
                   MOVE ZEROS TO LI-VALOR
                   MOVE 'RETIRAR LINHA DO LEDGER' TO LI-ACAO
                   PERFORM 8200-IMPRIMIR-ITEM
             END-IF.
             PERFORM 1410-LER-NOTA.

       1450-LEVANTAR-AUDITORIA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT NOTA-AUDIT.
             MOVE WRK-FS-NOTA-AUDIT TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1460-LER-AUDITORIA
                   PERFORM 1470-EXAMINAR-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE NOTA-AUDIT
             END-IF.

       1460-LER-AUDITORIA.
             READ NOTA-AUDIT
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1470-EXAMINAR-AUDITORIA.
             IF NAU-EXECUCAO = WRK-EXECUCAO
                   PERFORM 1480-GUARDAR-CORRECAO
             END-IF.
             PERFORM 1460-LER-AUDITORIA.

       1480-GUARDAR-CORRECAO.
             IF WRK-QT-CORRECOES < 200
                   ADD 1 TO WRK-QT-CORRECOES
                   SET IX-TCO TO WRK-QT-CORRECOES
                   MOVE NAU-MATRICULA     TO TCO-MATRICULA(IX-TCO)
                   MOVE NAU-TERMO         TO TCO-TERMO(IX-TCO)
                   MOVE NAU-DISCIPLINA    TO TCO-DISCIPLINA(IX-TCO)
                   MOVE NAU-NOTA1-ANT     TO TCO-NOTA1-ANT(IX-TCO)
                   MOVE NAU-NOTA2-ANT     TO TCO-NOTA2-ANT(IX-TCO)
                   MOVE NAU-MEDIA-ANT     TO TCO-MEDIA-ANT(IX-TCO)
                   MOVE NAU-SITUACAO-ANT  TO TCO-SITUACAO-ANT(IX-TCO)
                   MOVE NAU-NOTA1-NOVA    TO TCO-NOTA1-NOVA(IX-TCO)
                   MOVE NAU-NOTA2-NOVA    TO TCO-NOTA2-NOVA(IX-TCO)
                   MOVE NAU-MEDIA-NOVA    TO TCO-MEDIA-NOVA(IX-TCO)
                   MOVE NAU-SITUACAO-NOVA TO TCO-SITUACAO-NOVA(IX-TCO)
                   MOVE 'N'               TO TCO-APLICADA(IX-TCO)
                   MOVE 'NOTAAUD' TO LI-ARQUIVO
                   MOVE SPACES TO LI-CHAVE
                   STRING NAU-MATRICULA ' T' NAU-TERMO ' D'
                          NAU-DISCIPLINA DELIMITED BY SIZE
                          INTO LI-CHAVE
                   MOVE ZEROS TO LI-VALOR
                   MOVE 'VOLTAR NOTA ANTERIOR' TO LI-ACAO
                   PERFORM 8200-IMPRIMIR-ITEM
             ELSE
                   MOVE 'S' TO WRK-EXCEDEU-SW
             END-IF.

       1500-LEVANTAR-JORNAL.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT MUDANCA-JORNAL.
             MOVE WRK-FS-JORNAL TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1510-LER-JORNAL
                   PERFORM 1520-EXAMINAR-JORNAL UNTIL FIM-ARQUIVO
                   CLOSE MUDANCA-JORNAL
             END-IF.

       1510-LER-JORNAL.
             READ MUDANCA-JORNAL
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1520-EXAMINAR-JORNAL.
             IF JR-EXECUCAO = WRK-EXECUCAO
                   PERFORM 1530-GUARDAR-MUDANCA
             END-IF.
             PERFORM 1510-LER-JORNAL.

       1530-GUARDAR-MUDANCA.
             IF WRK-QT-JORNAL-ROD < 500
                   ADD 1 TO WRK-QT-JORNAL-ROD
                   SET IX-TJR TO WRK-QT-JORNAL-ROD
                   MOVE JR-ARQUIVO  TO TJR-ARQUIVO(IX-TJR)
                   MOVE JR-OPERACAO TO TJR-OPERACAO(IX-TJR)
                   MOVE JR-ANTES    TO TJR-ANTES(IX-TJR)
                   MOVE JR-DEPOIS   TO TJR-DEPOIS(IX-TJR)
                   MOVE JR-ARQUIVO TO WRK-ARQUIVO
                   MOVE JR-ARQUIVO TO LI-ARQUIVO
                   IF JR-EXCLUSAO
                         MOVE JR-ANTES TO LI-CHAVE
                   ELSE
                         MOVE JR-DEPOIS TO LI-CHAVE
                   END-IF
                   MOVE ZEROS TO LI-VALOR
                   EVALUATE TRUE
                         WHEN NOT ALVO-SUPORTADO
                               MOVE 'SEM RESTAURACAO - MANUAL'
                                    TO LI-ACAO
                         WHEN JR-INCLUSAO
                               MOVE 'EXCLUIR REGISTRO INCLUIDO'
                                    TO LI-ACAO
                         WHEN JR-EXCLUSAO
                               MOVE 'REINCLUIR REGISTRO' TO LI-ACAO
                         WHEN OTHER
                               MOVE 'VOLTAR IMAGEM ANTES' TO LI-ACAO
                   END-EVALUATE
                   PERFORM 8200-IMPRIMIR-ITEM
                   EVALUATE TRUE
                         WHEN ALVO-CLIENTE
                               MOVE 'S' TO WRK-USA-CLIENTE-SW
                         WHEN ALVO-PRODUTO
                               MOVE 'S' TO WRK-USA-PRODUTO-SW
                         WHEN ALVO-USUARIO
                               MOVE 'S' TO WRK-USA-USUARIO-SW
                         WHEN ALVO-PEDIDO
                               MOVE 'S' TO WRK-USA-PEDIDO-SW
                         WHEN ALVO-FATURA
                               MOVE 'S' TO WRK-USA-FATURA-SW
                         WHEN ALVO-TITULO
                               MOVE 'S' TO WRK-USA-TITULO-SW
                         WHEN ALVO-LEDGER
                               MOVE 'S' TO WRK-USA-LEDGER-SW
                         WHEN ALVO-PDD
                               MOVE 'S' TO WRK-USA-PDD-SW
                         WHEN ALVO-ATIVO
                               MOVE 'S' TO WRK-USA-ATIVO-SW
                         WHEN ALVO-PAGAR
                               MOVE 'S' TO WRK-USA-PAGAR-SW
                   END-EVALUATE
             ELSE
                   MOVE 'S' TO WRK-EXCEDEU-SW
             END-IF.

      *----------------------------------------------------------------
      * RECUPLDG: RECEBIMENTOS SOBRE TITULO BAIXADO COMO PERDA GRAVADOS
      * PELA RODADA (BAIXA-TITULO, COBRANCA-RETORNO). O TITULOS VOLTA
      * PELO JORNAL; A LINHA DO LEDGER TEM DE SAIR JUNTO, SENAO O
      * CONTAB-DIARIO LANCARIA A RECUPERACAO DE UM TITULO JA DEVOLVIDO.
      *----------------------------------------------------------------
       1600-LEVANTAR-RECUPERACOES.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT RECUPERACAO-LEDGER.
             MOVE WRK-FS-RECUP TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1610-LER-RECUPERACAO
                   PERFORM 1620-EXAMINAR-RECUPERACAO
                         UNTIL FIM-ARQUIVO
                   CLOSE RECUPERACAO-LEDGER
             END-IF.

       1610-LER-RECUPERACAO.
             READ RECUPERACAO-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       1620-EXAMINAR-RECUPERACAO.
             IF RV-EXECUCAO = WRK-EXECUCAO
                   ADD 1 TO WRK-QT-RECUP-ROD
                   MOVE 'RECUPLDG' TO LI-ARQUIVO
                   MOVE SPACES TO LI-CHAVE
                   STRING RV-DATA-VENDA '-' RV-SEQ '/' RV-PARCELA
                          ' ' RV-ORIGEM
                          DELIMITED BY SIZE INTO LI-CHAVE
                   MOVE RV-VALOR TO LI-VALOR
                   MOVE 'RETIRAR LINHA DO LEDGER' TO LI-ACAO
                   PERFORM 8200-IMPRIMIR-ITEM
             END-IF.
             PERFORM 1610-LER-RECUPERACAO.

      *----------------------------------------------------------------
      * MESTRES: AS MUDANCAS DA RODADA SAO DESFEITAS DA ULTIMA PARA A
      * PRIMEIRA, SO ONDE O REGISTRO AINDA ESTA COMO A RODADA DEIXOU.
      * CADA DEVOLUCAO VAI PARA O JORNAL COM A RODADA DO ESTORNO.
      *----------------------------------------------------------------
       2000-DESFAZER-JORNAL.
             IF WRK-QT-JORNAL-ROD > ZEROS
                   MOVE SPACES TO REL-ESTORNO-LINHA
                   WRITE REL-ESTORNO-LINHA
                   MOVE 'DEVOLUCAO DAS IMAGENS DO JORNAL MUDJRN'
                        TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
                   MOVE 'ESTORNA-EXECUCAO' TO JP-PROGRAMA
                   PERFORM 2010-ABRIR-MESTRES
                   MOVE WRK-QT-JORNAL-ROD TO WRK-IX
                   PERFORM 2100-DESFAZER-MUDANCA
                         UNTIL WRK-IX = ZEROS
                   PERFORM 2190-FECHAR-MESTRES
             END-IF.

       2010-ABRIR-MESTRES.
             IF USA-CLIENTE
                   OPEN I-O CLIENTE-MASTER
             END-IF.
             IF USA-PRODUTO
                   OPEN I-O PRODUTO-MASTER
             END-IF.
             IF USA-USUARIO
                   OPEN I-O USUARIO-MASTER
             END-IF.
             IF USA-PEDIDO
                   OPEN I-O PEDIDO-REGISTRO
             END-IF.
             IF USA-FATURA
                   OPEN I-O FATURA-MASTER
             END-IF.
             IF USA-TITULO
                   OPEN I-O CONTAS-RECEBER
             END-IF.
             IF USA-LEDGER
                   OPEN I-O FOLHA-LEDGER
             END-IF.
             IF USA-PDD
                   OPEN I-O PDD-TITULO
             END-IF.
             IF USA-ATIVO
                   OPEN I-O ATIVO-MASTER
             END-IF.
             IF USA-PAGAR
                   OPEN I-O CONTAS-PAGAR
             END-IF.

       2100-DESFAZER-MUDANCA.
             SET IX-TJR TO WRK-IX.
             MOVE TJR-ARQUIVO(IX-TJR)  TO WRK-ARQUIVO.
             MOVE TJR-OPERACAO(IX-TJR) TO WRK-OPERACAO.
             MOVE SPACES TO WRK-MOTIVO.
             IF OPER-EXCLUSAO
                   MOVE TJR-ANTES(IX-TJR) TO WRK-IMAGEM-CHAVE
             ELSE
                   MOVE TJR-DEPOIS(IX-TJR) TO WRK-IMAGEM-CHAVE
             END-IF.

             IF NOT ALVO-SUPORTADO
                   MOVE 'SEM RESTAURACAO - MANUAL' TO WRK-MOTIVO
             ELSE
                   PERFORM 2150-LER-ATUAL
                   EVALUATE TRUE
                         WHEN OPER-EXCLUSAO AND CHAVE-EXISTE
                               MOVE 'RECRIADO DEPOIS DA RODADA'
                                    TO WRK-MOTIVO
                         WHEN OPER-EXCLUSAO
                               MOVE TJR-ANTES(IX-TJR)
                                    TO WRK-IMAGEM-NOVA
                               PERFORM 2160-GRAVAR-IMAGEM
                               MOVE 'I'             TO JP-OPERACAO
                               MOVE SPACES          TO JP-ANTES
                               MOVE WRK-IMAGEM-NOVA TO JP-DEPOIS
                               PERFORM 2300-JORNALIZAR
                         WHEN NOT CHAVE-EXISTE
                               MOVE 'EXCLUIDO DEPOIS DA RODADA'
                                    TO WRK-MOTIVO
                         WHEN WRK-IMAGEM-ATUAL NOT = TJR-DEPOIS(IX-TJR)
                               MOVE 'ALTERADO DEPOIS DA RODADA'
                                    TO WRK-MOTIVO
                         WHEN OPER-INCLUSAO
                               PERFORM 2180-EXCLUIR-ATUAL
                               MOVE 'E'              TO JP-OPERACAO
                               MOVE WRK-IMAGEM-ATUAL TO JP-ANTES
                               MOVE SPACES           TO JP-DEPOIS
                               PERFORM 2300-JORNALIZAR
                         WHEN OTHER
                               MOVE TJR-ANTES(IX-TJR)
                                    TO WRK-IMAGEM-NOVA
                               PERFORM 2170-REGRAVAR-IMAGEM
                               MOVE 'A'              TO JP-OPERACAO
                               MOVE WRK-IMAGEM-ATUAL TO JP-ANTES
                               MOVE WRK-IMAGEM-NOVA  TO JP-DEPOIS
                               PERFORM 2300-JORNALIZAR
                   END-EVALUATE
             END-IF.

             MOVE WRK-ARQUIVO TO LI-ARQUIVO.
             MOVE WRK-IMAGEM-CHAVE TO LI-CHAVE.
             MOVE ZEROS TO LI-VALOR.
             IF WRK-MOTIVO = SPACES
                   ADD 1 TO WRK-QT-RESTAURADAS
                   MOVE 'RESTAURADO' TO LI-ACAO
             ELSE
                   ADD 1 TO WRK-QT-EXCECOES
                   MOVE WRK-MOTIVO TO LI-ACAO
             END-IF.
             PERFORM 8200-IMPRIMIR-ITEM.
             SUBTRACT 1 FROM WRK-IX.

       2150-LER-ATUAL.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE SPACES TO WRK-IMAGEM-ATUAL.
             MOVE ZEROS TO WRK-ABERTO-ATUAL.
             EVALUATE TRUE
                   WHEN ALVO-CLIENTE
                         MOVE WRK-IMAGEM-CHAVE TO CLIENTE-MASTER-REC
                         READ CLIENTE-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE CLIENTE-MASTER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-PRODUTO
                         MOVE WRK-IMAGEM-CHAVE TO PRODUTO-MASTER-REC
                         READ PRODUTO-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE PRODUTO-MASTER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-USUARIO
                         MOVE WRK-IMAGEM-CHAVE TO USUARIO-MASTER-REC
                         READ USUARIO-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE USUARIO-MASTER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-PEDIDO
                         MOVE WRK-IMAGEM-CHAVE TO PEDIDO-REGISTRO-REC
                         READ PEDIDO-REGISTRO
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE PEDIDO-REGISTRO-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-FATURA
                         MOVE WRK-IMAGEM-CHAVE TO FATURA-MASTER-REC
                         READ FATURA-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE FATURA-MASTER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-TITULO
                         MOVE WRK-IMAGEM-CHAVE TO TITULO-REC
                         READ CONTAS-RECEBER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE TITULO-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                         IF CHAVE-EXISTE AND TIT-ABERTO
                               MOVE TIT-VALOR TO WRK-ABERTO-ATUAL
                         END-IF
                   WHEN ALVO-LEDGER
                         MOVE WRK-IMAGEM-CHAVE TO FOLHA-LEDGER-REC
                         READ FOLHA-LEDGER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE FOLHA-LEDGER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-PDD
                         MOVE WRK-IMAGEM-CHAVE TO PDD-TITULO-REC
                         READ PDD-TITULO
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE PDD-TITULO-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-ATIVO
                         MOVE WRK-IMAGEM-CHAVE TO ATIVO-MASTER-REC
                         READ ATIVO-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE ATIVO-MASTER-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
                   WHEN ALVO-PAGAR
                         MOVE WRK-IMAGEM-CHAVE TO PAGAR-REC
                         READ CONTAS-PAGAR
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                     MOVE 'S' TO WRK-CHAVE-SW
                                     MOVE PAGAR-REC
                                          TO WRK-IMAGEM-ATUAL
                         END-READ
             END-EVALUATE.

       2160-GRAVAR-IMAGEM.
             EVALUATE TRUE
                   WHEN ALVO-CLIENTE
                         MOVE WRK-IMAGEM-NOVA TO CLIENTE-MASTER-REC
                         WRITE CLIENTE-MASTER-REC
                   WHEN ALVO-PRODUTO
                         MOVE WRK-IMAGEM-NOVA TO PRODUTO-MASTER-REC
                         WRITE PRODUTO-MASTER-REC
                   WHEN ALVO-USUARIO
                         MOVE WRK-IMAGEM-NOVA TO USUARIO-MASTER-REC
                         WRITE USUARIO-MASTER-REC
                   WHEN ALVO-PEDIDO
                         MOVE WRK-IMAGEM-NOVA TO PEDIDO-REGISTRO-REC
                         WRITE PEDIDO-REGISTRO-REC
                   WHEN ALVO-FATURA
                         MOVE WRK-IMAGEM-NOVA TO FATURA-MASTER-REC
                         WRITE FATURA-MASTER-REC
                   WHEN ALVO-TITULO
                         MOVE WRK-IMAGEM-NOVA TO TITULO-REC
                         WRITE TITULO-REC
                         IF TIT-ABERTO
                               ADD TIT-VALOR TO WRK-TITULO-MOVTO
                         END-IF
                   WHEN ALVO-LEDGER
                         MOVE WRK-IMAGEM-NOVA TO FOLHA-LEDGER-REC
                         WRITE FOLHA-LEDGER-REC
                   WHEN ALVO-PDD
                         MOVE WRK-IMAGEM-NOVA TO PDD-TITULO-REC
                         WRITE PDD-TITULO-REC
                   WHEN ALVO-ATIVO
                         MOVE WRK-IMAGEM-NOVA TO ATIVO-MASTER-REC
                         WRITE ATIVO-MASTER-REC
                   WHEN ALVO-PAGAR
                         MOVE WRK-IMAGEM-NOVA TO PAGAR-REC
                         WRITE PAGAR-REC
             END-EVALUATE.

       2170-REGRAVAR-IMAGEM.
             EVALUATE TRUE
                   WHEN ALVO-CLIENTE
                         MOVE WRK-IMAGEM-NOVA TO CLIENTE-MASTER-REC
                         REWRITE CLIENTE-MASTER-REC
                   WHEN ALVO-PRODUTO
                         MOVE WRK-IMAGEM-NOVA TO PRODUTO-MASTER-REC
                         REWRITE PRODUTO-MASTER-REC
                   WHEN ALVO-USUARIO
                         MOVE WRK-IMAGEM-NOVA TO USUARIO-MASTER-REC
                         REWRITE USUARIO-MASTER-REC
                   WHEN ALVO-PEDIDO
                         MOVE WRK-IMAGEM-NOVA TO PEDIDO-REGISTRO-REC
                         REWRITE PEDIDO-REGISTRO-REC
                   WHEN ALVO-FATURA
                         MOVE WRK-IMAGEM-NOVA TO FATURA-MASTER-REC
                         REWRITE FATURA-MASTER-REC
                   WHEN ALVO-TITULO
                         MOVE WRK-IMAGEM-NOVA TO TITULO-REC
                         REWRITE TITULO-REC
                         SUBTRACT WRK-ABERTO-ATUAL
                              FROM WRK-TITULO-MOVTO
                         IF TIT-ABERTO
                               ADD TIT-VALOR TO WRK-TITULO-MOVTO
                         END-IF
                   WHEN ALVO-LEDGER
                         MOVE WRK-IMAGEM-NOVA TO FOLHA-LEDGER-REC
                         REWRITE FOLHA-LEDGER-REC
                   WHEN ALVO-PDD
                         MOVE WRK-IMAGEM-NOVA TO PDD-TITULO-REC
                         REWRITE PDD-TITULO-REC
                   WHEN ALVO-ATIVO
                         MOVE WRK-IMAGEM-NOVA TO ATIVO-MASTER-REC
                         REWRITE ATIVO-MASTER-REC
                   WHEN ALVO-PAGAR
                         MOVE WRK-IMAGEM-NOVA TO PAGAR-REC
                         REWRITE PAGAR-REC
             END-EVALUATE.

       2180-EXCLUIR-ATUAL.
             EVALUATE TRUE
                   WHEN ALVO-CLIENTE
                         DELETE CLIENTE-MASTER
                   WHEN ALVO-PRODUTO
                         DELETE PRODUTO-MASTER
                   WHEN ALVO-USUARIO
                         DELETE USUARIO-MASTER
                   WHEN ALVO-PEDIDO
                         DELETE PEDIDO-REGISTRO
                   WHEN ALVO-FATURA
                         DELETE FATURA-MASTER
                   WHEN ALVO-TITULO
                         DELETE CONTAS-RECEBER
                         SUBTRACT WRK-ABERTO-ATUAL
                              FROM WRK-TITULO-MOVTO
                   WHEN ALVO-LEDGER
                         DELETE FOLHA-LEDGER
                   WHEN ALVO-PDD
                         DELETE PDD-TITULO
                   WHEN ALVO-ATIVO
                         DELETE ATIVO-MASTER
                   WHEN ALVO-PAGAR
                         DELETE CONTAS-PAGAR
             END-EVALUATE.

       2190-FECHAR-MESTRES.
             IF USA-CLIENTE
                   CLOSE CLIENTE-MASTER
             END-IF.
             IF USA-PRODUTO
                   CLOSE PRODUTO-MASTER
             END-IF.
             IF USA-USUARIO
                   CLOSE USUARIO-MASTER
             END-IF.
             IF USA-PEDIDO
                   CLOSE PEDIDO-REGISTRO
             END-IF.
             IF USA-FATURA
                   CLOSE FATURA-MASTER
             END-IF.
             IF USA-TITULO
                   CLOSE CONTAS-RECEBER
             END-IF.
             IF USA-LEDGER
                   CLOSE FOLHA-LEDGER
             END-IF.
             IF USA-PDD
                   CLOSE PDD-TITULO
             END-IF.
             IF USA-ATIVO
                   CLOSE ATIVO-MASTER
             END-IF.
             IF USA-PAGAR
                   CLOSE CONTAS-PAGAR
             END-IF.

       2300-JORNALIZAR.
             MOVE WRK-ARQUIVO TO JP-ARQUIVO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

      *----------------------------------------------------------------
      * VENDALDG: CADA LINHA DA RODADA GANHA A CONTRA-LINHA DE TIPO
      * OPOSTO, APONTANDO PARA ELA EM VL-SEQ-REF, NA DATA DO MOVIMENTO
      *----------------------------------------------------------------
       3000-ESTORNAR-VENDAS.
             IF WRK-QT-VENDAS-ROD > ZEROS
                   OPEN EXTEND SALES-LEDGER
                   ACCEPT WRK-HORA FROM TIME
                   SET IX-TVD TO 1
                   PERFORM 3100-GRAVAR-CONTRA-VENDA
                         UNTIL IX-TVD > WRK-QT-VENDAS-ROD
                   CLOSE SALES-LEDGER
             END-IF.

       3100-GRAVAR-CONTRA-VENDA.
             MOVE TVD-REGISTRO(IX-TVD) TO VENDA-LEDGER-REC.
             MOVE VL-SEQ TO VL-SEQ-REF.
             IF VL-E-ESTORNO
                   MOVE 'V' TO VL-TIPO
                   ADD VL-VALOR TO WRK-VENDA-MOVTO
             ELSE
                   MOVE 'E' TO VL-TIPO
                   SUBTRACT VL-VALOR FROM WRK-VENDA-MOVTO
             END-IF.
             ADD 1 TO WRK-QT-LINHAS-VENDA.
             MOVE WRK-QT-LINHAS-VENDA TO VL-SEQ.
             MOVE WRK-DATA-MOVIMENTO TO VL-DATA.
             MOVE WRK-HORA TO VL-HORA.
             MOVE EL-EXECUCAO TO VL-EXECUCAO.
             WRITE VENDA-LEDGER-REC.
             SET IX-TVD UP BY 1.

      *----------------------------------------------------------------
      * TITULOS GERADOS PELA RODADA E AINDA EM ABERTO SAO CANCELADOS;
      * PAGO OU BAIXADO FICA COMO EXCECAO (LISTADO NO LEVANTAMENTO)
      *----------------------------------------------------------------
       4000-CANCELAR-TITULOS.
             IF WRK-QT-TITULOS-ROD > ZEROS
                   MOVE 'TITULOS' TO WRK-ARQUIVO
                   MOVE 'ESTORNA-EXECUCAO' TO JP-PROGRAMA
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O CONTAS-RECEBER
                   PERFORM 1210-LER-TITULO
                   PERFORM 4100-CANCELAR-TITULO UNTIL FIM-ARQUIVO
                   CLOSE CONTAS-RECEBER
             END-IF.

       4100-CANCELAR-TITULO.
             IF TIT-EXECUCAO = WRK-EXECUCAO AND TIT-ABERTO
                   MOVE 'A' TO JP-OPERACAO
                   MOVE TITULO-REC TO JP-ANTES
                   MOVE 'C' TO TIT-STATUS
                   MOVE WRK-DATA-MOVIMENTO TO TIT-DATA-PAGTO
                   REWRITE TITULO-REC
                   MOVE TITULO-REC TO JP-DEPOIS
                   PERFORM 2300-JORNALIZAR
                   SUBTRACT TIT-VALOR FROM WRK-TITULO-MOVTO
                   ADD 1 TO WRK-QT-CANCELADOS
             END-IF.
             PERFORM 1210-LER-TITULO.

      *----------------------------------------------------------------
      * LANCTOS: CONTRA-PARTIDA DE NATUREZA INVERSA, ORIGEM 'ESTORNO'
      *----------------------------------------------------------------
       5000-ESTORNAR-LANCTOS.
             IF WRK-QT-LANCTOS-ROD > ZEROS
                   OPEN EXTEND DIARIO-LANCTOS
                   SET IX-TLC TO 1
                   PERFORM 5100-GRAVAR-CONTRA-LANCTO
                         UNTIL IX-TLC > WRK-QT-LANCTOS-ROD
                   CLOSE DIARIO-LANCTOS
             END-IF.

       5100-GRAVAR-CONTRA-LANCTO.
             MOVE TLC-REGISTRO(IX-TLC) TO DIARIO-LANCTOS-REC.
             IF LC-NATUREZA = 'D'
                   MOVE 'C' TO LC-NATUREZA
                   SUBTRACT LC-VALOR FROM WRK-LANCTO-MOVTO
             ELSE
                   MOVE 'D' TO LC-NATUREZA
                   ADD LC-VALOR TO WRK-LANCTO-MOVTO
             END-IF.
             MOVE WRK-DATA-MOVIMENTO TO LC-DATA.
             MOVE 'ESTORNO' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             SET IX-TLC UP BY 1.

      *----------------------------------------------------------------
      * NOTALDG REGRAVADO PELO ARQUIVO DE TRABALHO, COMO NAS CORRECOES
      * DO LOTE-NOTAS: LINHA DA RODADA SAI DO LEDGER E LINHA CORRIGIDA
      * PELA RODADA VOLTA AS NOTAS ANTERIORES, AMBAS COM NOTAAUD.
      *----------------------------------------------------------------
       6000-ESTORNAR-NOTAS.
             IF WRK-QT-NOTAS-ROD > ZEROS OR WRK-QT-CORRECOES > ZEROS
                   OPEN EXTEND NOTA-AUDIT
                   MOVE WRK-FS-NOTA-AUDIT TO WRK-FS-ULTIMO
                   IF FS-ARQ-OPCIONAL-AUSENTE
                         CLOSE NOTA-AUDIT
                         OPEN OUTPUT NOTA-AUDIT
                   END-IF

                   MOVE 'N' TO WRK-EOF-SW
                   OPEN INPUT NOTA-LEDGER
                   OPEN OUTPUT NOTA-TRAB
                   PERFORM 1410-LER-NOTA
                   PERFORM 6200-COPIAR-ESTORNANDO UNTIL FIM-ARQUIVO
                   CLOSE NOTA-LEDGER
                   CLOSE NOTA-TRAB

                   MOVE 'N' TO WRK-EOF-TRAB-SW
                   OPEN INPUT NOTA-TRAB
                   OPEN OUTPUT NOTA-LEDGER
                   PERFORM 6500-LER-TRABALHO
                   PERFORM 6600-COPIAR-DE-VOLTA UNTIL FIM-TRABALHO
                   CLOSE NOTA-TRAB
                   CLOSE NOTA-LEDGER
                   CLOSE NOTA-AUDIT
             END-IF.

       6200-COPIAR-ESTORNANDO.
             IF NLG-EXECUCAO = WRK-EXECUCAO
                   PERFORM 6400-AUDITAR-RETIRADA
                   SUBTRACT 1 FROM WRK-NOTA-MOVTO
                   ADD 1 TO WRK-QT-RETIRADAS
             ELSE
                   PERFORM 6300-LOCALIZAR-CORRECAO
                   IF CORRECAO-ACHADA
                         PERFORM 6450-AUDITAR-DEVOLUCAO
                         MOVE TCO-NOTA1-ANT(IX-TCO)    TO NLG-NOTA1
                         MOVE TCO-NOTA2-ANT(IX-TCO)    TO NLG-NOTA2
                         MOVE TCO-MEDIA-ANT(IX-TCO)    TO NLG-MEDIA
                         MOVE TCO-SITUACAO-ANT(IX-TCO) TO NLG-SITUACAO
                         MOVE WRK-DATA-MOVIMENTO TO NLG-DATA
                         MOVE 'S' TO TCO-APLICADA(IX-TCO)
                         ADD 1 TO WRK-QT-DEVOLVIDAS
                   END-IF
                   MOVE NOTA-LEDGER-REC TO NOTA-TRAB-REC
                   WRITE NOTA-TRAB-REC
             END-IF.
             PERFORM 1410-LER-NOTA.

       6300-LOCALIZAR-CORRECAO.
             MOVE 'N' TO WRK-CORR-ACHOU-SW.
             SET IX-TCO TO 1.
             PERFORM 6310-COMPARAR-CORRECAO
                   UNTIL IX-TCO > WRK-QT-CORRECOES
                         OR CORRECAO-ACHADA.

       6310-COMPARAR-CORRECAO.
             IF NOT TCO-JA-APLICADA(IX-TCO)
                   AND TCO-MATRICULA(IX-TCO)     = NLG-MATRICULA
                   AND TCO-TERMO(IX-TCO)         = NLG-TERMO
                   AND TCO-DISCIPLINA(IX-TCO)    = NLG-DISCIPLINA
                   AND TCO-NOTA1-NOVA(IX-TCO)    = NLG-NOTA1
                   AND TCO-NOTA2-NOVA(IX-TCO)    = NLG-NOTA2
                   AND TCO-SITUACAO-NOVA(IX-TCO) = NLG-SITUACAO
                   MOVE 'S' TO WRK-CORR-ACHOU-SW
             ELSE
                   SET IX-TCO UP BY 1
             END-IF.

       6400-AUDITAR-RETIRADA.
             MOVE NLG-MATRICULA  TO NAU-MATRICULA.
             MOVE NLG-TERMO      TO NAU-TERMO.
             MOVE NLG-DISCIPLINA TO NAU-DISCIPLINA.
             MOVE NLG-NOTA1      TO NAU-NOTA1-ANT.
             MOVE NLG-NOTA2      TO NAU-NOTA2-ANT.
             MOVE NLG-MEDIA      TO NAU-MEDIA-ANT.
             MOVE NLG-SITUACAO   TO NAU-SITUACAO-ANT.
             MOVE ZEROS          TO NAU-NOTA1-NOVA.
             MOVE ZEROS          TO NAU-NOTA2-NOVA.
             MOVE ZEROS          TO NAU-MEDIA-NOVA.
             MOVE 'ESTORNADO'    TO NAU-SITUACAO-NOVA.
             PERFORM 6490-GRAVAR-AUDITORIA.

       6450-AUDITAR-DEVOLUCAO.
             MOVE NLG-MATRICULA  TO NAU-MATRICULA.
             MOVE NLG-TERMO      TO NAU-TERMO.
             MOVE NLG-DISCIPLINA TO NAU-DISCIPLINA.
             MOVE NLG-NOTA1      TO NAU-NOTA1-ANT.
             MOVE NLG-NOTA2      TO NAU-NOTA2-ANT.
             MOVE NLG-MEDIA      TO NAU-MEDIA-ANT.
             MOVE NLG-SITUACAO   TO NAU-SITUACAO-ANT.
             MOVE TCO-NOTA1-ANT(IX-TCO)    TO NAU-NOTA1-NOVA.
             MOVE TCO-NOTA2-ANT(IX-TCO)    TO NAU-NOTA2-NOVA.
             MOVE TCO-MEDIA-ANT(IX-TCO)    TO NAU-MEDIA-NOVA.
             MOVE TCO-SITUACAO-ANT(IX-TCO) TO NAU-SITUACAO-NOVA.
             PERFORM 6490-GRAVAR-AUDITORIA.

       6490-GRAVAR-AUDITORIA.
             MOVE WRK-OPERADOR       TO NAU-OPERADOR.
             MOVE WRK-DATA-MOVIMENTO TO NAU-DATA.
             MOVE EL-EXECUCAO        TO NAU-EXECUCAO.
             WRITE NOTA-AUDIT-REC.

       6500-LER-TRABALHO.
             READ NOTA-TRAB
                   AT END MOVE 'S' TO WRK-EOF-TRAB-SW
             END-READ.

       6600-COPIAR-DE-VOLTA.
             MOVE NOTA-TRAB-REC TO NOTA-LEDGER-REC.
             WRITE NOTA-LEDGER-REC.
             PERFORM 6500-LER-TRABALHO.

      *----------------------------------------------------------------
      * RECUPLDG REGRAVADO PELO ARQUIVO DE TRABALHO SEM AS LINHAS DA
      * RODADA, DO MESMO JEITO QUE O NOTALDG
      *----------------------------------------------------------------
       6700-ESTORNAR-RECUPERACOES.
             IF WRK-QT-RECUP-ROD > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN INPUT RECUPERACAO-LEDGER
                   OPEN OUTPUT RECUPERACAO-TRAB
                   PERFORM 1610-LER-RECUPERACAO
                   PERFORM 6710-COPIAR-RETIRANDO UNTIL FIM-ARQUIVO
                   CLOSE RECUPERACAO-LEDGER
                   CLOSE RECUPERACAO-TRAB

                   MOVE 'N' TO WRK-EOF-TRAB-SW
                   OPEN INPUT RECUPERACAO-TRAB
                   OPEN OUTPUT RECUPERACAO-LEDGER
                   PERFORM 6720-LER-RECUP-TRAB
                   PERFORM 6730-DEVOLVER-RECUPERACAO
                         UNTIL FIM-TRABALHO
                   CLOSE RECUPERACAO-TRAB
                   CLOSE RECUPERACAO-LEDGER
             END-IF.

       6710-COPIAR-RETIRANDO.
             IF RV-EXECUCAO = WRK-EXECUCAO
                   ADD 1 TO WRK-QT-RECUP-RETIRADAS
             ELSE
                   MOVE RECUPERACAO-LEDGER-REC TO RECUPERACAO-TRAB-REC
                   WRITE RECUPERACAO-TRAB-REC
             END-IF.
             PERFORM 1610-LER-RECUPERACAO.

       6720-LER-RECUP-TRAB.
             READ RECUPERACAO-TRAB
                   AT END MOVE 'S' TO WRK-EOF-TRAB-SW
             END-READ.

       6730-DEVOLVER-RECUPERACAO.
             MOVE RECUPERACAO-TRAB-REC TO RECUPERACAO-LEDGER-REC.
             WRITE RECUPERACAO-LEDGER-REC.
             PERFORM 6720-LER-RECUP-TRAB.

      *----------------------------------------------------------------
      * PROVA: TOTAL DE ANTES + MOVIMENTO DO ESTORNO = TOTAL DE DEPOIS,
      * RELENDO OS ARQUIVOS DEPOIS DO ESTORNO
      *----------------------------------------------------------------
       7000-PROVA-DE-TOTAIS.
             SET FASE-CONFERENCIA TO TRUE.
             PERFORM 1100-LEVANTAR-VENDAS.
             MOVE WRK-SOMA TO WRK-VENDA-DEPOIS.
             PERFORM 1200-LEVANTAR-TITULOS.
             MOVE WRK-SOMA TO WRK-TITULO-DEPOIS.
             PERFORM 1300-LEVANTAR-LANCTOS.
             MOVE WRK-SOMA TO WRK-LANCTO-DEPOIS.
             PERFORM 1400-LEVANTAR-NOTAS.
             MOVE WRK-SOMA TO WRK-NOTA-DEPOIS.

             PERFORM 8100-CONTROLAR-PAGINA.
             MOVE SPACES TO REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA.
             MOVE 'PROVA DE TOTAIS' TO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.
             WRITE REL-ESTORNO-LINHA FROM LINHA-TITULOS-PROVA.
             ADD 2 TO WRK-LINHAS-PAGINA.

             MOVE 'VENDAS LIQUIDAS' TO LP-ROTULO.
             MOVE WRK-VENDA-ANTES  TO WRK-PROVA-ANTES.
             MOVE WRK-VENDA-MOVTO  TO WRK-PROVA-MOVTO.
             MOVE WRK-VENDA-DEPOIS TO WRK-PROVA-DEPOIS.
             PERFORM 7100-LINHA-PROVA.

             MOVE 'TITULOS EM ABERTO' TO LP-ROTULO.
             MOVE WRK-TITULO-ANTES  TO WRK-PROVA-ANTES.
             MOVE WRK-TITULO-MOVTO  TO WRK-PROVA-MOVTO.
             MOVE WRK-TITULO-DEPOIS TO WRK-PROVA-DEPOIS.
             PERFORM 7100-LINHA-PROVA.

             MOVE 'LANCTOS DEBITO-CRED' TO LP-ROTULO.
             MOVE WRK-LANCTO-ANTES  TO WRK-PROVA-ANTES.
             MOVE WRK-LANCTO-MOVTO  TO WRK-PROVA-MOVTO.
             MOVE WRK-LANCTO-DEPOIS TO WRK-PROVA-DEPOIS.
             PERFORM 7100-LINHA-PROVA.

             MOVE 'LINHAS DO NOTALDG' TO LP-ROTULO.
             MOVE WRK-NOTA-ANTES  TO WRK-PROVA-ANTES.
             MOVE WRK-NOTA-MOVTO  TO WRK-PROVA-MOVTO.
             MOVE WRK-NOTA-DEPOIS TO WRK-PROVA-DEPOIS.
             PERFORM 7100-LINHA-PROVA.

             MOVE SPACES TO REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA.
             MOVE SPACES TO LT-TEXTO.
             STRING 'RODADA DO ESTORNO ' EL-EXECUCAO
                    ' - APROVADOR ' WRK-APROVADOR
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.
             MOVE SPACES TO LT-TEXTO.
             STRING 'RESTAURADOS ' WRK-QT-RESTAURADAS
                    ' CANCELADOS ' WRK-QT-CANCELADOS
                    ' RETIRADAS ' WRK-QT-RETIRADAS
                    ' NOTAS DEVOLVIDAS ' WRK-QT-DEVOLVIDAS
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.
             MOVE SPACES TO LT-TEXTO.
             STRING 'EXCECOES PARA ACERTO MANUAL: ' WRK-QT-EXCECOES
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.

       7100-LINHA-PROVA.
             COMPUTE WRK-PROVA-ESPERADO =
                   WRK-PROVA-ANTES + WRK-PROVA-MOVTO.
             MOVE WRK-PROVA-ANTES  TO LP-ANTES.
             MOVE WRK-PROVA-MOVTO  TO LP-MOVIMENTO.
             MOVE WRK-PROVA-DEPOIS TO LP-DEPOIS.
             IF WRK-PROVA-ESPERADO = WRK-PROVA-DEPOIS
                   MOVE 'CONFERE' TO LP-SITUACAO
             ELSE
                   MOVE 'DIVERGE' TO LP-SITUACAO
             END-IF.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-ESTORNO-LINHA FROM LINHA-PROVA.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'ESTORNO DE RODADA DE LOTE' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-ESTORNO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ESTORNO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       8200-IMPRIMIR-ITEM.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-ESTORNO-LINHA FROM LINHA-ITEM.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8300-IMPRIMIR-TEXTO.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-ESTORNO-LINHA FROM LINHA-TEXTO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8400-IMPRIMIR-RECUSA.
             DISPLAY 'ESTORNO RECUSADO: ' WRK-MOTIVO.
             MOVE SPACES TO REL-ESTORNO-LINHA.
             WRITE REL-ESTORNO-LINHA.
             MOVE SPACES TO LT-TEXTO.
             STRING 'ESTORNO NAO EFETUADO: ' WRK-MOTIVO
                    DELIMITED BY SIZE INTO LT-TEXTO.
             PERFORM 8300-IMPRIMIR-TEXTO.

      *----------------------------------------------------------------
      * O ESTORNO E UMA RODADA: A ABERTURA NUMERA OS CONTRA-LANCAMENTOS
      * E O JORNAL; O FECHAMENTO GRAVA O EVENTO 'R' COM A RODADA
      * ESTORNADA, O OPERADOR E O APROVADOR.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'ESTORNA-EXECUCAO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE WRK-OPERADOR TO EL-USUARIO.
             MOVE WRK-APROVADOR TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DO ESTORNO.......: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'R' TO EL-OPERACAO.
             MOVE WRK-EXECUCAO TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       9000-ENCERRAR.
             CLOSE REL-ESTORNO.
             DISPLAY 'ESTORNO DA RODADA ' WRK-EXECUCAO ' CONCLUIDO'.
             DISPLAY 'IMAGENS RESTAURADAS.....: ' WRK-QT-RESTAURADAS.
             DISPLAY 'TITULOS CANCELADOS......: ' WRK-QT-CANCELADOS.
             DISPLAY 'LINHAS DE NOTA RETIRADAS: ' WRK-QT-RETIRADAS.
             DISPLAY 'NOTAS DEVOLVIDAS........: ' WRK-QT-DEVOLVIDAS.
             DISPLAY 'RECUPERACOES RETIRADAS..: '
                     WRK-QT-RECUP-RETIRADAS.
             DISPLAY 'EXCECOES (VER RELESTEX).: ' WRK-QT-EXCECOES.

       END PROGRAM ESTORNA-EXECUCAO.
