      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: INFORME DE RENDIMENTOS ANUAL - O OPERADOR INFORMA O
      *          ANO-CALENDARIO E O PROGRAMA MONTA, PARA CADA
      *          MATRICULA COM PAGAMENTO NO ANO NO FOLHA-LEDGER, O
      *          COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A
      *          RENDA RETIDO NA FONTE NO LAYOUT OFICIAL (RELATORIO
      *          RELINFRD, UM INFORME POR PAGINA), E GRAVA O ARQUIVO
      *          IRRFANO COM TODAS AS RETENCOES POR FUNCIONARIO E MES
      *          PARA A DECLARACAO ANUAL. AO FINAL O TOTAL DE IRRF DO
      *          ARQUIVO E CONFERIDO COM AS PARTIDAS DA CONTA 2402 IRRF
      *          A RECOLHER DO DIARIO LANCTOS NO ANO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * REGIME DE CAIXA: ENTRA NO ANO O LANCAMENTO DO LEDGER CUJA
      * FL-DATA (DATA DO PAGAMENTO, A MESMA PELA QUAL O CONTAB-DIARIO
      * CONTABILIZA) CAI NO ANO PEDIDO. VALORES EM REAIS, COM A MESMA
      * TAXA DO DIARIO (FL-TAXA-BRL OU COTACAO DO CAMBIOTAB NA DATA).
      * QUADRO 3: FOLHAS MENSAIS (AAAAMM), FERIAS (AAAA14) E RESCISAO
      * (AAAA15), COM O INSS E O IRRF RETIDOS E A PENSAO ALIMENTICIA
      * DESCONTADA (CONSIGMOV). QUADRO 4: SALARIO-FAMILIA. QUADRO 5:
      * 13O SALARIO (AAAA13) LIQUIDO DO INSS E DA PENSAO DO 13O, E O
      * IRRF RETIDO NELE. QUADRO 7: DEPENDENTES DO DEPENDENTE-MASTER.
      * EMPRESA (CNPJ E RAZAO SOCIAL) DO PARAMETRO NFECFG.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FD DO LANCTOS ACOMPANHA O LC-EXECUCAO NOVO
      *                 (RODADA DE LOTE DO CTRL-EXECUCAO).
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RENDIMENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-CONFIG ASSIGN TO 'NFECFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-CHAVE
                  ALTERNATE RECORD KEY IS FL-COMPETENCIA
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-FOLHA.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT DEPENDENTE-MASTER ASSIGN TO 'DEPENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-CHAVE
                  FILE STATUS IS WRK-FS-DEPEND.

           SELECT CONSIGNACAO-MOV ASSIGN TO 'CONSIGMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS WRK-FS-CONSMOV.

           SELECT CAMBIO-TABELA ASSIGN TO 'CAMBIOTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CAMBIO.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

           SELECT IRRF-ANUAL ASSIGN TO 'IRRFANO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-IRRFANO.

           SELECT REL-INFORME ASSIGN TO 'RELINFRD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  NFE-CONFIG.
       COPY nfecfg.

       FD  FOLHA-LEDGER.
       COPY folhaldg.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  CAMBIO-TABELA.
       01  CAMBIO-TABELA-REC.
           05 CB-MOEDA         PIC X(03).
           05 CB-DATA          PIC 9(08).
           05 CB-TAXA          PIC 9(04)V9(04).

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

      *----------------------------------------------------------------
      * UMA LINHA 'D' POR LANCAMENTO DO LEDGER NO ANO (MES DO
      * PAGAMENTO, COMPETENCIA E NATUREZA: M = FOLHA MENSAL, F =
      * FERIAS, D = 13O SALARIO, R = RESCISAO) E UMA LINHA 'T' FINAL
      * COM OS TOTAIS DO ARQUIVO. VALORES EM REAIS.
      *----------------------------------------------------------------
       FD  IRRF-ANUAL.
       01  IRRF-ANUAL-REC.
           05 IA-TIPO-REG      PIC X(01).
             88 IA-DETALHE         VALUE 'D'.
             88 IA-TOTAL           VALUE 'T'.
           05 IA-ANO           PIC 9(04).
           05 IA-CNPJ          PIC 9(14).
           05 IA-CPF           PIC 9(11).
           05 IA-MATRICULA     PIC 9(06).
           05 IA-NOME          PIC X(30).
           05 IA-MES-PAGTO     PIC 9(02).
           05 IA-COMPETENCIA   PIC 9(06).
           05 IA-NATUREZA      PIC X(01).
             88 IA-MENSAL          VALUE 'M'.
             88 IA-FERIAS          VALUE 'F'.
             88 IA-DECIMO          VALUE 'D'.
             88 IA-RESCISAO        VALUE 'R'.
           05 IA-RENDIMENTO    PIC 9(09)V99.
           05 IA-INSS          PIC 9(09)V99.
           05 IA-PENSAO        PIC 9(09)V99.
           05 IA-IRRF          PIC 9(09)V99.

       FD  REL-INFORME.
       01  REL-INFORME-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-FOLHA     PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC      PIC X(02) VALUE '00'.
       77 WRK-FS-DEPEND    PIC X(02) VALUE '00'.
       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-FS-CAMBIO    PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-FS-IRRFANO   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-FOL-SW   PIC X(01) VALUE 'N'.
         88 FIM-FOLHA           VALUE 'S'.
       77 WRK-EOF-DEP-SW   PIC X(01) VALUE 'N'.
         88 FIM-DEPENDENTES     VALUE 'S'.
       77 WRK-EOF-CON-SW   PIC X(01) VALUE 'N'.
         88 FIM-PENSOES         VALUE 'S'.
       77 WRK-EOF-CAM-SW   PIC X(01) VALUE 'N'.
         88 FIM-CAMBIO          VALUE 'S'.
       77 WRK-EOF-DIA-SW   PIC X(01) VALUE 'N'.
         88 FIM-DIARIO          VALUE 'S'.
       77 WRK-CADASTRO-SW  PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO     VALUE 'S'.
       77 WRK-FUNC-SW      PIC X(01) VALUE 'N'.
         88 FUNC-ENCONTRADO     VALUE 'S'.
       77 WRK-DEPEND-SW    PIC X(01) VALUE 'N'.
         88 DEPEND-ABERTO       VALUE 'S'.
       77 WRK-CONSIG-SW    PIC X(01) VALUE 'N'.
         88 CONSIG-ABERTO       VALUE 'S'.

       77 WRK-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-MAT-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ATUAL   PIC X(30) VALUE SPACES.
       77 WRK-CPF-ATUAL    PIC 9(11) VALUE ZEROS.
       77 WRK-QT-LINHAS-FUNC PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DEPEND    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-INFORMES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REG-EXP   PIC 9(07) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA-R REDEFINES WRK-DATA-LIDA.
          05 WRK-DL-ANO       PIC 9(04).
          05 WRK-DL-MES       PIC 9(02).
          05 WRK-DL-DIA       PIC 9(02).
       01 WRK-COMPET-LIDA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPET-LIDA-R REDEFINES WRK-COMPET-LIDA.
          05 WRK-CL-ANO       PIC 9(04).
          05 WRK-CL-MES       PIC 9(02).

      *    VALORES DO LANCAMENTO EM REAIS
       77 WRK-TAXA-COMPET  PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-V-REND       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-V-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-V-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-V-PENSAO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-V-FAMILIA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PENSAO-MOEDA PIC 9(07)V99 VALUE ZEROS.

      *    ACUMULADOS DO INFORME DA MATRICULA
       77 WRK-REND-TRIB    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-INSS-TRIB    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PENSAO-TRIB  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IRRF-TRIB    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SAL-FAMILIA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REND-13      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-INSS-13      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PENSAO-13    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IRRF-13      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQ-13       PIC S9(09)V99 VALUE ZEROS.

      *    TOTAIS DO ARQUIVO E CONFERENCIA COM O DIARIO
       77 WRK-TOT-REND     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PENSAO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-2402     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-2402     PIC S9(11)V99 VALUE ZEROS.

       01 TABELA-CAMBIO.
          05 TCA-DET OCCURS 100 TIMES INDEXED BY IX-TCA.
             10 TCA-MOEDA      PIC X(03).
             10 TCA-DATA       PIC 9(08).
             10 TCA-TAXA       PIC 9(04)V9(04).
       77 WRK-QT-CAMBIO    PIC 9(03) VALUE ZEROS.
       77 WRK-MOEDA-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DATA-BUSCA   PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA-ACHADA  PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-TAXA-DATA    PIC 9(08) VALUE ZEROS.

       01  LINHA-TEXTO         PIC X(80) VALUE SPACES.

       01  LINHA-TITULO-INF.
           05 FILLER          PIC X(40)
                  VALUE 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IM'.
           05 FILLER          PIC X(40)
                  VALUE 'POSTO SOBRE A RENDA RETIDO NA FONTE'.

       01  LINHA-ANO.
           05 FILLER          PIC X(16) VALUE 'ANO-CALENDARIO: '.
           05 LA-ANO          PIC 9(04).
           05 FILLER          PIC X(60) VALUE SPACES.

       01  LINHA-QUADRO.
           05 LQ-TEXTO        PIC X(80).

       01  LINHA-FONTE.
           05 FILLER          PIC X(09) VALUE '   CNPJ: '.
           05 LF-CNPJ         PIC 9(14).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LF-RAZAO        PIC X(40).
           05 FILLER          PIC X(15) VALUE SPACES.

       01  LINHA-BENEFICIARIO.
           05 FILLER          PIC X(08) VALUE '   CPF: '.
           05 LB-CPF          PIC 9(11).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LB-NOME         PIC X(30).
           05 FILLER          PIC X(09) VALUE '  MATRIC '.
           05 LB-MATRICULA    PIC 9(06).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  LINHA-VALOR.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LV-ROTULO       PIC X(55).
           05 LV-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-DEPENDENTE.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'DEPENDENTE: '.
           05 LD-NOME         PIC X(30).
           05 FILLER          PIC X(06) VALUE ' CPF: '.
           05 LD-CPF          PIC 9(11).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-TIPO         PIC X(10).
           05 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-RESPONSAVEL.
           05 FILLER          PIC X(31)
                  VALUE 'RESPONSAVEL PELAS INFORMACOES: '.
           05 LR-RAZAO        PIC X(40).
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-TOTAL.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(19) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '
             ACCEPT WRK-ANO.
             IF WRK-ANO IS NOT NUMERIC OR WRK-ANO < 2000
                   DISPLAY 'ANO INVALIDO, INFORME NAO EMITIDO'
                   GOBACK
             END-IF.

             OPEN INPUT NFE-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'PARAMETRO DA EMPRESA (NFECFG) AUSENTE, '
                           'INFORME NAO EMITIDO'
                   GOBACK
             END-IF.
             READ NFE-CONFIG
                   AT END MOVE ZEROS TO NE-CNPJ
             END-READ.
             CLOSE NFE-CONFIG.
             IF NE-CNPJ IS NOT NUMERIC OR NE-CNPJ = ZEROS
                   DISPLAY 'CNPJ DA EMPRESA (NFECFG) INVALIDO, '
                           'INFORME NAO EMITIDO'
                   GOBACK
             END-IF.

             OPEN INPUT FOLHA-LEDGER.
             MOVE WRK-FS-FOLHA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   DISPLAY 'FOLHA-LEDGER (FOLHALDG) AUSENTE, '
                           'INFORME NAO EMITIDO'
                   GOBACK
             END-IF.

             PERFORM 0550-CARREGAR-CAMBIO.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-FOLHA.
             PERFORM 2000-PROCESSAR-FUNCIONARIO UNTIL FIM-FOLHA.
             PERFORM 4000-CONFERIR-DIARIO.
             PERFORM 4500-EMITIR-CONFERENCIA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0550-CARREGAR-CAMBIO.
             MOVE ZEROS TO WRK-QT-CAMBIO.
             MOVE 'N' TO WRK-EOF-CAM-SW.
             OPEN INPUT CAMBIO-TABELA.
             MOVE WRK-FS-CAMBIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-CAM-SW
             ELSE
                   PERFORM 0560-LER-CAMBIO
                   PERFORM 0570-GUARDAR-CAMBIO UNTIL FIM-CAMBIO
                   CLOSE CAMBIO-TABELA
             END-IF.

       0560-LER-CAMBIO.
             READ CAMBIO-TABELA
                   AT END MOVE 'S' TO WRK-EOF-CAM-SW
             END-READ.

       0570-GUARDAR-CAMBIO.
             IF WRK-QT-CAMBIO < 100
                   ADD 1 TO WRK-QT-CAMBIO
                   SET IX-TCA TO WRK-QT-CAMBIO
                   MOVE CB-MOEDA TO TCA-MOEDA(IX-TCA)
                   MOVE CB-DATA  TO TCA-DATA(IX-TCA)
                   MOVE CB-TAXA  TO TCA-TAXA(IX-TCA)
             END-IF.
             PERFORM 0560-LER-CAMBIO.

       1000-ABRIR.
             OPEN INPUT FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CADASTRO-SW
             ELSE
                   DISPLAY 'CADASTRO FUNCMST AUSENTE, INFORMES SEM '
                           'NOME E CPF'
             END-IF.
             OPEN INPUT DEPENDENTE-MASTER.
             MOVE WRK-FS-DEPEND TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-DEPEND-SW
             END-IF.
             OPEN INPUT CONSIGNACAO-MOV.
             MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CONSIG-SW
             END-IF.
             OPEN OUTPUT IRRF-ANUAL.
             OPEN OUTPUT REL-INFORME.

       1100-LER-FOLHA.
             IF NOT FIM-FOLHA
                   READ FOLHA-LEDGER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-FOL-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * QUEBRA POR MATRICULA (O LEDGER VEM NA ORDEM DA CHAVE
      * MATRICULA + COMPETENCIA): ACUMULA OS LANCAMENTOS PAGOS NO ANO
      * E EMITE O INFORME QUANDO HOUVE ALGUM.
      *----------------------------------------------------------------
       2000-PROCESSAR-FUNCIONARIO.
             MOVE FL-MATRICULA TO WRK-MAT-ATUAL.
             MOVE ZEROS TO WRK-QT-LINHAS-FUNC.
             MOVE ZEROS TO WRK-REND-TRIB.
             MOVE ZEROS TO WRK-INSS-TRIB.
             MOVE ZEROS TO WRK-PENSAO-TRIB.
             MOVE ZEROS TO WRK-IRRF-TRIB.
             MOVE ZEROS TO WRK-SAL-FAMILIA.
             MOVE ZEROS TO WRK-REND-13.
             MOVE ZEROS TO WRK-INSS-13.
             MOVE ZEROS TO WRK-PENSAO-13.
             MOVE ZEROS TO WRK-IRRF-13.

             MOVE WRK-MAT-ATUAL TO FP-MATRICULA.
             PERFORM 7000-LER-FUNCIONARIO.
             IF FUNC-ENCONTRADO
                   MOVE FP-NOME TO WRK-NOME-ATUAL
                   MOVE FP-CPF  TO WRK-CPF-ATUAL
             ELSE
                   MOVE 'NAO CADASTRADO' TO WRK-NOME-ATUAL
                   MOVE ZEROS TO WRK-CPF-ATUAL
             END-IF.
             IF WRK-CPF-ATUAL IS NOT NUMERIC
                   MOVE ZEROS TO WRK-CPF-ATUAL
             END-IF.

             PERFORM 2100-TRATAR-LANCAMENTO
                   UNTIL FIM-FOLHA
                      OR FL-MATRICULA NOT = WRK-MAT-ATUAL.

             IF WRK-QT-LINHAS-FUNC > ZEROS
                   PERFORM 3000-EMITIR-INFORME
             END-IF.

       2100-TRATAR-LANCAMENTO.
             MOVE FL-DATA TO WRK-DATA-LIDA.
             IF WRK-DL-ANO = WRK-ANO
                   PERFORM 2200-ACUMULAR-LANCAMENTO
             END-IF.
             PERFORM 1100-LER-FOLHA.

      *----------------------------------------------------------------
      * VALORES EM REAIS PELA MESMA REGRA DO CONTAB-DIARIO: BRUTO EM
      * FL-BRUTO-BRL QUANDO GRAVADO, DEMAIS PELA TAXA DA COMPETENCIA
      * (FL-TAXA-BRL, OU A COTACAO DO CAMBIOTAB NA DATA DO LEDGER).
      *----------------------------------------------------------------
       2200-ACUMULAR-LANCAMENTO.
             ADD 1 TO WRK-QT-LINHAS-FUNC.
             MOVE FL-COMPETENCIA TO WRK-COMPET-LIDA.
             IF FL-TAXA-BRL > ZEROS
                   MOVE FL-TAXA-BRL TO WRK-TAXA-COMPET
             ELSE
                   MOVE FL-MOEDA TO WRK-MOEDA-BUSCA
                   MOVE FL-DATA  TO WRK-DATA-BUSCA
                   PERFORM 3400-LOCALIZAR-TAXA
                   MOVE WRK-TAXA-ACHADA TO WRK-TAXA-COMPET
             END-IF.
             IF FL-BRUTO-BRL > ZEROS
                   MOVE FL-BRUTO-BRL TO WRK-V-REND
             ELSE
                   COMPUTE WRK-V-REND ROUNDED =
                         FL-SALARIO-BRUTO * WRK-TAXA-COMPET
             END-IF.
             COMPUTE WRK-V-INSS ROUNDED = FL-INSS * WRK-TAXA-COMPET.
             COMPUTE WRK-V-IRRF ROUNDED = FL-IRRF * WRK-TAXA-COMPET.
             MOVE ZEROS TO WRK-V-FAMILIA.
             IF FL-SAL-FAMILIA IS NUMERIC
                   COMPUTE WRK-V-FAMILIA ROUNDED =
                         FL-SAL-FAMILIA * WRK-TAXA-COMPET
             END-IF.
             PERFORM 2300-SOMAR-PENSAO.
             COMPUTE WRK-V-PENSAO ROUNDED =
                   WRK-PENSAO-MOEDA * WRK-TAXA-COMPET.

             MOVE 'D'            TO IA-TIPO-REG.
             MOVE WRK-ANO        TO IA-ANO.
             MOVE NE-CNPJ        TO IA-CNPJ.
             MOVE WRK-CPF-ATUAL  TO IA-CPF.
             MOVE WRK-MAT-ATUAL  TO IA-MATRICULA.
             MOVE WRK-NOME-ATUAL TO IA-NOME.
             MOVE WRK-DL-MES     TO IA-MES-PAGTO.
             MOVE FL-COMPETENCIA TO IA-COMPETENCIA.
             EVALUATE WRK-CL-MES
                   WHEN 13
                         MOVE 'D' TO IA-NATUREZA
                         ADD WRK-V-REND   TO WRK-REND-13
                         ADD WRK-V-INSS   TO WRK-INSS-13
                         ADD WRK-V-PENSAO TO WRK-PENSAO-13
                         ADD WRK-V-IRRF   TO WRK-IRRF-13
                   WHEN 14
                         MOVE 'F' TO IA-NATUREZA
                         PERFORM 2250-SOMAR-TRIBUTAVEL
                   WHEN 15
                         MOVE 'R' TO IA-NATUREZA
                         PERFORM 2250-SOMAR-TRIBUTAVEL
                   WHEN OTHER
                         MOVE 'M' TO IA-NATUREZA
                         PERFORM 2250-SOMAR-TRIBUTAVEL
             END-EVALUATE.
             ADD WRK-V-FAMILIA TO WRK-SAL-FAMILIA.
             MOVE WRK-V-REND     TO IA-RENDIMENTO.
             MOVE WRK-V-INSS     TO IA-INSS.
             MOVE WRK-V-PENSAO   TO IA-PENSAO.
             MOVE WRK-V-IRRF     TO IA-IRRF.
             WRITE IRRF-ANUAL-REC.
             ADD 1 TO WRK-QT-REG-EXP.
             ADD WRK-V-REND   TO WRK-TOT-REND.
             ADD WRK-V-INSS   TO WRK-TOT-INSS.
             ADD WRK-V-PENSAO TO WRK-TOT-PENSAO.
             ADD WRK-V-IRRF   TO WRK-TOT-IRRF.

       2250-SOMAR-TRIBUTAVEL.
             ADD WRK-V-REND   TO WRK-REND-TRIB.
             ADD WRK-V-INSS   TO WRK-INSS-TRIB.
             ADD WRK-V-PENSAO TO WRK-PENSAO-TRIB.
             ADD WRK-V-IRRF   TO WRK-IRRF-TRIB.

      *----------------------------------------------------------------
      * PENSAO ALIMENTICIA DESCONTADA NA MESMA MATRICULA E COMPETENCIA
      * DO LANCAMENTO (LINHAS 'P' DO CONSIGMOV).
      *----------------------------------------------------------------
       2300-SOMAR-PENSAO.
             MOVE ZEROS TO WRK-PENSAO-MOEDA.
             IF CONSIG-ABERTO
                   MOVE 'N' TO WRK-EOF-CON-SW
                   MOVE FL-MATRICULA   TO CM-MATRICULA
                   MOVE FL-COMPETENCIA TO CM-COMPETENCIA
                   MOVE ZEROS          TO CM-SEQ
                   START CONSIGNACAO-MOV KEY IS >= CM-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
                   END-START
                   PERFORM 2310-LER-PENSAO
                   PERFORM 2320-ACUMULAR-PENSAO UNTIL FIM-PENSOES
             END-IF.

       2310-LER-PENSAO.
             IF NOT FIM-PENSOES
                   READ CONSIGNACAO-MOV NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-CON-SW
                   END-READ
                   IF NOT FIM-PENSOES
                         AND (CM-MATRICULA NOT = FL-MATRICULA
                          OR CM-COMPETENCIA NOT = FL-COMPETENCIA)
                         MOVE 'S' TO WRK-EOF-CON-SW
                   END-IF
             END-IF.

       2320-ACUMULAR-PENSAO.
             IF CM-PENSAO
                   ADD CM-VALOR-DESCONTO TO WRK-PENSAO-MOEDA
             END-IF.
             PERFORM 2310-LER-PENSAO.

      *----------------------------------------------------------------
      * UM INFORME POR PAGINA, NOS QUADROS DO MODELO OFICIAL.
      *----------------------------------------------------------------
       3000-EMITIR-INFORME.
             ADD 1 TO WRK-QT-INFORMES.
             IF WRK-CPF-ATUAL = ZEROS
                   ADD 1 TO WRK-QT-SEM-CPF
                   DISPLAY 'MATRICULA ' WRK-MAT-ATUAL
                           ' SEM CPF NO CADASTRO, INFORME INCOMPLETO'
             END-IF.
             PERFORM 8000-CABECALHO.
             WRITE REL-INFORME-LINHA FROM LINHA-TITULO-INF.
             MOVE WRK-ANO TO LA-ANO.
             WRITE REL-INFORME-LINHA FROM LINHA-ANO.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE '1. FONTE PAGADORA PESSOA JURIDICA' TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE NE-CNPJ  TO LF-CNPJ.
             MOVE NE-RAZAO TO LF-RAZAO.
             WRITE REL-INFORME-LINHA FROM LINHA-FONTE.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
                  TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE WRK-CPF-ATUAL  TO LB-CPF.
             MOVE WRK-NOME-ATUAL TO LB-NOME.
             MOVE WRK-MAT-ATUAL  TO LB-MATRICULA.
             WRITE REL-INFORME-LINHA FROM LINHA-BENEFICIARIO.
             MOVE '   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO'
                  TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO '
                  TO LQ-TEXTO.
             MOVE 'RETIDO NA FONTE' TO LQ-TEXTO(48:15).
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE '01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                  TO LV-ROTULO.
             MOVE WRK-REND-TRIB TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             MOVE '02. CONTRIBUICAO PREVIDENCIARIA OFICIAL'
                  TO LV-ROTULO.
             MOVE WRK-INSS-TRIB TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             MOVE '03. PREVIDENCIA COMPLEMENTAR E FAPI' TO LV-ROTULO.
             MOVE ZEROS TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             MOVE '04. PENSAO ALIMENTICIA' TO LV-ROTULO.
             MOVE WRK-PENSAO-TRIB TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             MOVE '05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                  TO LV-ROTULO.
             MOVE WRK-IRRF-TRIB TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                  TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE '01. SALARIO-FAMILIA' TO LV-ROTULO.
             MOVE WRK-SAL-FAMILIA TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             WRITE REL-INFORME-LINHA FROM SPACES.

             COMPUTE WRK-LIQ-13 =
                   WRK-REND-13 - WRK-INSS-13 - WRK-PENSAO-13.
             IF WRK-LIQ-13 < ZEROS
                   MOVE ZEROS TO WRK-LIQ-13
             END-IF.
             MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                  TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE '01. DECIMO TERCEIRO SALARIO' TO LV-ROTULO.
             MOVE WRK-LIQ-13 TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             MOVE '02. IMPOSTO SOBRE A RENDA RETIDO NO 13O SALARIO'
                  TO LV-ROTULO.
             MOVE WRK-IRRF-13 TO LV-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-VALOR.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE '7. INFORMACOES COMPLEMENTARES' TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             PERFORM 3500-LISTAR-DEPENDENTES.
             IF WRK-PENSAO-13 > ZEROS
                   MOVE '   PENSAO ALIMENTICIA DESCONTADA DO 13O:'
                        TO LV-ROTULO
                   MOVE WRK-PENSAO-13 TO LV-VALOR
                   WRITE REL-INFORME-LINHA FROM LINHA-VALOR
             END-IF.
             WRITE REL-INFORME-LINHA FROM SPACES.

             MOVE NE-RAZAO TO LR-RAZAO.
             WRITE REL-INFORME-LINHA FROM LINHA-RESPONSAVEL.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-INFORME-LINHA FROM RPT-CABECALHO-DATA.

      *----------------------------------------------------------------
      * DEPENDENTES DA MATRICULA NO DEPENDENTE-MASTER.
      *----------------------------------------------------------------
       3500-LISTAR-DEPENDENTES.
             MOVE ZEROS TO WRK-QT-DEPEND.
             IF DEPEND-ABERTO
                   MOVE 'N' TO WRK-EOF-DEP-SW
                   MOVE WRK-MAT-ATUAL TO DP-MATRICULA
                   MOVE ZEROS TO DP-SEQ
                   START DEPENDENTE-MASTER KEY IS >= DP-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-DEP-SW
                   END-START
                   PERFORM 3510-LER-DEPENDENTE
                   PERFORM 3520-IMPRIMIR-DEPENDENTE
                         UNTIL FIM-DEPENDENTES
             END-IF.
             IF WRK-QT-DEPEND = ZEROS
                   MOVE '   SEM DEPENDENTES CADASTRADOS' TO LQ-TEXTO
                   WRITE REL-INFORME-LINHA FROM LINHA-QUADRO
             END-IF.

       3510-LER-DEPENDENTE.
             IF NOT FIM-DEPENDENTES
                   READ DEPENDENTE-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-DEP-SW
                   END-READ
                   IF NOT FIM-DEPENDENTES
                         AND DP-MATRICULA NOT = WRK-MAT-ATUAL
                         MOVE 'S' TO WRK-EOF-DEP-SW
                   END-IF
             END-IF.

       3520-IMPRIMIR-DEPENDENTE.
             ADD 1 TO WRK-QT-DEPEND.
             MOVE DP-NOME TO LD-NOME.
             MOVE ZEROS TO LD-CPF.
             IF DP-CPF IS NUMERIC
                   MOVE DP-CPF TO LD-CPF
             END-IF.
             EVALUATE TRUE
                   WHEN DP-FILHO
                         MOVE 'FILHO(A)' TO LD-TIPO
                   WHEN DP-CONJUGE
                         MOVE 'CONJUGE' TO LD-TIPO
                   WHEN OTHER
                         MOVE 'OUTRO' TO LD-TIPO
             END-EVALUATE.
             WRITE REL-INFORME-LINHA FROM LINHA-DEPENDENTE.
             PERFORM 3510-LER-DEPENDENTE.

       3400-LOCALIZAR-TAXA.
             IF WRK-MOEDA-BUSCA = 'BRL'
                   MOVE 1,0000 TO WRK-TAXA-ACHADA
             ELSE
                   MOVE ZEROS TO WRK-TAXA-ACHADA
                   MOVE ZEROS TO WRK-TAXA-DATA
                   IF WRK-QT-CAMBIO > 0
                         SET IX-TCA TO 1
                         PERFORM 3410-COMPARAR-TAXA
                               UNTIL IX-TCA > WRK-QT-CAMBIO
                   END-IF
                   IF WRK-TAXA-ACHADA = ZEROS
                         DISPLAY 'SEM COTACAO DE ' WRK-MOEDA-BUSCA
                                 ' ATE ' WRK-DATA-BUSCA
                                 ', USANDO 1,0000 (CARREGAR PELO '
                                 'CARGA-CAMBIO)'
                         MOVE 1,0000 TO WRK-TAXA-ACHADA
                   END-IF
             END-IF.

       3410-COMPARAR-TAXA.
             IF TCA-MOEDA(IX-TCA) = WRK-MOEDA-BUSCA
                   AND TCA-DATA(IX-TCA) <= WRK-DATA-BUSCA
                   AND TCA-DATA(IX-TCA) >= WRK-TAXA-DATA
                   MOVE TCA-DATA(IX-TCA) TO WRK-TAXA-DATA
                   MOVE TCA-TAXA(IX-TCA) TO WRK-TAXA-ACHADA
             END-IF.
             SET IX-TCA UP BY 1.

      *----------------------------------------------------------------
      * PARTIDAS DA CONTA 2402 IRRF A RECOLHER NO ANO: CREDITOS SOMAM,
      * DEBITOS (ESTORNOS E RECOLHIMENTOS LANCADOS NA CONTA) ABATEM.
      *----------------------------------------------------------------
       4000-CONFERIR-DIARIO.
             MOVE ZEROS TO WRK-TOT-2402.
             MOVE 'N' TO WRK-EOF-DIA-SW.
             OPEN INPUT DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 4100-LER-DIARIO
                   PERFORM 4200-SOMAR-PARTIDA UNTIL FIM-DIARIO
                   CLOSE DIARIO-LANCTOS
             ELSE
                   DISPLAY 'DIARIO LANCTOS AUSENTE, CONFERENCIA DA '
                           'CONTA 2402 SEM PARTIDAS'
             END-IF.

       4100-LER-DIARIO.
             READ DIARIO-LANCTOS
                   AT END MOVE 'S' TO WRK-EOF-DIA-SW
             END-READ.

       4200-SOMAR-PARTIDA.
             MOVE LC-DATA TO WRK-DATA-LIDA.
             IF LC-CONTA = 2402 AND WRK-DL-ANO = WRK-ANO
                   IF LC-NATUREZA = 'C'
                         ADD LC-VALOR TO WRK-TOT-2402
                   ELSE
                         SUBTRACT LC-VALOR FROM WRK-TOT-2402
                   END-IF
             END-IF.
             PERFORM 4100-LER-DIARIO.

       4500-EMITIR-CONFERENCIA.
             MOVE 'T'            TO IA-TIPO-REG.
             MOVE WRK-ANO        TO IA-ANO.
             MOVE NE-CNPJ        TO IA-CNPJ.
             MOVE ZEROS          TO IA-CPF.
             MOVE ZEROS          TO IA-MATRICULA.
             MOVE 'TOTAL DO ARQUIVO' TO IA-NOME.
             MOVE ZEROS          TO IA-MES-PAGTO.
             MOVE ZEROS          TO IA-COMPETENCIA.
             MOVE SPACE          TO IA-NATUREZA.
             MOVE WRK-TOT-REND   TO IA-RENDIMENTO.
             MOVE WRK-TOT-INSS   TO IA-INSS.
             MOVE WRK-TOT-PENSAO TO IA-PENSAO.
             MOVE WRK-TOT-IRRF   TO IA-IRRF.
             WRITE IRRF-ANUAL-REC.

             COMPUTE WRK-DIF-2402 = WRK-TOT-IRRF - WRK-TOT-2402.
             PERFORM 8000-CABECALHO.
             MOVE 'CONFERENCIA DO IRRF RETIDO COM O DIARIO'
                  TO LQ-TEXTO.
             WRITE REL-INFORME-LINHA FROM LINHA-QUADRO.
             MOVE WRK-ANO TO LA-ANO.
             WRITE REL-INFORME-LINHA FROM LINHA-ANO.
             MOVE ALL '-' TO REL-INFORME-LINHA.
             WRITE REL-INFORME-LINHA.
             MOVE 'INFORMES EMITIDOS' TO LT-ROTULO.
             MOVE WRK-QT-INFORMES TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'INFORMES SEM CPF DO BENEFICIARIO' TO LT-ROTULO.
             MOVE WRK-QT-SEM-CPF TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'RENDIMENTOS PAGOS NO ANO' TO LT-ROTULO.
             MOVE WRK-TOT-REND TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'INSS RETIDO' TO LT-ROTULO.
             MOVE WRK-TOT-INSS TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'PENSAO ALIMENTICIA DESCONTADA' TO LT-ROTULO.
             MOVE WRK-TOT-PENSAO TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'IRRF RETIDO (ARQUIVO IRRFANO)' TO LT-ROTULO.
             MOVE WRK-TOT-IRRF TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'CONTA 2402 IRRF A RECOLHER (LANCTOS)' TO LT-ROTULO.
             MOVE WRK-TOT-2402 TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             MOVE 'DIFERENCA' TO LT-ROTULO.
             MOVE WRK-DIF-2402 TO LT-VALOR.
             WRITE REL-INFORME-LINHA FROM LINHA-TOTAL.
             IF WRK-DIF-2402 NOT = ZEROS
                   MOVE '   *** IRRF DO ANO NAO CONFERE COM A 2402 ***'
                        TO LQ-TEXTO
                   WRITE REL-INFORME-LINHA FROM LINHA-QUADRO
             END-IF.

       7000-LER-FUNCIONARIO.
             MOVE 'N' TO WRK-FUNC-SW.
             IF CADASTRO-ABERTO
                   READ FUNCIONARIO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-FUNC-SW
                   END-READ
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'INFORME DE RENDIMENTOS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-INFORME-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-INFORME-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-INFORME-LINHA.
             WRITE REL-INFORME-LINHA.

       9000-ENCERRAR.
             WRITE REL-INFORME-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE FOLHA-LEDGER.
             CLOSE IRRF-ANUAL.
             CLOSE REL-INFORME.
             IF CADASTRO-ABERTO
                   CLOSE FUNCIONARIO-MASTER
             END-IF.
             IF DEPEND-ABERTO
                   CLOSE DEPENDENTE-MASTER
             END-IF.
             IF CONSIG-ABERTO
                   CLOSE CONSIGNACAO-MOV
             END-IF.
             DISPLAY 'INFORMES DE RENDIMENTOS EMITIDOS'.
             DISPLAY 'ANO-CALENDARIO..........: ' WRK-ANO.
             DISPLAY 'INFORMES EMITIDOS.......: ' WRK-QT-INFORMES.
             DISPLAY 'LINHAS NO IRRFANO.......: ' WRK-QT-REG-EXP.
             DISPLAY 'IRRF RETIDO NO ANO......: ' WRK-TOT-IRRF.
             DISPLAY 'CONTA 2402 NO DIARIO....: ' WRK-TOT-2402.
             IF WRK-DIF-2402 NOT = ZEROS
                   DISPLAY 'ATENCAO: IRRF DO ANO DIFERE DA CONTA 2402 '
                           'EM ' WRK-DIF-2402
             END-IF.

       END PROGRAM INFORME-RENDIMENTOS.
