      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O LEDGER E GRAVADO DENTRO DE UMA RODADA DE LOTE
      *                 ABERTA NO CTRL-EXECUCAO, E CADA WRITE/REWRITE DO
      *                 FOLHALDG VAI PARA O JORNAL MUDJRN COM A RODADA,
      *                 PARA O ESTORNA-EXECUCAO DEVOLVER A IMAGEM
      *                 ANTERIOR DOS LANCAMENTOS PELO NUMERO DA RODADA.
      * 15/10/2026 DZ - OPCOES DE VT/VR POR MATRICULA LIDAS DO GRUPO
      *                 BENEFCFG DO MESTRE PARAMST (CONSULTA-PARAM), NO
      *                 VALOR EM VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO
      *                 ARQUIVO SOLTO.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG):
      *                 A GRAVACAO DO LEDGER PASSA A SER OPEN I-O
      *                 ABERTO TRAVA O FECHAMENTO DO MES: SAI AVISO
      *                 NO CONSOLE E REGISTRO NO CONTROLE-LOG ATE
      *                 ALGUEM RECUPERAR OU JUSTIFICAR A PENDENCIA.
      * 15/10/2026 DZ - VERBA 'DCM' DO FOLHAVRB (ESTORNO DE COMISSAO
      *                 DE TITULO CANCELADO OU BAIXADO COMO PERDA,
      *                 GRAVADA PELO FOLHA-COMISSAO) PASSA A SER
      *                 DESCONTADA DO BRUTO EM VEZ DE SOMADA, LIMITADA
      *                 AO PROPRIO BRUTO, COM LINHA NO REGISTRO E
      *                 TOTAL NO RESUMO DA RODADA.
      * 15/10/2026 DZ - CPF DO FUNCIONARIO (FP-CPF) CONFERIDO PELA
      *                 SUBROTINA CALC-DOCUMENTO: CPF INVALIDO OU
      *                 REPETIDO EM OUTRA MATRICULA DA RODADA E
      *                 REJEITADO PARA O FOLHA-REJ; CPF ZERADO AINDA
      *                 PASSA, COM AVISO E CONTAGEM NO RESUMO.
      * 15/10/2026 DZ - O FOLHENT SEQUENCIAL DEU LUGAR AO CADASTRO
      *                 INDEXADO FUNCMST (MESMO LAYOUT FOLHAFUN, CHAVE
      *                 MATRICULA, MANTIDO PELO CARGA-FUNCIONARIO):
      *                 A FOLHA LE O CADASTRO EM ORDEM DE MATRICULA E
      *                 A CONFERENCIA DO TRAILER 'TRL' DA PRIMEIRA
      *                 PASSAGEM VIRA A CONFERENCIA DO CADASTRO -
      *                 AUSENTE OU VAZIO RECUSA A RODADA, COM
      *                 REGISTRO NO CONTROLE-LOG.
      * 15/10/2026 DZ - REAPRESENTACAO DO FOLHARSB PASSA ADIANTE TAMBEM
      *                 O CARGO (FB-CARGO), NOVO NO LAYOUT FOLHAFUN.
      * 15/10/2026 DZ - AFASTAMENTOS (AFASTMST, CARGA-AFASTAMENTO): O
      *                 0260 CONSULTA A SUBROTINA CALC-AFASTAMENTO NO
      *                 PERIODO PAGO DO MES E TIRA DOS DIAS PAGOS OS
      *                 DIAS A CARGO DO INSS (DOENCA/ACIDENTE APOS O
      *                 15o DIA) E OS DE LICENCA NAO REMUNERADA; A
      *                 EMPRESA SO PAGA OS DIAS DE SUA RESPONSABILIDADE
      *                 (MATERNIDADE CONTINUA PAGA), COM LINHA DE
      *                 DETALHE NO REGISTRO E CONTAGEM NO RESUMO.
      * 15/10/2026 DZ - BANCO DE HORAS (BANCOHRS/BHMOV): FUNCIONARIO DE
      *                 FILIAL COM ACORDO NO PARAMETRO BHCFG (PRAZO DE
      *                 6 OU 12 MESES) TEM AS HORAS EXTRAS DO PONTO
      *                 CREDITADAS NO SALDO EM VEZ DE PAGAS, E AS
      *                 HORAS ABAIXO DA JORNADA EM DIA UTIL (FALTA OU
      *                 SAIDA ANTECIPADA) DEBITADAS. NO VENCIMENTO DO
      *                 CICLO O SALDO POSITIVO E PAGO COMO HORA EXTRA A
      *                 50% E O NEGATIVO E PERDOADO; EXTRATO DO MES
      *                 GRAVADO NO BHMOV PARA O REL-BANCO-HORAS.
      * 15/10/2026 DZ - CONSIGNADOS E PENSAO ALIMENTICIA (CONSIGMST,
      *                 CARGA-CONSIGNACAO) DESCONTADOS DO LIQUIDO
      *                 DEPOIS DOS DEMAIS DESCONTOS: PENSAO PRIMEIRO,
      *                 LIMITADA AO LIQUIDO; CONSIGNADO SO COM A
      *                 PARCELA INTEIRA DENTRO DA MARGEM DE 35% DO
      *                 LIQUIDO LEGAL. LINHA DO MES NO CONSIGMOV PARA O
      *                 CONTRACHEQUE, A REMESSA E O REPASSE AOS BANCOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-PAGTO.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                  RECORD KEY IS DP-CHAVE
                  FILE STATUS IS WRK-FS-DEPEND.

           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ADIANT.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CAMBIO.

           SELECT BANCO-HORAS-CFG ASSIGN TO 'BHCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-BHCFG.

           SELECT BANCO-HORAS ASSIGN TO 'BANCOHRS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BH-MATRICULA
                  FILE STATUS IS WRK-FS-BANCO.

           SELECT BANCO-HORAS-MOV ASSIGN TO 'BHMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-CHAVE
                  FILE STATUS IS WRK-FS-BHMOV.

           SELECT CONSIGNACAO-MASTER ASSIGN TO 'CONSIGMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-CHAVE
                  FILE STATUS IS WRK-FS-CONSIG.

           SELECT CONSIGNACAO-MOV ASSIGN TO 'CONSIGMOV'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS WRK-FS-CONSMOV.


       DATA DIVISION.
       FILE SECTION.
            ==FP-CONTA==        BY ==FB-CONTA==
            ==FP-DT-ADMISSAO==  BY ==FB-DT-ADMISSAO==
            ==FP-DT-DESLIG==    BY ==FB-DT-DESLIG==
            ==FP-FILIAL==       BY ==FB-FILIAL==
            ==FP-CPF==          BY ==FB-CPF==
            ==FP-CARGO==        BY ==FB-CARGO==.

       FD  CONTROLE-LOG.
       01  CONTROLE-LOG-REC.
       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  CAMBIO-TABELA.
       01  CAMBIO-TABELA-REC.
           05 CB-MOEDA         PIC X(03).
             88 AD-ABERTO           VALUE 'A'.
             88 AD-RECUPERADO       VALUE 'R'.

       FD  BANCO-HORAS-CFG.
       01  BANCO-HORAS-CFG-REC.
           05 BC-FILIAL        PIC 9(02).
           05 BC-MESES         PIC 9(02).

       FD  BANCO-HORAS.
       COPY bancohrs.

       FD  BANCO-HORAS-MOV.
       COPY bhmov.

       FD  CONSIGNACAO-MASTER.
       COPY consig.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  FOLHA-REJ.
       01  FOLHA-REJ-REC.
           05 FR-MATRICULA      PIC X(06).
       77 WRK-FS-CTRLLOG   PIC X(02) VALUE '00'.
       77 WRK-ARQ-VALIDO-SW PIC X(01) VALUE 'S'.
         88 ARQUIVO-VALIDO      VALUE 'S'.
       77 WRK-CONT-QTDE    PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-TOTAL   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MOTIVO-CTRL  PIC X(30) VALUE SPACES.
       77 WRK-INICIO-PERIODO   PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PERIODO      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PAGOS       PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-AFAST       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-AFASTADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-SALARIO-CALC     PIC 9(06)V99 VALUE ZEROS.

       77 WRK-FS-VERBAS    PIC X(02) VALUE '00'.
       77 WRK-VERBAS-FUNC  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VERBAS-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-VERBAS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESC-COMISSAO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-COM-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-DESC-COM PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-SEM-CPF     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CPFS        PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-CPFS       PIC 9(05) VALUE 5000.
       77 WRK-CPF-DUP-SW     PIC X(01) VALUE 'N'.
         88 CPF-DUPLICADO       VALUE 'S'.
       77 WRK-CPF-CHEIA-SW   PIC X(01) VALUE 'N'.
         88 TABELA-CPF-CHEIA    VALUE 'S'.
       01 TABELA-CPF-RODADA.
          05 TF-DET OCCURS 5000 TIMES INDEXED BY IX-TF.
             10 TF-CPF         PIC 9(11).
             10 TF-MATRICULA   PIC 9(06).
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.

       77 WRK-FS-PONTO     PIC X(02) VALUE '00'.
       77 WRK-EOF-PON-SW   PIC X(01) VALUE 'N'.
             10 TPO-MATRICULA  PIC 9(06).
             10 TPO-HE-50      PIC 9(03)V99.
             10 TPO-HE-100     PIC 9(03)V99.
             10 TPO-DEBITO     PIC 9(03)V99.
       77 WRK-QT-PONTO     PIC 9(03) VALUE ZEROS.
       77 WRK-JORNADA-DIA  PIC 9(02) VALUE 8.
       77 WRK-HORAS-MES    PIC 9(03) VALUE 220.
       77 WRK-VALOR-HE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-HE     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HE-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-HORAS-DEBITO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DEBITO-FUNC  PIC 9(03)V99 VALUE ZEROS.

       77 WRK-FS-BHCFG     PIC X(02) VALUE '00'.
       77 WRK-EOF-BHC-SW   PIC X(01) VALUE 'N'.
         88 FIM-BANCO-CFG       VALUE 'S'.
       01 TABELA-BANCO-CFG.
          05 TBC-DET OCCURS 10 TIMES.
             10 TBC-FILIAL     PIC 9(02).
             10 TBC-MESES      PIC 9(02).
       77 WRK-QT-BANCO-CFG PIC 9(02) VALUE ZEROS.
       77 WRK-IX-BHC       PIC 9(02) VALUE ZEROS.
       77 WRK-FS-BANCO     PIC X(02) VALUE '00'.
       77 WRK-FS-BHMOV     PIC X(02) VALUE '00'.
       77 WRK-BANCO-SW     PIC X(01) VALUE 'N'.
         88 FUNC-NO-BANCO       VALUE 'S'.
       77 WRK-BANCO-NOVO-SW PIC X(01) VALUE 'N'.
         88 BANCO-NOVO          VALUE 'S'.
       77 WRK-BH-MESES     PIC 9(02) VALUE ZEROS.
       77 WRK-BH-CREDITO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BH-PAGAS     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BH-EXPIRA    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BH-COMPET-BASE PIC 9(06) VALUE ZEROS.
       77 WRK-BH-COMPET-RES PIC 9(06) VALUE ZEROS.
       77 WRK-BH-QT-MESES  PIC 9(02) VALUE ZEROS.
       77 WRK-BH-IX-MES    PIC 9(07) VALUE ZEROS.
       77 WRK-BH-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-BH-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-BH-SALDO-ED  PIC -Z.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-BANCO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BANCO-VENC PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BH-PAGO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FS-CONSIG    PIC X(02) VALUE '00'.
       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-CONSIG-SW    PIC X(01) VALUE 'N'.
         88 CONSIG-ABERTO      VALUE 'S'.
       77 WRK-EOF-CON-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONSIG-FUNC    VALUE 'S'.
       77 WRK-CO-PASSO     PIC X(01) VALUE SPACE.
       77 WRK-PCT-MARGEM   PIC 9(02)V99 VALUE 35,00.
       77 WRK-CO-LIQ-LEGAL PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CO-MARGEM    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CO-PREVISTO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CO-DESCONTO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-PENSAO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-CONSIG  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CONSIG-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-CONSIG PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-SEM-MARGEM PIC 9(05) VALUE ZEROS.
       01 CD-PARM.
          05 CD-DATA            PIC 9(08).
          05 CD-DIA-UTIL-SW     PIC X(01).
       77 WRK-SAL-FAMILIA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALFAM PIC 9(08)V99 VALUE ZEROS.

       77 WRK-EOF-BEN-SW   PIC X(01) VALUE 'N'.
         88 FIM-BENEFICIOS      VALUE 'S'.
       01 TABELA-BENEFICIOS.
       77 WRK-TAB-CHEIA-SW PIC X(01) VALUE 'N'.
         88 TABELA-TRANSBORDOU  VALUE 'S'.

      *----------------------------------------------------------------
      * LINHA DO GRUPO BENEFCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  BENEFICIO-CONFIG-REC.
           05 BN-MATRICULA     PIC 9(06).
           05 BN-OPTA-VT       PIC X(01).
           05 BN-VALOR-VT-DIA  PIC 9(04)V99.
           05 BN-OPTA-VR       PIC X(01).
           05 BN-VALOR-VR-DIA  PIC 9(04)V99.
           05 BN-PCT-COPART-VR PIC 9(02)V99.
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
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 AP-PARM.
          05 AP-MATRICULA      PIC 9(06).
          05 AP-DT-INICIO      PIC 9(08).
          05 AP-DT-FIM         PIC 9(08).
          05 AP-DIAS-EMPRESA   PIC 9(03).
          05 AP-DIAS-INSS      PIC 9(03).
          05 AP-DIAS-SEM-REMUN PIC 9(03).
          05 AP-TIPO-ATUAL     PIC X(01).
          05 AP-SITUACAO       PIC X(01).
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
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.
                           '(REABRIR PELO FECHA-COMPETENCIA)'
                   GOBACK
             END-IF.
             PERFORM 0950-VALIDAR-CADASTRO.
             IF ARQUIVO-VALIDO
                   PERFORM 8600-ABRIR-EXECUCAO
                   PERFORM 1000-ABRIR
                   IF TABELA-TRANSBORDOU
                         DISPLAY 'ADIANTAB PASSOU DE 500 '
                                 'REGISTROS, FOLHA ABORTADA SEM '
                                 'GRAVAR (AMPLIAR A TABELA)'
                         PERFORM 9000-ENCERRAR
                         PERFORM 8650-FECHAR-EXECUCAO
                         GOBACK
                   END-IF
                   PERFORM 0200-PROCESSAR UNTIL FIM-ENTRADA
                   PERFORM 9600-REGRAVAR-ADIANTAMENTOS
                   PERFORM 9000-ENCERRAR
                   PERFORM 9500-GRAVAR-CONTAGEM
                   PERFORM 8650-FECHAR-EXECUCAO
             END-IF.
             GOBACK.

      *----------------------------------------------------------------
      * PRIMEIRA PASSAGEM SOBRE O CADASTRO FUNCMST: CONTA OS
      * FUNCIONARIOS E SOMA OS SALARIOS NUMERICOS PARA O RESUMO,
      * RECUSANDO A RODADA INTEIRA QUANDO O CADASTRO NAO EXISTE OU
      * ESTA VAZIO (MIGRA-FOLHENT/CARGA-FUNCIONARIO NAO RODADOS).
      *----------------------------------------------------------------
       0950-VALIDAR-CADASTRO.
             MOVE 'S' TO WRK-ARQ-VALIDO-SW.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-CONT-QTDE.
             MOVE ZEROS TO WRK-CONT-TOTAL.
             MOVE SPACES TO WRK-MOTIVO-CTRL.

             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'CADASTRO FUNCMST AUSENTE' TO WRK-MOTIVO-CTRL
             ELSE
                   PERFORM 0960-LER-CONFERENCIA
                   PERFORM 0970-CONFERIR-LINHA UNTIL FIM-ENTRADA
                   CLOSE FUNCIONARIOS-ENTRADA
                   IF WRK-CONT-QTDE = ZEROS
                         MOVE 'CADASTRO FUNCMST VAZIO'
                              TO WRK-MOTIVO-CTRL
                   END-IF
             END-IF.
             MOVE 'N' TO WRK-EOF-SW.

             IF WRK-MOTIVO-CTRL NOT = SPACES
                   MOVE 'N' TO WRK-ARQ-VALIDO-SW
                   DISPLAY 'FOLHA RECUSADA: ' WRK-MOTIVO-CTRL
                   PERFORM 0990-GRAVAR-CONTROLE-LOG
             ELSE
                   DISPLAY 'FUNCIONARIOS NO CADASTRO: ' WRK-CONT-QTDE
                           ' SOMA DOS SALARIOS: ' WRK-CONT-TOTAL
             END-IF.

       0960-LER-CONFERENCIA.
             READ FUNCIONARIOS-ENTRADA NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       0970-CONFERIR-LINHA.
             ADD 1 TO WRK-CONT-QTDE.
             IF FP-SALARIO IS NUMERIC
                   MOVE FP-SALARIO TO WRK-VALOR-CONF
                   ADD WRK-VALOR-CONF TO WRK-CONT-TOTAL
             END-IF.
             PERFORM 0960-LER-CONFERENCIA.

                   OPEN OUTPUT CONTROLE-LOG
             END-IF.
             MOVE 'FOLHA-PAGTO' TO CT-PROGRAMA.
             MOVE 'FUNCMST' TO CT-ARQUIVO.
             MOVE WRK-MOTIVO-CTRL TO CT-MOTIVO.
             ACCEPT CT-DATA FROM DATE YYYYMMDD.
             ACCEPT CT-HORA FROM TIME.
             PERFORM 0910-CARREGAR-FILIAIS.
             PERFORM 1200-CALCULAR-LIMITES-MES.
             PERFORM 1400-CARREGAR-VERBAS.
             PERFORM 1950-ABRIR-BANCO-HORAS.
             PERFORM 1980-ABRIR-CONSIGNACOES.
             PERFORM 1600-CARREGAR-PONTO.
             PERFORM 1700-CARREGAR-DEPENDENTES.
             PERFORM 1800-CARREGAR-BENEFICIOS.
                                     PT-HORAS - WRK-JORNADA-DIA
                               PERFORM 1630-SOMAR-NA-TABELA-50
                         END-IF
                         IF PT-HORAS < WRK-JORNADA-DIA
                               AND WRK-QT-BANCO-CFG > ZEROS
                               COMPUTE WRK-HORAS-DEBITO =
                                     WRK-JORNADA-DIA - PT-HORAS
                               PERFORM 1645-SOMAR-DEBITO-NA-TABELA
                         END-IF
                   ELSE
                         MOVE PT-HORAS TO WRK-HE-EXCESSO
                         IF WRK-HE-EXCESSO > ZEROS
                   ADD WRK-HE-EXCESSO TO TPO-HE-100(IX-TPO)
             END-IF.

      *----------------------------------------------------------------
      * HORAS ABAIXO DA JORNADA EM DIA UTIL (FALTA LANCADA COM ZERO
      * HORAS OU SAIDA ANTECIPADA): SO INTERESSAM AO BANCO DE HORAS,
      * POR ISSO SO SAO APURADAS QUANDO HA FILIAL COM ACORDO.
      *----------------------------------------------------------------
       1645-SOMAR-DEBITO-NA-TABELA.
             PERFORM 1650-LOCALIZAR-PONTO.
             IF WRK-QT-PONTO > ZEROS
                   ADD WRK-HORAS-DEBITO TO TPO-DEBITO(IX-TPO)
             END-IF.

       1650-LOCALIZAR-PONTO.
             SET IX-TPO TO 1.
             PERFORM 1660-COMPARAR-PONTO
                              TO TPO-MATRICULA(IX-TPO)
                         MOVE ZEROS TO TPO-HE-50(IX-TPO)
                         MOVE ZEROS TO TPO-HE-100(IX-TPO)
                         MOVE ZEROS TO TPO-DEBITO(IX-TPO)
                   END-IF
             END-IF.

       1800-CARREGAR-BENEFICIOS.
             MOVE ZEROS TO WRK-QT-BENEF.
             MOVE 'N' TO WRK-EOF-BEN-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1810-LER-BENEFICIO.
             PERFORM 1820-GUARDAR-BENEFICIO UNTIL FIM-BENEFICIOS.

       1810-LER-BENEFICIO.
             MOVE 'P'        TO VG-OPERACAO.
             MOVE 'BENEFCFG' TO VG-GRUPO.
             MOVE ZEROS      TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO BENEFICIO-CONFIG-REC
             ELSE
                   MOVE 'S' TO WRK-EOF-BEN-SW
             END-IF.

       1820-GUARDAR-BENEFICIO.
             IF WRK-QT-BENEF < 200
      * LIQUIDO INSUFICIENTE) TRAVA O FECHAMENTO DO MES COM AVISO NO
      * CONSOLE E REGISTRO NO CONTROLE-LOG.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * CONSIGNADOS E PENSAO ALIMENTICIA, DEPOIS DE TODOS OS OUTROS
      * DESCONTOS. PRIMEIRA PASSADA: PENSOES, LIMITADAS AO LIQUIDO QUE
      * SOBROU. SEGUNDA: CONSIGNADOS NA ORDEM DA SEQUENCIA, DENTRO DA
      * MARGEM CONSIGNAVEL (WRK-PCT-MARGEM DO LIQUIDO LEGAL, BRUTO -
      * INSS - IRRF - PENSAO) E DO LIQUIDO; PARCELA QUE NAO CABE
      * INTEIRA NAO E DESCONTADA (SITUACAO 'M' NO CONSIGMOV) E FICA
      * PARA O FIM DO CONTRATO. A RERODADA DA COMPETENCIA DEVOLVE AS
      * PARCELAS PAGAS PELA IMAGEM CO-PAGAS-ANT ANTES DE REAPLICAR.
      *----------------------------------------------------------------
       0291-DESCONTAR-CONSIGNACOES.
             MOVE ZEROS TO WRK-DESC-PENSAO.
             MOVE ZEROS TO WRK-DESC-CONSIG.
             IF CONSIG-ABERTO
                   COMPUTE WRK-CO-LIQ-LEGAL = WRK-SALARIO-CALC
                         - WRK-INSS - WRK-IRRF
                   MOVE 'P' TO WRK-CO-PASSO
                   PERFORM 0292-PERCORRER-CONSIGNACOES
                   COMPUTE WRK-CO-MARGEM ROUNDED =
                         (WRK-CO-LIQ-LEGAL - WRK-DESC-PENSAO)
                         * WRK-PCT-MARGEM / 100
                   MOVE 'C' TO WRK-CO-PASSO
                   PERFORM 0292-PERCORRER-CONSIGNACOES
             END-IF.
             SUBTRACT WRK-DESC-PENSAO FROM WRK-SALARIO-LIQ.
             SUBTRACT WRK-DESC-CONSIG FROM WRK-SALARIO-LIQ.
             ADD WRK-DESC-PENSAO TO WRK-TOTAL-PENSAO.
             ADD WRK-DESC-CONSIG TO WRK-TOTAL-CONSIG.

       0292-PERCORRER-CONSIGNACOES.
             MOVE 'N' TO WRK-EOF-CON-SW.
             MOVE FP-MATRICULA TO CO-MATRICULA.
             MOVE ZEROS TO CO-SEQ.
             START CONSIGNACAO-MASTER KEY IS >= CO-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
             END-START.
             PERFORM 0293-LER-CONSIGNACAO.
             PERFORM 0294-APLICAR-CONSIGNACAO
                   UNTIL FIM-CONSIG-FUNC.

       0293-LER-CONSIGNACAO.
             IF NOT FIM-CONSIG-FUNC
                   READ CONSIGNACAO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-CON-SW
                   END-READ
                   IF NOT FIM-CONSIG-FUNC
                         AND CO-MATRICULA NOT = FP-MATRICULA
                         MOVE 'S' TO WRK-EOF-CON-SW
                   END-IF
             END-IF.

       0294-APLICAR-CONSIGNACAO.
             IF CO-TIPO = WRK-CO-PASSO
                   IF CO-COMPET-ULT = WRK-HOJE-ANO-MES
                         MOVE CO-PAGAS-ANT TO CO-QT-PAGAS
                         IF CO-QUITADO
                               MOVE 'A' TO CO-SITUACAO
                         END-IF
                   ELSE
                         MOVE CO-QT-PAGAS TO CO-PAGAS-ANT
                   END-IF
                   IF CO-ATIVO
                         AND CO-COMPET-INICIO <= WRK-HOJE-ANO-MES
                         AND (CO-QT-PARCELAS = ZEROS
                              OR CO-QT-PAGAS < CO-QT-PARCELAS)
                         MOVE WRK-HOJE-ANO-MES TO CO-COMPET-ULT
                         PERFORM 0281-CALCULAR-PARCELA
                         PERFORM 0282-GRAVAR-CONSIGNACAO
                   END-IF
             END-IF.
             PERFORM 0293-LER-CONSIGNACAO.

       0281-CALCULAR-PARCELA.
             EVALUATE TRUE
                   WHEN CO-BASE-LIQUIDO
                         COMPUTE WRK-CO-PREVISTO ROUNDED =
                               WRK-CO-LIQ-LEGAL * CO-PERCENTUAL / 100
                   WHEN CO-BASE-BRUTO
                         COMPUTE WRK-CO-PREVISTO ROUNDED =
                               WRK-SALARIO-CALC * CO-PERCENTUAL / 100
                   WHEN OTHER
                         MOVE CO-VALOR-PARCELA TO WRK-CO-PREVISTO
             END-EVALUATE.
             COMPUTE WRK-CO-DESCONTO = WRK-SALARIO-LIQ
                   - WRK-DESC-PENSAO - WRK-DESC-CONSIG.
             IF CO-PENSAO
                   IF WRK-CO-PREVISTO <= WRK-CO-DESCONTO
                         MOVE WRK-CO-PREVISTO TO WRK-CO-DESCONTO
                         MOVE 'D' TO CM-SITUACAO
                   ELSE
                         MOVE 'P' TO CM-SITUACAO
                         IF WRK-CO-DESCONTO = ZEROS
                               MOVE 'M' TO CM-SITUACAO
                         END-IF
                         DISPLAY '       PENSAO MAIOR QUE O LIQUIDO, '
                                 'DESCONTO PARCIAL: ' FP-MATRICULA
                   END-IF
                   ADD WRK-CO-DESCONTO TO WRK-DESC-PENSAO
             ELSE
                   IF WRK-CO-PREVISTO <= WRK-CO-MARGEM
                         AND WRK-CO-PREVISTO <= WRK-CO-DESCONTO
                         MOVE WRK-CO-PREVISTO TO WRK-CO-DESCONTO
                         MOVE 'D' TO CM-SITUACAO
                         SUBTRACT WRK-CO-DESCONTO FROM WRK-CO-MARGEM
                         ADD WRK-CO-DESCONTO TO WRK-DESC-CONSIG
                   ELSE
                         MOVE ZEROS TO WRK-CO-DESCONTO
                         MOVE 'M' TO CM-SITUACAO
                         ADD 1 TO WRK-QT-SEM-MARGEM
                         DISPLAY '       CONSIGNADO SEM MARGEM, '
                                 'PARCELA NAO DESCONTADA: '
                                 FP-MATRICULA ' CONTRATO '
                                 CO-CONTRATO
                   END-IF
             END-IF.
             IF WRK-CO-DESCONTO > ZEROS
                   ADD 1 TO CO-QT-PAGAS
                   IF CO-QT-PARCELAS > ZEROS
                         AND CO-QT-PAGAS >= CO-QT-PARCELAS
                         MOVE 'Q' TO CO-SITUACAO
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * MESTRE REGRAVADO COM AS PARCELAS PAGAS E LINHA DO MES NO
      * CONSIGMOV (A RERODADA SOBREPOE A LINHA DA MESMA COMPETENCIA).
      *----------------------------------------------------------------
       0282-GRAVAR-CONSIGNACAO.
             REWRITE CONSIGNACAO-MASTER-REC.
             MOVE CO-MATRICULA      TO CM-MATRICULA.
             MOVE WRK-HOJE-ANO-MES  TO CM-COMPETENCIA.
             MOVE CO-SEQ            TO CM-SEQ.
             MOVE FP-FILIAL         TO CM-FILIAL.
             MOVE CO-TIPO           TO CM-TIPO.
             MOVE CO-BANCO          TO CM-BANCO.
             MOVE CO-CREDOR-NOME    TO CM-CREDOR-NOME.
             MOVE CO-CONTRATO       TO CM-CONTRATO.
             MOVE CO-QT-PAGAS       TO CM-PARCELA.
             IF CM-SEM-MARGEM
                   ADD 1 TO CM-PARCELA
             END-IF.
             MOVE CO-QT-PARCELAS    TO CM-QT-PARCELAS.
             MOVE WRK-CO-PREVISTO   TO CM-VALOR-PREVISTO.
             MOVE WRK-CO-DESCONTO   TO CM-VALOR-DESCONTO.
             MOVE CO-BEN-AGENCIA    TO CM-BEN-AGENCIA.
             MOVE CO-BEN-CONTA      TO CM-BEN-CONTA.
             MOVE ZEROS             TO CM-COMPET-REPASSE.
             WRITE CONSIGNACAO-MOV-REC
                   INVALID KEY REWRITE CONSIGNACAO-MOV-REC
             END-WRITE.

       9600-REGRAVAR-ADIANTAMENTOS.
             MOVE ZEROS TO WRK-QT-ADI-ABERTO.
             IF WRK-QT-ADIANT > 0
      * OS DIAS UTEIS DA COMPETENCIA SAO CONTADOS UMA VEZ POR RODADA,
      * DO PRIMEIRO AO ULTIMO DIA DO MES PELO CALC-DIA-UTIL.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * FILIAIS COM ACORDO DE BANCO DE HORAS (BHCFG: FILIAL + PRAZO DO
      * CICLO EM MESES, 6 OU 12). SEM O PARAMETRO NENHUMA FILIAL TEM
      * ACORDO, O BANCOHRS NEM E ABERTO E AS HORAS EXTRAS SAO PAGAS.
      *----------------------------------------------------------------
       1950-ABRIR-BANCO-HORAS.
             MOVE ZEROS TO WRK-QT-BANCO-CFG.
             MOVE 'N' TO WRK-EOF-BHC-SW.
             OPEN INPUT BANCO-HORAS-CFG.
             MOVE WRK-FS-BHCFG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1960-LER-BANCO-CFG
                   PERFORM 1970-GUARDAR-BANCO-CFG
                         UNTIL FIM-BANCO-CFG
                   CLOSE BANCO-HORAS-CFG
             END-IF.
             IF WRK-QT-BANCO-CFG > ZEROS
                   OPEN I-O BANCO-HORAS
                   MOVE WRK-FS-BANCO TO WRK-FS-ULTIMO
                   IF FS-ARQ-NAO-EXISTE
                         CLOSE BANCO-HORAS
                         OPEN OUTPUT BANCO-HORAS
                         CLOSE BANCO-HORAS
                         OPEN I-O BANCO-HORAS
                   END-IF
                   OPEN I-O BANCO-HORAS-MOV
                   MOVE WRK-FS-BHMOV TO WRK-FS-ULTIMO
                   IF FS-ARQ-NAO-EXISTE
                         CLOSE BANCO-HORAS-MOV
                         OPEN OUTPUT BANCO-HORAS-MOV
                         CLOSE BANCO-HORAS-MOV
                         OPEN I-O BANCO-HORAS-MOV
                   END-IF
             END-IF.

       1960-LER-BANCO-CFG.
             READ BANCO-HORAS-CFG
                   AT END MOVE 'S' TO WRK-EOF-BHC-SW
             END-READ.

       1970-GUARDAR-BANCO-CFG.
             IF BC-MESES IS NOT NUMERIC
                   OR (BC-MESES NOT = 6 AND BC-MESES NOT = 12)
                   DISPLAY 'BHCFG COM PRAZO INVALIDO PARA A FILIAL '
                           BC-FILIAL ', LINHA IGNORADA'
             ELSE
                   IF WRK-QT-BANCO-CFG < 10
                         ADD 1 TO WRK-QT-BANCO-CFG
                         MOVE BC-FILIAL
                              TO TBC-FILIAL(WRK-QT-BANCO-CFG)
                         MOVE BC-MESES
                              TO TBC-MESES(WRK-QT-BANCO-CFG)
                   END-IF
             END-IF.
             PERFORM 1960-LER-BANCO-CFG.

      *----------------------------------------------------------------
      * CONSIGNADOS E PENSOES (CONSIGMST, CARGA-CONSIGNACAO). SEM O
      * MESTRE NAO HA DESCONTO A FAZER E O CONSIGMOV NEM E ABERTO.
      *----------------------------------------------------------------
       1980-ABRIR-CONSIGNACOES.
             MOVE 'N' TO WRK-CONSIG-SW.
             OPEN I-O CONSIGNACAO-MASTER.
             MOVE WRK-FS-CONSIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CONSIG-SW
                   OPEN I-O CONSIGNACAO-MOV
                   MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO
                   IF FS-ARQ-NAO-EXISTE
                         CLOSE CONSIGNACAO-MOV
                         OPEN OUTPUT CONSIGNACAO-MOV
                         CLOSE CONSIGNACAO-MOV
                         OPEN I-O CONSIGNACAO-MOV
                   END-IF
             ELSE
                   CLOSE CONSIGNACAO-MASTER
             END-IF.

       1900-CONTAR-DIAS-UTEIS.
             MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
             MOVE WRK-PRIMEIRO-DIA-MES TO WRK-DATA-VARRE.
       0275-SOMAR-HORAS-EXTRAS.
             MOVE ZEROS TO WRK-HE-50-FUNC.
             MOVE ZEROS TO WRK-HE-100-FUNC.
             MOVE ZEROS TO WRK-DEBITO-FUNC.
             MOVE ZEROS TO WRK-VALOR-HE.
             SET IX-TPO TO 1.
             PERFORM 0276-PROCURAR-PONTO
                   UNTIL IX-TPO > WRK-QT-PONTO.
             MOVE 'N' TO WRK-BANCO-SW.
             IF WRK-QT-BANCO-CFG > ZEROS
                   PERFORM 0277-VERIFICAR-BANCO
             END-IF.
             IF FUNC-NO-BANCO
                   PERFORM 0278-MOVIMENTAR-BANCO
             END-IF.
             IF WRK-HE-50-FUNC > ZEROS
                   OR WRK-HE-100-FUNC > ZEROS
                   COMPUTE WRK-VALOR-HORA ROUNDED =
                   ADD WRK-VALOR-HE TO WRK-SALARIO-CALC
                   ADD WRK-VALOR-HE TO WRK-TOTAL-HE
             END-IF.
             IF FUNC-NO-BANCO
                   PERFORM 0279-GRAVAR-BANCO
             END-IF.

       0276-PROCURAR-PONTO.
             IF TPO-MATRICULA(IX-TPO) = FP-MATRICULA
                   ADD TPO-HE-50(IX-TPO)  TO WRK-HE-50-FUNC
                   ADD TPO-HE-100(IX-TPO) TO WRK-HE-100-FUNC
                   ADD TPO-DEBITO(IX-TPO) TO WRK-DEBITO-FUNC
             END-IF.
             SET IX-TPO UP BY 1.

      *----------------------------------------------------------------
      * FUNCIONARIO DE FILIAL COM ACORDO ENTRA NO BANCO DE HORAS,
      * SALVO SE O BANCO JA FOI ENCERRADO PELA RESCISAO (AS HORAS DO
      * MES DO DESLIGAMENTO VOLTAM A SER PAGAS COMO EXTRA).
      *----------------------------------------------------------------
       0277-VERIFICAR-BANCO.
             MOVE ZEROS TO WRK-BH-MESES.
             MOVE 1 TO WRK-IX-BHC.
             PERFORM 0272-COMPARAR-BANCO-CFG
                   UNTIL WRK-IX-BHC > WRK-QT-BANCO-CFG
                      OR WRK-BH-MESES > ZEROS.
             IF WRK-BH-MESES > ZEROS
                   MOVE 'N' TO WRK-BANCO-NOVO-SW
                   MOVE FP-MATRICULA TO BH-MATRICULA
                   READ BANCO-HORAS
                         INVALID KEY
                               MOVE 'S' TO WRK-BANCO-NOVO-SW
                   END-READ
                   IF BANCO-NOVO
                         MOVE 'S' TO WRK-BANCO-SW
                   ELSE
                         IF BH-DT-ENCERRA = ZEROS
                               MOVE 'S' TO WRK-BANCO-SW
                         END-IF
                   END-IF
             END-IF.

       0272-COMPARAR-BANCO-CFG.
             IF FP-FILIAL = TBC-FILIAL(WRK-IX-BHC)
                   MOVE TBC-MESES(WRK-IX-BHC) TO WRK-BH-MESES
             END-IF.
             ADD 1 TO WRK-IX-BHC.

      *----------------------------------------------------------------
      * AS HORAS EXTRAS DO MES (50% E 100%, HORA POR HORA) SAO
      * CREDITADAS E AS FALTAS/SAIDAS ANTECIPADAS DEBITADAS, EM VEZ DE
      * PAGAS. NO MES DE VENCIMENTO DO CICLO O SALDO POSITIVO VAI PARA
      * AS HORAS EXTRAS A 50% DA FOLHA E O NEGATIVO E PERDOADO; O NOVO
      * CICLO COMECA NO MES SEGUINTE. RERODADA DA MESMA COMPETENCIA
      * PARTE DO SALDO E DO CICLO GUARDADOS ANTES DELA.
      *----------------------------------------------------------------
       0278-MOVIMENTAR-BANCO.
             IF BANCO-NOVO
                   MOVE FP-MATRICULA     TO BH-MATRICULA
                   MOVE WRK-HOJE-ANO-MES TO BH-INICIO-CICLO
                   PERFORM 0273-CALCULAR-VENCIMENTO
                   MOVE ZEROS TO BH-SALDO
                   MOVE ZEROS TO BH-COMPET-ULT
                   MOVE ZEROS TO BH-DT-ENCERRA
             ELSE
                   IF BH-COMPET-ULT = WRK-HOJE-ANO-MES
                         MOVE BH-INICIO-ANT TO BH-INICIO-CICLO
                         MOVE BH-FIM-ANT    TO BH-FIM-CICLO
                         MOVE BH-SALDO-ANT  TO BH-SALDO
                   END-IF
             END-IF.
             MOVE BH-INICIO-CICLO  TO BH-INICIO-ANT.
             MOVE BH-FIM-CICLO     TO BH-FIM-ANT.
             MOVE BH-SALDO         TO BH-SALDO-ANT.
             MOVE FP-FILIAL        TO BH-FILIAL.
             MOVE WRK-HOJE-ANO-MES TO BH-COMPET-ULT.

             COMPUTE WRK-BH-CREDITO =
                   WRK-HE-50-FUNC + WRK-HE-100-FUNC.
             COMPUTE BH-SALDO =
                   BH-SALDO + WRK-BH-CREDITO - WRK-DEBITO-FUNC.
             MOVE ZEROS TO WRK-HE-50-FUNC.
             MOVE ZEROS TO WRK-HE-100-FUNC.
             MOVE ZEROS TO WRK-BH-PAGAS.
             MOVE ZEROS TO WRK-BH-EXPIRA.
             IF WRK-HOJE-ANO-MES >= BH-FIM-CICLO
                   ADD 1 TO WRK-QT-BANCO-VENC
                   IF BH-SALDO > ZEROS
                         MOVE BH-SALDO TO WRK-BH-PAGAS
                         MOVE BH-SALDO TO WRK-HE-50-FUNC
                   ELSE
                         COMPUTE WRK-BH-EXPIRA = ZEROS - BH-SALDO
                   END-IF
                   MOVE ZEROS TO BH-SALDO
                   MOVE WRK-HOJE-ANO-MES TO WRK-BH-COMPET-BASE
                   MOVE 1 TO WRK-BH-QT-MESES
                   PERFORM 0274-SOMAR-MESES
                   MOVE WRK-BH-COMPET-RES TO BH-INICIO-CICLO
                   PERFORM 0273-CALCULAR-VENCIMENTO
             END-IF.

      *----------------------------------------------------------------
      * O CICLO VENCE NO MES DE INICIO MAIS O PRAZO DO ACORDO MENOS
      * UM (CICLO DE 6 MESES INICIADO EM JANEIRO VENCE EM JUNHO).
      *----------------------------------------------------------------
       0273-CALCULAR-VENCIMENTO.
             MOVE BH-INICIO-CICLO TO WRK-BH-COMPET-BASE.
             COMPUTE WRK-BH-QT-MESES = WRK-BH-MESES - 1.
             PERFORM 0274-SOMAR-MESES.
             MOVE WRK-BH-COMPET-RES TO BH-FIM-CICLO.

       0274-SOMAR-MESES.
             MOVE WRK-BH-COMPET-BASE(1:4) TO WRK-BH-ANO.
             MOVE WRK-BH-COMPET-BASE(5:2) TO WRK-BH-MES.
             COMPUTE WRK-BH-IX-MES =
                   (WRK-BH-ANO * 12) + WRK-BH-MES - 1
                   + WRK-BH-QT-MESES.
             DIVIDE WRK-BH-IX-MES BY 12
                   GIVING WRK-BH-ANO
                   REMAINDER WRK-BH-MES.
             ADD 1 TO WRK-BH-MES.
             COMPUTE WRK-BH-COMPET-RES =
                   (WRK-BH-ANO * 100) + WRK-BH-MES.

      *----------------------------------------------------------------
      * SALDO NO BANCOHRS E LINHA DO MES NO BHMOV (REGRAVADA NA
      * RERODADA); O VALOR PAGO E O DAS HORAS DO VENCIMENTO.
      *----------------------------------------------------------------
       0279-GRAVAR-BANCO.
             IF BANCO-NOVO
                   WRITE BANCO-HORAS-REC
                         INVALID KEY
                               REWRITE BANCO-HORAS-REC
                   END-WRITE
             ELSE
                   REWRITE BANCO-HORAS-REC
             END-IF.
             MOVE FP-MATRICULA     TO BM-MATRICULA.
             MOVE WRK-HOJE-ANO-MES TO BM-COMPETENCIA.
             MOVE FP-FILIAL        TO BM-FILIAL.
             MOVE 'F'              TO BM-ORIGEM.
             MOVE BH-SALDO-ANT     TO BM-SALDO-ANT.
             MOVE WRK-BH-CREDITO   TO BM-CREDITO.
             MOVE WRK-DEBITO-FUNC  TO BM-DEBITO.
             MOVE WRK-BH-PAGAS     TO BM-HORAS-PAGAS.
             MOVE WRK-VALOR-HE     TO BM-VALOR-PAGO.
             MOVE WRK-BH-EXPIRA    TO BM-HORAS-EXPIRA.
             MOVE BH-SALDO         TO BM-SALDO-FINAL.
             MOVE BH-FIM-ANT       TO BM-FIM-CICLO.
             WRITE BANCO-HORAS-MOV-REC
                   INVALID KEY
                         REWRITE BANCO-HORAS-MOV-REC
             END-WRITE.
             ADD 1 TO WRK-QT-BANCO.
             ADD WRK-VALOR-HE TO WRK-TOTAL-BH-PAGO.

       0270-SOMAR-VERBAS.
             MOVE ZEROS TO WRK-VERBAS-FUNC.
             MOVE ZEROS TO WRK-DESC-COMISSAO.
             IF WRK-QT-VERBAS > 0
                   SET IX-TVB TO 1
                   PERFORM 0280-COMPARAR-VERBA
                   ADD WRK-VERBAS-FUNC TO WRK-SALARIO-CALC
                   ADD WRK-VERBAS-FUNC TO WRK-TOTAL-VERBAS
             END-IF.
             IF WRK-DESC-COMISSAO > WRK-SALARIO-CALC
                   DISPLAY 'MATRICULA ' FP-MATRICULA
                           ' ESTORNO DE COMISSAO ' WRK-DESC-COMISSAO
                           ' MAIOR QUE O BRUTO, LIMITADO AO BRUTO'
                   MOVE WRK-SALARIO-CALC TO WRK-DESC-COMISSAO
             END-IF.
             IF WRK-DESC-COMISSAO > ZEROS
                   SUBTRACT WRK-DESC-COMISSAO FROM WRK-SALARIO-CALC
                   ADD WRK-DESC-COMISSAO TO WRK-TOTAL-DESC-COM
             END-IF.

       0280-COMPARAR-VERBA.
             IF TVB-MATRICULA(IX-TVB) = FP-MATRICULA
                   IF TVB-TIPO(IX-TVB) = 'DCM'
                         ADD TVB-VALOR(IX-TVB) TO WRK-DESC-COMISSAO
                   ELSE
                         ADD TVB-VALOR(IX-TVB) TO WRK-VERBAS-FUNC
                   END-IF
             END-IF.
             SET IX-TVB UP BY 1.

             ADD 1 TO WRK-IX-FIL.

       0100-LER-ENTRADA.
             READ FUNCIONARIOS-ENTRADA NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       0200-PROCESSAR.
             PERFORM 0205-TRATAR-ENTRADA.
                   PERFORM 0290-SALARIO-FAMILIA
                   PERFORM 0295-DESCONTAR-BENEFICIOS
                   PERFORM 0297-DESCONTAR-ADIANTAMENTO
                   PERFORM 0291-DESCONTAR-CONSIGNACOES

                   MOVE WRK-SALARIO-CALC TO WRK-SALARIO-ED
                   MOVE WRK-INSS        TO WRK-INSS-ED
                         DISPLAY '       VERBAS ADICIONAIS NO '
                                 'BRUTO: ' WRK-VERBAS-ED
                   END-IF
                   IF WRK-DESC-COMISSAO > ZEROS
                         MOVE WRK-DESC-COMISSAO TO WRK-DESC-COM-ED
                         DISPLAY '       ESTORNO DE COMISSAO NO '
                                 'BRUTO: -' WRK-DESC-COM-ED
                   END-IF
                   IF WRK-VALOR-HE > ZEROS
                         MOVE WRK-VALOR-HE TO WRK-HE-ED
                         DISPLAY '       HORAS EXTRAS 50%: '
                                 WRK-HE-100-FUNC ' VALOR: '
                                 WRK-HE-ED
                   END-IF
                   IF FUNC-NO-BANCO
                         MOVE BH-SALDO TO WRK-BH-SALDO-ED
                         DISPLAY '       BANCO DE HORAS - CREDITO: '
                                 WRK-BH-CREDITO ' DEBITO: '
                                 WRK-DEBITO-FUNC ' SALDO: '
                                 WRK-BH-SALDO-ED
                   END-IF
                   IF FUNC-NO-BANCO AND WRK-BH-EXPIRA > ZEROS
                         DISPLAY '       BANCO DE HORAS VENCIDO - '
                                 'HORAS NEGATIVAS PERDOADAS: '
                                 WRK-BH-EXPIRA
                   END-IF
                   IF WRK-DESC-ADIANT > ZEROS
                         MOVE WRK-DESC-ADIANT TO WRK-ADIANT-ED
                         DISPLAY '       ADIANTAMENTO RECUPERADO: '
                                 WRK-ADIANT-ED
                   END-IF
                   IF WRK-DESC-PENSAO > ZEROS
                         MOVE WRK-DESC-PENSAO TO WRK-CONSIG-ED
                         DISPLAY '       PENSAO ALIMENTICIA: '
                                 WRK-CONSIG-ED
                   END-IF
                   IF WRK-DESC-CONSIG > ZEROS
                         MOVE WRK-DESC-CONSIG TO WRK-CONSIG-ED
                         DISPLAY '       EMPRESTIMO CONSIGNADO: '
                                 WRK-CONSIG-ED
                   END-IF
                   IF WRK-DIAS-AFAST > ZEROS
                      OR AP-DIAS-EMPRESA > ZEROS
                         DISPLAY '       AFASTAMENTO - DIAS EMPRESA: '
                                 AP-DIAS-EMPRESA ' INSS: '
                                 AP-DIAS-INSS ' SEM REMUNERACAO: '
                                 AP-DIAS-SEM-REMUN
                   END-IF

                   ADD WRK-SALARIO-CALC TO WRK-TOTAL-FOLHA
                   ADD WRK-INSS        TO WRK-TOTAL-INSS

      *----------------------------------------------------------------
      * OS REJEITOS CORRIGIDOS PELO CORRIGE-REJEITOS ENTRAM PELA MESMA
      * VALIDACAO E CALCULO DO CADASTRO; O ARQUIVO DE REAPRESENTACAO E
      * ESVAZIADO AO FINAL.
      *----------------------------------------------------------------
       0850-PROCESSAR-REAPRESENTACAO.
             MOVE FB-DT-ADMISSAO TO FP-DT-ADMISSAO.
             MOVE FB-DT-DESLIG   TO FP-DT-DESLIG.
             MOVE FB-FILIAL      TO FP-FILIAL.
             MOVE FB-CPF         TO FP-CPF.
             MOVE FB-CARGO       TO FP-CARGO.
             ADD 1 TO WRK-QT-REAPRESENTADAS.
             PERFORM 0205-TRATAR-ENTRADA.
             PERFORM 0855-LER-REAPRESENTACAO.
      * O PERIODO PAGO DO MES VAI DO MAIOR ENTRE O PRIMEIRO DIA DA
      * COMPETENCIA E A ADMISSAO ATE O MENOR ENTRE O ULTIMO DIA E O
      * DESLIGAMENTO; A PROPORCAO E POR DIAS CORRIDOS SOBRE OS DIAS
      * DO MES, DESCONTADOS OS DIAS DE AFASTAMENTO QUE NAO CABEM A
      * EMPRESA (0265).
      *----------------------------------------------------------------
       0260-PRORATEAR-SALARIO.
             MOVE ZEROS TO WRK-DIAS-AFAST.
             MOVE ZEROS TO AP-DIAS-EMPRESA.
             MOVE WRK-PRIMEIRO-DIA-MES TO WRK-INICIO-PERIODO.
             IF FP-DT-ADMISSAO > WRK-INICIO-PERIODO
                   MOVE FP-DT-ADMISSAO TO WRK-INICIO-PERIODO
                   COMPUTE WRK-DIAS-PAGOS = DA-QT-DIAS + 1
                   IF WRK-DIAS-PAGOS >= WRK-DIAS-MES
                         MOVE WRK-DIAS-MES TO WRK-DIAS-PAGOS
                   END-IF
                   PERFORM 0265-DESCONTAR-AFASTAMENTO
                   IF WRK-DIAS-PAGOS = WRK-DIAS-MES
                         MOVE FP-SALARIO TO WRK-SALARIO-CALC
                   ELSE
                         COMPUTE WRK-SALARIO-CALC ROUNDED =
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * DIAS DO PERIODO PAGO EM AFASTAMENTO A CARGO DO INSS OU SEM
      * REMUNERACAO SAEM DOS DIAS PAGOS PELA EMPRESA.
      *----------------------------------------------------------------
       0265-DESCONTAR-AFASTAMENTO.
             MOVE FP-MATRICULA       TO AP-MATRICULA.
             MOVE WRK-INICIO-PERIODO TO AP-DT-INICIO.
             MOVE WRK-FIM-PERIODO    TO AP-DT-FIM.
             CALL 'CALC-AFASTAMENTO' USING AP-PARM.
             COMPUTE WRK-DIAS-AFAST =
                   AP-DIAS-INSS + AP-DIAS-SEM-REMUN.
             IF WRK-DIAS-AFAST > ZEROS OR AP-DIAS-EMPRESA > ZEROS
                   ADD 1 TO WRK-QT-AFASTADOS
             END-IF.
             IF WRK-DIAS-AFAST >= WRK-DIAS-PAGOS
                   MOVE ZEROS TO WRK-DIAS-PAGOS
             ELSE
                   SUBTRACT WRK-DIAS-AFAST FROM WRK-DIAS-PAGOS
             END-IF.

       0230-VALIDAR-ENTRADA.
             MOVE 'S' TO WRK-ENTRADA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
                   END-IF
             END-IF.

             IF ENTRADA-VALIDA
                   PERFORM 0235-VALIDAR-CPF
             END-IF.

      *----------------------------------------------------------------
      * CPF DO CADASTRO: ZERADO PASSA COM AVISO; INVALIDO OU JA VISTO
      * EM OUTRA MATRICULA NESTA RODADA E REJEITADO. OS CPFS ACEITOS
      * FICAM NA TABELA DA RODADA (ALEM DO LIMITE, SEM CONFERENCIA DE
      * REPETICAO, COM AVISO).
      *----------------------------------------------------------------
       0235-VALIDAR-CPF.
             MOVE 'F' TO DF-TIPO.
             IF FP-CPF IS NUMERIC
                   MOVE FP-CPF TO DF-NUMERO
             ELSE
                   MOVE ZEROS TO DF-NUMERO
             END-IF.
             CALL 'CALC-DOCUMENTO' USING DF-PARM.
             EVALUATE TRUE
                   WHEN DF-AUSENTE
                         ADD 1 TO WRK-QT-SEM-CPF
                         DISPLAY FP-MATRICULA ' ' FP-NOME
                                 ' SEM CPF NO CADASTRO'
                   WHEN DF-INVALIDO
                         MOVE 'N' TO WRK-ENTRADA-SW
                         MOVE 'CPF INVALIDO' TO WRK-MOTIVO-REJ
                   WHEN OTHER
                         MOVE 'N' TO WRK-CPF-DUP-SW
                         SET IX-TF TO 1
                         PERFORM 0236-COMPARAR-CPF
                               UNTIL IX-TF > WRK-QT-CPFS
                                  OR CPF-DUPLICADO
                         IF CPF-DUPLICADO
                               MOVE 'N' TO WRK-ENTRADA-SW
                               MOVE 'CPF REPETIDO EM OUTRA MATRICULA'
                                    TO WRK-MOTIVO-REJ
                         ELSE
                               PERFORM 0237-GUARDAR-CPF
                         END-IF
             END-EVALUATE.

       0236-COMPARAR-CPF.
             IF TF-CPF(IX-TF) = DF-NUMERO
                   AND TF-MATRICULA(IX-TF) NOT = FP-MATRICULA
                   MOVE 'S' TO WRK-CPF-DUP-SW
             ELSE
                   SET IX-TF UP BY 1
             END-IF.

       0237-GUARDAR-CPF.
             IF WRK-QT-CPFS < WRK-MAX-CPFS
                   ADD 1 TO WRK-QT-CPFS
                   SET IX-TF TO WRK-QT-CPFS
                   MOVE FP-CPF       TO TF-CPF(IX-TF)
                   MOVE FP-MATRICULA TO TF-MATRICULA(IX-TF)
             ELSE
                   IF NOT TABELA-CPF-CHEIA
                         DISPLAY 'TABELA DE CPFS DA RODADA CHEIA ('
                                 WRK-MAX-CPFS '), REPETICOES NAO '
                                 'CONFERIDAS DAQUI EM DIANTE'
                         MOVE 'S' TO WRK-CPF-CHEIA-SW
                   END-IF
             END-IF.

       0250-LOCALIZAR-MOEDA.
             MOVE 'N' TO WRK-MOEDA-VALIDA-SW.
             MOVE SPACES TO WRK-SIMBOLO-MOEDA.
                         DISPLAY 'LANCAMENTO JA EXISTIA, '
                                 'REGRAVADO: ' FL-MATRICULA
                                 ' ' FL-COMPETENCIA
                         PERFORM 0221-REGRAVAR-LEDGER
                   NOT INVALID KEY
                         MOVE SPACES TO JP-ANTES
                         MOVE FOLHA-LEDGER-REC TO JP-DEPOIS
                         MOVE 'I' TO JP-OPERACAO
                         PERFORM 0222-JORNALIZAR-LEDGER
             END-WRITE.

      *----------------------------------------------------------------
      * RERODADA: A IMAGEM ANTERIOR DO LANCAMENTO E RELIDA PARA O
      * JORNAL ANTES DE SER SUBSTITUIDA PELA NOVA.
      *----------------------------------------------------------------
       0221-REGRAVAR-LEDGER.
             MOVE FOLHA-LEDGER-REC TO JP-DEPOIS.
             READ FOLHA-LEDGER
                   INVALID KEY CONTINUE
             END-READ.
             MOVE FOLHA-LEDGER-REC TO JP-ANTES.
             MOVE JP-DEPOIS TO FOLHA-LEDGER-REC.
             REWRITE FOLHA-LEDGER-REC.
             MOVE 'A' TO JP-OPERACAO.
             PERFORM 0222-JORNALIZAR-LEDGER.

       0222-JORNALIZAR-LEDGER.
             MOVE 'FOLHALDG' TO JP-ARQUIVO.
             MOVE 'FOLHA-PAGTO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       0210-CALCULAR-DESCONTOS.
             EVALUATE TRUE
                   WHEN WRK-SALARIO-CALC <= WRK-FAIXA1-INSS
                   DISPLAY 'VERBAS ADICIONAIS (INCLUIDAS NO BRUTO): '
                           WRK-TOTAL-VERBAS
             END-IF.
             IF WRK-QT-SEM-CPF > ZEROS
                   DISPLAY 'FUNCIONARIOS SEM CPF NO CADASTRO......: '
                           WRK-QT-SEM-CPF
             END-IF.
             IF WRK-QT-AFASTADOS > ZEROS
                   DISPLAY 'FUNCIONARIOS COM DIAS DE AFASTAMENTO..: '
                           WRK-QT-AFASTADOS
             END-IF.
             IF WRK-TOTAL-DESC-COM > ZEROS
                   DISPLAY 'ESTORNOS DE COMISSAO (DEDUZIDOS).......: '
                           WRK-TOTAL-DESC-COM
             END-IF.
             IF WRK-TOTAL-HE > ZEROS
                   DISPLAY 'HORAS EXTRAS (INCLUIDAS NO BRUTO).....: '
                           WRK-TOTAL-HE
             END-IF.
             IF WRK-QT-BANCO > ZEROS
                   DISPLAY 'FUNCIONARIOS NO BANCO DE HORAS........: '
                           WRK-QT-BANCO
                   DISPLAY 'BANCOS DE HORAS VENCIDOS NO MES.......: '
                           WRK-QT-BANCO-VENC
                   DISPLAY 'BANCO DE HORAS PAGO (NAS HORAS EXTRAS): '
                           WRK-TOTAL-BH-PAGO
             END-IF.
             IF WRK-TOTAL-SALFAM > ZEROS
                   DISPLAY 'SALARIO-FAMILIA (SOMADO AO LIQUIDO)...: '
                           WRK-TOTAL-SALFAM
                   DISPLAY 'COPARTICIPACAO VALE-REFEICAO..........: '
                           WRK-TOTAL-VR
             END-IF.
             IF WRK-TOTAL-PENSAO > ZEROS
                   DISPLAY 'PENSAO ALIMENTICIA (DO LIQUIDO).......: '
                           WRK-TOTAL-PENSAO
             END-IF.
             IF WRK-TOTAL-CONSIG > ZEROS OR WRK-QT-SEM-MARGEM > ZEROS
                   DISPLAY 'CONSIGNADOS DESCONTADOS (DO LIQUIDO)..: '
                           WRK-TOTAL-CONSIG
                   DISPLAY 'PARCELAS SEM MARGEM (NAO DESCONTADAS).: '
                           WRK-QT-SEM-MARGEM
             END-IF.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'FOLHA-PAGTO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       9500-GRAVAR-CONTAGEM.
             OPEN EXTEND CONTROLE-CONTAGEM.
             CLOSE FUNCIONARIOS-ENTRADA.
             CLOSE FOLHA-LEDGER.
             CLOSE FOLHA-REJ.
             IF WRK-QT-BANCO-CFG > ZEROS
                   CLOSE BANCO-HORAS
                   CLOSE BANCO-HORAS-MOV
             END-IF.
             IF CONSIG-ABERTO
                   CLOSE CONSIGNACAO-MASTER
                   CLOSE CONSIGNACAO-MOV
             END-IF.

       END PROGRAM FOLHA-PAGTO.
