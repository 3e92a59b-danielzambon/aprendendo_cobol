      * Purpose: CALCULO DA RESCISAO DE CONTRATO - O OPERADOR INFORMA
      *          MATRICULA, DATA E TIPO DO DESLIGAMENTO ('S' SEM
      *          JUSTA CAUSA, 'P' PEDIDO DE DEMISSAO); O PROGRAMA
      *          PUXA ADMISSAO E SALARIO DO FUNCMST, O STATUS DE
      *          FERIAS E O HISTORICO DO ANO DO FOLHA-LEDGER, CALCULA
      *          CADA VERBA COM O SEU TRATAMENTO DE INSS/IRRF (SALDO
      *          DE SALARIO E 13O PROPORCIONAL TRIBUTADOS PELAS
      * LANCAMENTO DE FERIAS (AAAA14) NO ANO DA RESCISAO NEM NO
      * ANTERIOR. PROPORCIONALIDADES EM DOZE AVOS, CONTANDO O MES DA
      * RESCISAO QUANDO O DESLIGAMENTO CAI DO DIA 15 EM DIANTE.
      * TERMINADO O CALCULO, A DATA DO DESLIGAMENTO E GRAVADA NO
      * CADASTRO FUNCMST (JORNAL MUDJRN E LINHA 'DSL' NO FUNCHIST).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CONSIGNADOS EM ABERTO (CONSIGMST) QUITADOS NO
      *                 TERMO PELO SALDO DAS PARCELAS RESTANTES, ATE O
      *                 LIQUIDO DA RESCISAO (SOBRA NAO COBERTA FICA
      *                 AVISADA PARA O BANCO COBRAR); PENSAO SOBRE
      *                 PERCENTUAL TAMBEM INCIDE NA RESCISAO. AS
      *                 CONSIGNACOES SAO ENCERRADAS, COM LINHA AAAA15
      *                 NO CONSIGMOV.
      * 15/10/2026 DZ - BANCO DE HORAS: SALDO POSITIVO DO BANCOHRS E
      *                 PAGO NO TERMO COMO HORA EXTRA A 50% (TRIBUTADO
      *                 COM O SALDO DE SALARIO, HORAS EM FL-HE-50 NO
      *                 LEDGER); SALDO NEGATIVO E PERDOADO. O BANCO E
      *                 ENCERRADO NA DATA DO DESLIGAMENTO, COM LINHA
      *                 AAAA15 NO EXTRATO BHMOV.
      * 15/10/2026 DZ - IMAGEM DO CADASTRO (JORNAL E HISTORICO
      *                 FUNCIONAL) COM 92 POSICOES, COM O CARGO.
      * 15/10/2026 DZ - FUNCIONARIO LIDO DO CADASTRO INDEXADO FUNCMST
      *                 PELA MATRICULA, NO LUGAR DA VARREDURA DO
      *                 FOLHENT; AO FINAL A DATA DO DESLIGAMENTO E
      *                 REGRAVADA NO CADASTRO, COM JORNAL E HISTORICO
      *                 FUNCIONAL (MOTIVO DSL).
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FOLHA NA
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-LEDGER.

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

           SELECT TERMO-IMPRESSO ASSIGN TO 'RELRESCI'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TERMO.
       FD  FOLHA-LEDGER.
       COPY folhaldg.

       FD  BANCO-HORAS.
       COPY bancohrs.

       FD  BANCO-HORAS-MOV.
       COPY bhmov.

       FD  CONSIGNACAO-MASTER.
       COPY consig.

       FD  CONSIGNACAO-MOV.
       COPY consmov.

       FD  TERMO-IMPRESSO.
       01  TERMO-LINHA         PIC X(80).

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-TERMO     PIC X(02) VALUE '00'.
       77 WRK-FS-BANCO     PIC X(02) VALUE '00'.
       77 WRK-FS-BHMOV     PIC X(02) VALUE '00'.
       77 WRK-FS-CONSIG    PIC X(02) VALUE '00'.
       77 WRK-FS-CONSMOV   PIC X(02) VALUE '00'.
       77 WRK-EOF-CON-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONSIG-FUNC     VALUE 'S'.
       77 WRK-EOF-LED-SW   PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
       77 WRK-FUNC-SW      PIC X(01) VALUE 'N'.
         88 FUNC-ENCONTRADO     VALUE 'S'.
       77 WRK-FERIAS-SW    PIC X(01) VALUE 'N'.
         88 FERIAS-EM-DIA       VALUE 'S'.
       77 WRK-BANCO-SW     PIC X(01) VALUE 'N'.
         88 BANCO-EM-ABERTO     VALUE 'S'.

       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-RESC    PIC 9(08) VALUE ZEROS.
       77 WRK-FERIAS-VENC  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FERIAS-PROP  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AVISO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BANCO-HORAS  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BH-SALDO     PIC S9(04)V99 VALUE ZEROS.
       77 WRK-BH-HORAS     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BH-EXPIRA    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-HORAS-MES    PIC 9(03) VALUE 220.
       77 WRK-VALOR-HORA   PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-BASE-TRIBUT  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQ    PIC 9(08)V99 VALUE ZEROS.

       01 TABELA-QUITACAO.
          05 TQ-DET OCCURS 99 TIMES INDEXED BY IX-TQ.
             10 TQ-SEQ          PIC 9(02).
             10 TQ-TIPO         PIC X(01).
             10 TQ-BASE         PIC X(01).
             10 TQ-BANCO        PIC 9(03).
             10 TQ-VALOR-PARCELA PIC 9(06)V99.
             10 TQ-PERCENTUAL   PIC 9(02)V99.
             10 TQ-QT-PARCELAS  PIC 9(03).
             10 TQ-QT-PAGAS     PIC 9(03).
             10 TQ-PREVISTO     PIC 9(08)V99.
             10 TQ-DESCONTO     PIC 9(08)V99.
       77 WRK-QT-QUITACAO  PIC 9(02) VALUE ZEROS.
       77 WRK-COMPET-RESC  PIC 9(06) VALUE ZEROS.
       77 WRK-CO-PASSO     PIC X(01) VALUE SPACE.
       77 WRK-CO-LIQ-LEGAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-CONSIG PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONSIG-ABERTO PIC 9(08)V99 VALUE ZEROS.

       77 WRK-FAIXA1-INSS  PIC 9(06)V99 VALUE 1320,00.
       77 WRK-FAIXA2-INSS  PIC 9(06)V99 VALUE 2571,00.
       77 WRK-FAIXA3-INSS  PIC 9(06)V99 VALUE 3856,00.
           05 LV-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  LINHA-QUITACAO.
           05 LQ-ROTULO       PIC X(24).
           05 LQ-BANCO        PIC 9(03).
           05 FILLER          PIC X(03) VALUE '...'.
           05 LQ-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(40) VALUE SPACES.

       01 WRK-FUNC-ANTES   PIC X(92) VALUE SPACES.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 HP-PARM.
          05 HP-MOTIVO        PIC X(03).
          05 HP-DT-VIGENCIA   PIC 9(08).
          05 HP-PROGRAMA      PIC X(18).
          05 HP-ANTES         PIC X(92).
          05 HP-DEPOIS        PIC X(92).
          05 HP-GRAVADO       PIC X(01).

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
                   PERFORM 1000-LOCALIZAR-FUNCIONARIO
                   IF FUNC-ENCONTRADO
                         PERFORM 2000-LER-HISTORICO
                         PERFORM 2500-CONSULTAR-BANCO-HORAS
                         PERFORM 2600-CONSULTAR-CONSIGNACOES
                         PERFORM 3000-CALCULAR-VERBAS
                         PERFORM 4000-IMPRIMIR-TERMO
                         PERFORM 5000-LANCAR-NO-LEDGER
                         PERFORM 6000-REGISTRAR-DESLIGAMENTO
                         PERFORM 7000-ENCERRAR-BANCO-HORAS
                         PERFORM 8000-ENCERRAR-CONSIGNACOES
                         PERFORM 9000-ENCERRAR
                   ELSE
                         DISPLAY 'MATRICULA ' WRK-MATRICULA
                                 ' NAO ENCONTRADA NO FUNCMST'
                   END-IF
             END-EVALUATE.
             GOBACK.

       1000-LOCALIZAR-FUNCIONARIO.
             MOVE 'N' TO WRK-FUNC-SW.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 1200-GUARDAR-FUNCIONARIO
                   END-READ
                   CLOSE FUNCIONARIOS-ENTRADA
             ELSE
                   DISPLAY 'CADASTRO FUNCMST INDISPONIVEL, RESCISAO '
                           'IMPOSSIVEL'
             END-IF.

       1200-GUARDAR-FUNCIONARIO.
             MOVE 'S' TO WRK-FUNC-SW.
             MOVE FP-NOME        TO WRK-NOME.
             MOVE FP-SALARIO     TO WRK-SALARIO.
             MOVE FP-MOEDA       TO WRK-MOEDA.
             MOVE FP-FILIAL      TO WRK-FILIAL.
             MOVE FP-DT-ADMISSAO TO WRK-DT-ADMISSAO.

      *----------------------------------------------------------------
      * O HISTORICO DIZ SE AS FERIAS ESTAO EM DIA: UM LANCAMENTO
      * AAAA14 NO ANO DA RESCISAO OU NO ANTERIOR DISPENSA AS FERIAS
             END-IF.
             PERFORM 2100-LER-LEDGER.

      *----------------------------------------------------------------
      * BANCO DE HORAS EM ABERTO: SALDO POSITIVO PAGO COMO HORA EXTRA
      * A 50% SOBRE O SALARIO/220, NEGATIVO PERDOADO. NA RERODADA DE
      * UMA RESCISAO JA ENCERRADA O SALDO VEM DA IMAGEM GUARDADA NO
      * ENCERRAMENTO (BH-SALDO-ANT).
      *----------------------------------------------------------------
       2500-CONSULTAR-BANCO-HORAS.
             MOVE 'N' TO WRK-BANCO-SW.
             MOVE ZEROS TO WRK-BH-SALDO.
             MOVE ZEROS TO WRK-BH-HORAS.
             MOVE ZEROS TO WRK-BH-EXPIRA.
             MOVE ZEROS TO WRK-BANCO-HORAS.
             OPEN INPUT BANCO-HORAS.
             MOVE WRK-FS-BANCO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MATRICULA TO BH-MATRICULA
                   READ BANCO-HORAS
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 2550-APURAR-SALDO-BANCO
                   END-READ
                   CLOSE BANCO-HORAS
             END-IF.

       2550-APURAR-SALDO-BANCO.
             MOVE 'S' TO WRK-BANCO-SW.
             IF BH-DT-ENCERRA = ZEROS
                   MOVE BH-SALDO TO WRK-BH-SALDO
             ELSE
                   MOVE BH-SALDO-ANT TO WRK-BH-SALDO
             END-IF.
             IF WRK-BH-SALDO > ZEROS
                   MOVE WRK-BH-SALDO TO WRK-BH-HORAS
                   COMPUTE WRK-VALOR-HORA ROUNDED =
                         WRK-SALARIO / WRK-HORAS-MES
                   COMPUTE WRK-BANCO-HORAS ROUNDED =
                         WRK-BH-HORAS * WRK-VALOR-HORA * 1,5
             ELSE
                   COMPUTE WRK-BH-EXPIRA = ZEROS - WRK-BH-SALDO
             END-IF.

      *----------------------------------------------------------------
      * CONSIGNADOS E PENSOES DA MATRICULA AINDA ATIVOS, GUARDADOS PARA
      * O DESCONTO NO TERMO. NA RERODADA, A CONSIGNACAO JA ENCERRADA
      * NESTA RESCISAO (CO-COMPET-ULT AAAA15) VOLTA PELAS PARCELAS
      * PAGAS ANTES DELA (CO-PAGAS-ANT).
      *----------------------------------------------------------------
       2600-CONSULTAR-CONSIGNACOES.
             MOVE ZEROS TO WRK-QT-QUITACAO.
             COMPUTE WRK-COMPET-RESC = (WRK-ANO-RESC * 100) + 15.
             MOVE 'N' TO WRK-EOF-CON-SW.
             OPEN INPUT CONSIGNACAO-MASTER.
             MOVE WRK-FS-CONSIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MATRICULA TO CO-MATRICULA
                   MOVE ZEROS TO CO-SEQ
                   START CONSIGNACAO-MASTER KEY IS >= CO-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-CON-SW
                   END-START
                   PERFORM 2610-LER-CONSIGNACAO
                   PERFORM 2620-GUARDAR-CONSIGNACAO
                         UNTIL FIM-CONSIG-FUNC
                   CLOSE CONSIGNACAO-MASTER
             END-IF.

       2610-LER-CONSIGNACAO.
             IF NOT FIM-CONSIG-FUNC
                   READ CONSIGNACAO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-CON-SW
                   END-READ
                   IF NOT FIM-CONSIG-FUNC
                         AND CO-MATRICULA NOT = WRK-MATRICULA
                         MOVE 'S' TO WRK-EOF-CON-SW
                   END-IF
             END-IF.

       2620-GUARDAR-CONSIGNACAO.
             IF CO-COMPET-ULT = WRK-COMPET-RESC
                   MOVE CO-PAGAS-ANT TO CO-QT-PAGAS
                   MOVE 'A' TO CO-SITUACAO
             END-IF.
             IF CO-ATIVO AND WRK-QT-QUITACAO < 99
                   ADD 1 TO WRK-QT-QUITACAO
                   SET IX-TQ TO WRK-QT-QUITACAO
                   MOVE CO-SEQ           TO TQ-SEQ(IX-TQ)
                   MOVE CO-TIPO          TO TQ-TIPO(IX-TQ)
                   MOVE CO-BASE          TO TQ-BASE(IX-TQ)
                   MOVE CO-BANCO         TO TQ-BANCO(IX-TQ)
                   MOVE CO-VALOR-PARCELA TO TQ-VALOR-PARCELA(IX-TQ)
                   MOVE CO-PERCENTUAL    TO TQ-PERCENTUAL(IX-TQ)
                   MOVE CO-QT-PARCELAS   TO TQ-QT-PARCELAS(IX-TQ)
                   MOVE CO-QT-PAGAS      TO TQ-QT-PAGAS(IX-TQ)
                   MOVE ZEROS            TO TQ-PREVISTO(IX-TQ)
                   MOVE ZEROS            TO TQ-DESCONTO(IX-TQ)
             END-IF.
             PERFORM 2610-LER-CONSIGNACAO.

      *----------------------------------------------------------------
      * DOZE AVOS: O MES DA RESCISAO CONTA QUANDO O DESLIGAMENTO CAI
      * DO DIA 15 EM DIANTE. O 13O CONTA OS MESES DO ANO; AS FERIAS
             END-IF.

             COMPUTE WRK-BASE-TRIBUT =
                   WRK-SALDO-SALARIO + WRK-13-PROP
                   + WRK-BANCO-HORAS.
             PERFORM 3500-CALCULAR-DESCONTOS.

             COMPUTE WRK-TOTAL-BRUTO =
                   WRK-SALDO-SALARIO + WRK-13-PROP
                   + WRK-FERIAS-VENC + WRK-FERIAS-PROP
                   + WRK-AVISO + WRK-BANCO-HORAS.
             COMPUTE WRK-TOTAL-LIQ =
                   WRK-TOTAL-BRUTO - WRK-INSS - WRK-IRRF.
             PERFORM 3600-DESCONTAR-CONSIGNACOES.

      *----------------------------------------------------------------
      * PRIMEIRO A PENSAO SOBRE PERCENTUAL (A DE VALOR FIXO JA FOI
      * DESCONTADA NA FOLHA DO MES), DEPOIS A QUITACAO DE CADA
      * CONSIGNADO PELO SALDO DAS PARCELAS RESTANTES, SEMPRE ATE O
      * LIQUIDO QUE SOBRA. O QUE NAO COUBER FICA EM WRK-CONSIG-ABERTO,
      * AVISADO NO TERMO PARA COBRANCA DIRETA PELO BANCO.
      *----------------------------------------------------------------
       3600-DESCONTAR-CONSIGNACOES.
             MOVE ZEROS TO WRK-TOTAL-PENSAO.
             MOVE ZEROS TO WRK-TOTAL-CONSIG.
             MOVE ZEROS TO WRK-CONSIG-ABERTO.
             MOVE WRK-TOTAL-LIQ TO WRK-CO-LIQ-LEGAL.
             MOVE 'P' TO WRK-CO-PASSO.
             SET IX-TQ TO 1.
             PERFORM 3610-DESCONTAR-UMA UNTIL IX-TQ > WRK-QT-QUITACAO.
             MOVE 'C' TO WRK-CO-PASSO.
             SET IX-TQ TO 1.
             PERFORM 3610-DESCONTAR-UMA UNTIL IX-TQ > WRK-QT-QUITACAO.

       3610-DESCONTAR-UMA.
             IF TQ-TIPO(IX-TQ) = WRK-CO-PASSO
                   IF TQ-TIPO(IX-TQ) = 'P'
                         EVALUATE TQ-BASE(IX-TQ)
                               WHEN 'L'
                                     COMPUTE TQ-PREVISTO(IX-TQ)
                                           ROUNDED = WRK-CO-LIQ-LEGAL
                                           * TQ-PERCENTUAL(IX-TQ) / 100
                               WHEN 'B'
                                     COMPUTE TQ-PREVISTO(IX-TQ)
                                           ROUNDED = WRK-TOTAL-BRUTO
                                           * TQ-PERCENTUAL(IX-TQ) / 100
                               WHEN OTHER
                                     MOVE ZEROS TO TQ-PREVISTO(IX-TQ)
                         END-EVALUATE
                   ELSE
                         IF TQ-QT-PAGAS(IX-TQ) < TQ-QT-PARCELAS(IX-TQ)
                               COMPUTE TQ-PREVISTO(IX-TQ) =
                                     (TQ-QT-PARCELAS(IX-TQ)
                                      - TQ-QT-PAGAS(IX-TQ))
                                     * TQ-VALOR-PARCELA(IX-TQ)
                         END-IF
                   END-IF
                   IF TQ-PREVISTO(IX-TQ) <= WRK-TOTAL-LIQ
                         MOVE TQ-PREVISTO(IX-TQ) TO TQ-DESCONTO(IX-TQ)
                   ELSE
                         MOVE WRK-TOTAL-LIQ TO TQ-DESCONTO(IX-TQ)
                   END-IF
                   SUBTRACT TQ-DESCONTO(IX-TQ) FROM WRK-TOTAL-LIQ
                   IF TQ-TIPO(IX-TQ) = 'P'
                         ADD TQ-DESCONTO(IX-TQ) TO WRK-TOTAL-PENSAO
                   ELSE
                         ADD TQ-DESCONTO(IX-TQ) TO WRK-TOTAL-CONSIG
                         COMPUTE WRK-CONSIG-ABERTO = WRK-CONSIG-ABERTO
                               + TQ-PREVISTO(IX-TQ)
                               - TQ-DESCONTO(IX-TQ)
                   END-IF
             END-IF.
             SET IX-TQ UP BY 1.

      *----------------------------------------------------------------
      * AS MESMAS FAIXAS SIMPLIFICADAS DO FOLHA-PAGTO, SOBRE A PARTE
      * TRIBUTAVEL (SALDO DE SALARIO + 13O PROPORCIONAL + BANCO DE
      * HORAS).
      *----------------------------------------------------------------
       3500-CALCULAR-DESCONTOS.
             EVALUATE TRUE
                   MOVE WRK-AVISO TO LV-VALOR
                   WRITE TERMO-LINHA FROM LINHA-VERBA
             END-IF.
             IF WRK-BANCO-HORAS > ZEROS
                   MOVE 'SALDO BANCO DE HORAS (HE 50%).'
                        TO LV-ROTULO
                   MOVE WRK-BANCO-HORAS TO LV-VALOR
                   WRITE TERMO-LINHA FROM LINHA-VERBA
             END-IF.
             MOVE 'INSS (PARTE TRIBUTAVEL).......' TO LV-ROTULO.
             MOVE WRK-INSS TO LV-VALOR.
             WRITE TERMO-LINHA FROM LINHA-VERBA.
             MOVE 'TOTAL BRUTO DA RESCISAO.......' TO LV-ROTULO.
             MOVE WRK-TOTAL-BRUTO TO LV-VALOR.
             WRITE TERMO-LINHA FROM LINHA-VERBA.
             SET IX-TQ TO 1.
             PERFORM 4100-IMPRIMIR-QUITACAO
                   UNTIL IX-TQ > WRK-QT-QUITACAO.
             MOVE 'LIQUIDO A PAGAR...............' TO LV-ROTULO.
             MOVE WRK-TOTAL-LIQ TO LV-VALOR.
             WRITE TERMO-LINHA FROM LINHA-VERBA.
             IF WRK-CONSIG-ABERTO > ZEROS
                   MOVE 'CONSIGNADO NAO QUITADO (BANCO)'
                        TO LV-ROTULO
                   MOVE WRK-CONSIG-ABERTO TO LV-VALOR
                   WRITE TERMO-LINHA FROM LINHA-VERBA
             END-IF.

             WRITE TERMO-LINHA FROM RPT-RODAPE-PADRAO.
             WRITE TERMO-LINHA FROM SPACES.
             CLOSE TERMO-IMPRESSO.

       4100-IMPRIMIR-QUITACAO.
             IF TQ-DESCONTO(IX-TQ) > ZEROS
                   IF TQ-TIPO(IX-TQ) = 'P'
                         MOVE 'PENSAO ALIMENTICIA............'
                              TO LV-ROTULO
                         MOVE TQ-DESCONTO(IX-TQ) TO LV-VALOR
                         WRITE TERMO-LINHA FROM LINHA-VERBA
                   ELSE
                         MOVE 'QUITACAO CONSIGNADO BCO '
                              TO LQ-ROTULO
                         MOVE TQ-BANCO(IX-TQ)    TO LQ-BANCO
                         MOVE TQ-DESCONTO(IX-TQ) TO LQ-VALOR
                         WRITE TERMO-LINHA FROM LINHA-QUITACAO
                   END-IF
             END-IF.
             SET IX-TQ UP BY 1.

      *----------------------------------------------------------------
      * A COMPETENCIA AAAA15 IDENTIFICA A RESCISAO NO LEDGER (AAAA13
      * E O 13O, AAAA14 SAO FERIAS); FL-DATA E A DATA DO
             MOVE WRK-MOEDA       TO FL-MOEDA.
             MOVE SPACE           TO FL-STATUS-PAGTO.
             MOVE WRK-FILIAL      TO FL-FILIAL.
             MOVE WRK-BH-HORAS    TO FL-HE-50.
             MOVE ZEROS TO FL-HE-100.
             MOVE WRK-BANCO-HORAS TO FL-VALOR-HE.
             MOVE ZEROS TO FL-SAL-FAMILIA.
             MOVE ZEROS TO FL-DESC-VT.
             MOVE ZEROS TO FL-DESC-VR.
             END-WRITE.
             CLOSE FOLHA-LEDGER.

      *----------------------------------------------------------------
      * O DESLIGAMENTO PASSA A CONSTAR DO CADASTRO: FP-DT-DESLIG
      * RECEBE A DATA DA RESCISAO, COM IMAGEM ANTES/DEPOIS NO MUDJRN
      * E LINHA 'DSL' NO FUNCHIST. RERODADA COM A MESMA DATA NAO
      * MUDA NADA E NAO GERA NOVA LINHA DE HISTORICO.
      *----------------------------------------------------------------
       6000-REGISTRAR-DESLIGAMENTO.
             OPEN I-O FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MATRICULA TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               DISPLAY 'MATRICULA ' WRK-MATRICULA
                                       ' SAIU DO FUNCMST, '
                                       'DESLIGAMENTO NAO GRAVADO'
                         NOT INVALID KEY
                               PERFORM 6100-REGRAVAR-CADASTRO
                   END-READ
                   CLOSE FUNCIONARIOS-ENTRADA
             ELSE
                   DISPLAY 'CADASTRO FUNCMST INDISPONIVEL, '
                           'DESLIGAMENTO NAO GRAVADO'
             END-IF.

       6100-REGRAVAR-CADASTRO.
             MOVE FOLHA-FUNCIONARIO-REC TO WRK-FUNC-ANTES.
             MOVE WRK-DATA-RESC TO FP-DT-DESLIG.
             REWRITE FOLHA-FUNCIONARIO-REC.

             MOVE 'FUNCMST'  TO JP-ARQUIVO.
             MOVE 'A'        TO JP-OPERACAO.
             MOVE 'RESCISAO' TO JP-PROGRAMA.
             MOVE WRK-FUNC-ANTES        TO JP-ANTES.
             MOVE FOLHA-FUNCIONARIO-REC TO JP-DEPOIS.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

             MOVE 'DSL'      TO HP-MOTIVO.
             MOVE WRK-DATA-RESC TO HP-DT-VIGENCIA.
             MOVE 'RESCISAO' TO HP-PROGRAMA.
             MOVE WRK-FUNC-ANTES        TO HP-ANTES.
             MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS.
             CALL 'GRAVA-HIST-FUNC' USING HP-PARM.

      *----------------------------------------------------------------
      * O BANCO DE HORAS E ENCERRADO NA DATA DO DESLIGAMENTO: SALDO
      * ZERADO, SALDO ANTERIOR GUARDADO PARA A RERODADA E LINHA AAAA15
      * NO EXTRATO BHMOV COM AS HORAS PAGAS OU PERDOADAS.
      *----------------------------------------------------------------
       7000-ENCERRAR-BANCO-HORAS.
             IF BANCO-EM-ABERTO
                   OPEN I-O BANCO-HORAS
                   MOVE WRK-FS-BANCO TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE WRK-MATRICULA TO BH-MATRICULA
                         READ BANCO-HORAS
                               INVALID KEY
                                     CONTINUE
                               NOT INVALID KEY
                                     PERFORM 7100-REGRAVAR-BANCO
                         END-READ
                         CLOSE BANCO-HORAS
                   END-IF
             END-IF.

       7100-REGRAVAR-BANCO.
             MOVE WRK-BH-SALDO  TO BH-SALDO-ANT.
             MOVE ZEROS         TO BH-SALDO.
             MOVE WRK-DATA-RESC TO BH-DT-ENCERRA.
             COMPUTE BH-COMPET-ULT = (WRK-ANO-RESC * 100) + 15.
             REWRITE BANCO-HORAS-REC.
             PERFORM 7200-GRAVAR-EXTRATO.

       7200-GRAVAR-EXTRATO.
             OPEN I-O BANCO-HORAS-MOV.
             MOVE WRK-FS-BHMOV TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE BANCO-HORAS-MOV
                   OPEN OUTPUT BANCO-HORAS-MOV
                   CLOSE BANCO-HORAS-MOV
                   OPEN I-O BANCO-HORAS-MOV
             END-IF.
             MOVE WRK-MATRICULA   TO BM-MATRICULA.
             MOVE BH-COMPET-ULT   TO BM-COMPETENCIA.
             MOVE BH-FILIAL       TO BM-FILIAL.
             MOVE 'R'             TO BM-ORIGEM.
             MOVE WRK-BH-SALDO    TO BM-SALDO-ANT.
             MOVE ZEROS           TO BM-CREDITO.
             MOVE ZEROS           TO BM-DEBITO.
             MOVE WRK-BH-HORAS    TO BM-HORAS-PAGAS.
             MOVE WRK-BANCO-HORAS TO BM-VALOR-PAGO.
             MOVE WRK-BH-EXPIRA   TO BM-HORAS-EXPIRA.
             MOVE ZEROS           TO BM-SALDO-FINAL.
             MOVE BH-FIM-CICLO    TO BM-FIM-CICLO.
             WRITE BANCO-HORAS-MOV-REC
                   INVALID KEY
                         REWRITE BANCO-HORAS-MOV-REC
             END-WRITE.
             CLOSE BANCO-HORAS-MOV.

      *----------------------------------------------------------------
      * CONSIGNADO QUITADO POR INTEIRO FICA 'Q'; O QUE SOBROU SEM
      * LIQUIDO E A PENSAO FICAM ENCERRADOS ('E'). CADA UM GANHA LINHA
      * AAAA15 NO CONSIGMOV, QUE LEVA A QUITACAO AO REPASSE DO BANCO.
      *----------------------------------------------------------------
       8000-ENCERRAR-CONSIGNACOES.
             IF WRK-QT-QUITACAO > ZEROS
                   OPEN I-O CONSIGNACAO-MASTER
                   MOVE WRK-FS-CONSIG TO WRK-FS-ULTIMO
                   IF FS-OK
                         OPEN I-O CONSIGNACAO-MOV
                         MOVE WRK-FS-CONSMOV TO WRK-FS-ULTIMO
                         IF FS-ARQ-NAO-EXISTE
                               CLOSE CONSIGNACAO-MOV
                               OPEN OUTPUT CONSIGNACAO-MOV
                               CLOSE CONSIGNACAO-MOV
                               OPEN I-O CONSIGNACAO-MOV
                         END-IF
                         SET IX-TQ TO 1
                         PERFORM 8100-ENCERRAR-UMA
                               UNTIL IX-TQ > WRK-QT-QUITACAO
                         CLOSE CONSIGNACAO-MOV
                         CLOSE CONSIGNACAO-MASTER
                   END-IF
             END-IF.

       8100-ENCERRAR-UMA.
             MOVE WRK-MATRICULA  TO CO-MATRICULA.
             MOVE TQ-SEQ(IX-TQ)  TO CO-SEQ.
             READ CONSIGNACAO-MASTER
                   INVALID KEY
                         CONTINUE
                   NOT INVALID KEY
                         PERFORM 8200-REGRAVAR-CONSIGNACAO
             END-READ.
             SET IX-TQ UP BY 1.

       8200-REGRAVAR-CONSIGNACAO.
             IF CO-COMPET-ULT NOT = WRK-COMPET-RESC
                   MOVE CO-QT-PAGAS TO CO-PAGAS-ANT
             END-IF.
             MOVE WRK-COMPET-RESC TO CO-COMPET-ULT.
             MOVE 'E' TO CO-SITUACAO.
             IF CO-CONSIGNADO
                   AND TQ-DESCONTO(IX-TQ) = TQ-PREVISTO(IX-TQ)
                   MOVE CO-QT-PARCELAS TO CO-QT-PAGAS
                   MOVE 'Q' TO CO-SITUACAO
             END-IF.
             REWRITE CONSIGNACAO-MASTER-REC.

             MOVE WRK-MATRICULA      TO CM-MATRICULA.
             MOVE WRK-COMPET-RESC    TO CM-COMPETENCIA.
             MOVE CO-SEQ             TO CM-SEQ.
             MOVE WRK-FILIAL         TO CM-FILIAL.
             MOVE CO-TIPO            TO CM-TIPO.
             MOVE CO-BANCO           TO CM-BANCO.
             MOVE CO-CREDOR-NOME     TO CM-CREDOR-NOME.
             MOVE CO-CONTRATO        TO CM-CONTRATO.
             MOVE CO-QT-PAGAS        TO CM-PARCELA.
             MOVE CO-QT-PARCELAS     TO CM-QT-PARCELAS.
             MOVE TQ-PREVISTO(IX-TQ) TO CM-VALOR-PREVISTO.
             MOVE TQ-DESCONTO(IX-TQ) TO CM-VALOR-DESCONTO.
             MOVE CO-BEN-AGENCIA     TO CM-BEN-AGENCIA.
             MOVE CO-BEN-CONTA       TO CM-BEN-CONTA.
             MOVE ZEROS              TO CM-COMPET-REPASSE.
             EVALUATE TRUE
                   WHEN TQ-DESCONTO(IX-TQ) = ZEROS
                         MOVE 'M' TO CM-SITUACAO
                   WHEN TQ-DESCONTO(IX-TQ) < TQ-PREVISTO(IX-TQ)
                         MOVE 'P' TO CM-SITUACAO
                   WHEN OTHER
                         MOVE 'D' TO CM-SITUACAO
             END-EVALUATE.
             WRITE CONSIGNACAO-MOV-REC
                   INVALID KEY
                         REWRITE CONSIGNACAO-MOV-REC
             END-WRITE.

       9000-ENCERRAR.
             DISPLAY 'RESCISAO CALCULADA E LANCADA'.
             DISPLAY 'MATRICULA...............: ' WRK-MATRICULA.
             IF BANCO-EM-ABERTO
                   DISPLAY 'BANCO DE HORAS ENCERRADO: PAGAS '
                           WRK-BH-HORAS ' PERDOADAS ' WRK-BH-EXPIRA
             END-IF.
             DISPLAY 'TOTAL BRUTO.............: ' WRK-TOTAL-BRUTO.
             IF WRK-TOTAL-PENSAO > ZEROS
                   DISPLAY 'PENSAO ALIMENTICIA......: '
                           WRK-TOTAL-PENSAO
             END-IF.
             IF WRK-TOTAL-CONSIG > ZEROS OR WRK-CONSIG-ABERTO > ZEROS
                   DISPLAY 'CONSIGNADOS QUITADOS....: '
                           WRK-TOTAL-CONSIG
                   DISPLAY 'CONSIGNADO NAO QUITADO..: '
                           WRK-CONSIG-ABERTO
             END-IF.
             DISPLAY 'LIQUIDO A PAGAR.........: ' WRK-TOTAL-LIQ.

       END PROGRAM RESCISAO.
