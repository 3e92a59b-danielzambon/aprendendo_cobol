      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ACORDO DE RENEGOCIACAO DE DIVIDA - O SUPERVISOR (OU
      *          ADMINISTRADOR), AUTENTICADO NOS MOLDES DO BAIXA-PERDA,
      *          INFORMA O CLIENTE QUE LIGOU PARA NEGOCIAR; O PROGRAMA
      *          LEVANTA OS TITULOS VENCIDOS EM ABERTO DO CLIENTE NO
      *          CONTAS-RECEBER E ATUALIZA A DIVIDA COM A MULTA E OS
      *          JUROS DE MORA DO JUROSCFG (MESMO CALCULO DO
      *          BAIXA-TITULO). SOBRE A DIVIDA ATUALIZADA ENTRA O
      *          DESCONTO APROVADO E O RESULTADO E DIVIDIDO NO NUMERO
      *          DE PARCELAS COMBINADO, COM VENCIMENTOS DE 30 EM 30
      *          DIAS A PARTIR DO PRIMEIRO, ROLADOS PARA DIA UTIL
      *          (CALC-DIA-UTIL). CONFIRMADO O ACORDO:
      *            - OS TITULOS ORIGINAIS PASSAM A 'N'
      *              (TIT-RENEGOCIADO, NAO PAGOS) COM A DATA DO ACORDO
      *              EM TIT-DATA-PAGTO E O VINCULO AO ACORDO NO
      *              RENEGTIT;
      *            - AS PARCELAS NOVAS SAO ABERTAS NO CONTAS-RECEBER
      *              COM A CHAVE DO ACORDO (ACORDOS);
      *            - O CL-SALDO DO CLIENTE TROCA A DIVIDA ORIGINAL PELO
      *              VALOR DO ACORDO (COM JORNAL DA ALTERACAO);
      *            - O DIARIO (LANCTOS) RECEBE NA DATA DO ACORDO:
      *                D 1101 CLIENTES       C 3102 RECEITA FINANCEIRA
      *                                      PELOS ENCARGOS DE MORA
      *                D 4205 DESCONTOS      C 1101 CLIENTES
      *                       CONCEDIDOS     PELO DESCONTO APROVADO
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A COMPETENCIA CONTABIL DA DATA DO ACORDO TEM DE ESTAR ABERTA NO
      * CTRL-COMPET. O ACORDO USA TIT-DATA-VENDA = DATA DO ACORDO E
      * TIT-SEQ NA FAIXA 80001-89999 (RESERVADA, COMO A 90001 DO
      * FATURA-ARMAZENAGEM), UMA PARCELA POR TIT-PARCELA, NO MAXIMO
      * 12 COMO NA VENDA PARCELADA; A ULTIMA PARCELA LEVA A SOBRA DO
      * ARREDONDAMENTO. O VENCIMENTO QUE CAI EM FIM DE SEMANA OU
      * FERIADO CONTA A PARTIR DO DIA UTIL SEGUINTE PARA O ATRASO.
      * OS TITULOS SAO PERCORRIDOS DUAS VEZES (LEVANTAMENTO E
      * GRAVACAO), SEM TABELA EM MEMORIA. O REL-QUEBRA-ACORDO APONTA
      * OS ACORDOS COM PARCELA EM ATRASO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PARAMETROS DE MORA LIDOS DO GRUPO JUROSCFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - LANCTOS E TITULO GANHAM A RODADA DE LOTE
      *                 (LC-EXECUCAO/TIT-EXECUCAO); O ACORDO E AVULSO E
      *                 GRAVA RODADA ZERO.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOCIA-DIVIDA.
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

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ACORDO-RENEGOCIACAO ASSIGN TO 'ACORDOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  FILE STATUS IS WRK-FS-ACORDO.

           SELECT TITULO-RENEGOCIADO ASSIGN TO 'RENEGTIT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-CHAVE
                  FILE STATUS IS WRK-FS-RENEG.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  ACORDO-RENEGOCIACAO.
       COPY acordo.

       FD  TITULO-RENEGOCIADO.
       COPY renegtit.

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
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-FS-RENEG     PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-TITULOS         VALUE 'S'.
       77 WRK-SEM-TITULOS-SW PIC X(01) VALUE 'N'.
         88 SEM-TITULOS         VALUE 'S'.
       77 WRK-CLIENTE-SW   PIC X(01) VALUE 'N'.
         88 CLIENTE-ENCONTRADO  VALUE 'S'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.
       77 WRK-VALIDO-SW    PIC X(01) VALUE 'N'.
         88 NEGOCIACAO-VALIDA   VALUE 'S'.

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

       77 WRK-CONFIRMA-SW    PIC X(01) VALUE 'N'.
         88 CONFIRMA-ACORDO      VALUE 'S'.

      *----------------------------------------------------------------
      * PARAMETROS DE MORA: OS MESMOS DEFAULTS DO BAIXA-TITULO (2% DE
      * MULTA E 0,0333% DE JUROS AO DIA) QUANDO O GRUPO JUROSCFG NAO
      * TEM VIGENCIA NO PARAMST.
      *----------------------------------------------------------------
       77 WRK-MULTA-PCT    PIC 9(02)V99 VALUE 2,00.
       77 WRK-JUROS-DIA    PIC 9(02)V9(04) VALUE 0,0333.

       77 WRK-CLIENTE        PIC 9(06) VALUE ZEROS.
       77 WRK-DESCONTO-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QT-PARCELAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IX-PARC        PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRO-VENC  PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-UTIL      PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-PARC     PIC S9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WRK-MULTA          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-JUROS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENCARGO-TITULO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-VENCIDOS    PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-ORIGINAL   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-ATUALIZADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESCONTO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ACORDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PROX-SEQ       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RENEGOCIADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LANCTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------
      * LINHA DO GRUPO JUROSCFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       01  JUROS-CONFIG-REC.
           05 JC-MULTA-PCT     PIC 9(02)V99.
           05 JC-JUROS-DIA-PCT PIC 9(02)V9(04).
           05 JC-TOLERANCIA    PIC 9(04)V99.
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

       01 CD-PARM.
          05 CD-DATA            PIC 9(08).
          05 CD-DIA-UTIL-SW     PIC X(01).
             88 CD-E-DIA-UTIL      VALUE 'S'.
             88 CD-NAO-E-DIA-UTIL  VALUE 'N'.

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
                   DISPLAY 'APROVADOR NAO AUTORIZADO A FECHAR '
                           'ACORDO DE RENEGOCIACAO'
                   GOBACK
             END-IF.

             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE WRK-DATA-HOJE TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             IF CP-FECHADA
                   DISPLAY 'COMPETENCIA CONTABIL FECHADA PARA '
                           WRK-DATA-HOJE ', ACORDO RECUSADO '
                           '(REABRIR PELO FECHA-COMPETENCIA)'
                   GOBACK
             END-IF.

             PERFORM 0500-CARREGAR-CONFIG.
             PERFORM 1000-ABRIR.
             IF SEM-TITULOS
                   GOBACK
             END-IF.
             PERFORM 2000-INFORMAR-CLIENTE.
             PERFORM 3000-LEVANTAR-DIVIDA.
             IF WRK-QT-VENCIDOS = ZEROS
                   DISPLAY 'CLIENTE ' WRK-CLIENTE ' SEM TITULOS '
                           'VENCIDOS EM ABERTO, NADA A RENEGOCIAR'
             ELSE
                   PERFORM 4000-NEGOCIAR
                   IF NEGOCIACAO-VALIDA AND CONFIRMA-ACORDO
                         PERFORM 5000-GRAVAR-ACORDO
                   ELSE
                         DISPLAY 'ACORDO NAO GRAVADO'
                   END-IF
             END-IF.
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
             END-IF.

       1000-ABRIR.
             MOVE ZEROS TO WRK-QT-VENCIDOS.
             MOVE ZEROS TO WRK-QT-RENEGOCIADOS.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-ORIGINAL.
             MOVE ZEROS TO WRK-TOT-ENCARGOS.
             MOVE 'N' TO WRK-CONFIRMA-SW.
             MOVE 'N' TO WRK-VALIDO-SW.
             MOVE 'N' TO WRK-SEM-TITULOS-SW.

             OPEN I-O CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-TITULOS-SW
                   DISPLAY 'CONTAS-RECEBER INEXISTENTE, NADA A '
                           'RENEGOCIAR'
             ELSE
                   PERFORM 1100-ABRIR-DEMAIS
             END-IF.

       1100-ABRIR-DEMAIS.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             OPEN I-O CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
                   DISPLAY 'CLIEMST AUSENTE, CL-SALDO NAO AJUSTADO '
                           'PELO ACORDO'
             END-IF.

             OPEN I-O ACORDO-RENEGOCIACAO.
             MOVE WRK-FS-ACORDO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT ACORDO-RENEGOCIACAO
                   CLOSE ACORDO-RENEGOCIACAO
                   OPEN I-O ACORDO-RENEGOCIACAO
             END-IF.

             OPEN I-O TITULO-RENEGOCIADO.
             MOVE WRK-FS-RENEG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT TITULO-RENEGOCIADO
                   CLOSE TITULO-RENEGOCIADO
                   OPEN I-O TITULO-RENEGOCIADO
             END-IF.

             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DIARIO-LANCTOS
                   OPEN OUTPUT DIARIO-LANCTOS
             END-IF.

       2000-INFORMAR-CLIENTE.
             DISPLAY 'CODIGO DO CLIENTE: '
             ACCEPT WRK-CLIENTE.
             MOVE 'N' TO WRK-CLIENTE-SW.
             IF NOT SEM-CLIENTES
                   MOVE WRK-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-CLIENTE-SW
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-CLIENTE-SW
                   END-READ
             END-IF.
             IF CLIENTE-ENCONTRADO
                   DISPLAY 'CLIENTE: ' CL-CODIGO ' ' CL-RAZAO
             ELSE
                   DISPLAY 'CLIENTE ' WRK-CLIENTE ' FORA DO CLIEMST '
                           '(CL-SALDO NAO SERA AJUSTADO)'
             END-IF.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA: SO LEVANTA E MOSTRA A DIVIDA ATUALIZADA.
      *----------------------------------------------------------------
       3000-LEVANTAR-DIVIDA.
             DISPLAY ' '.
             DISPLAY 'TITULOS VENCIDOS EM ABERTO:'.
             PERFORM 3100-POSICIONAR-INICIO.
             PERFORM 3200-LEVANTAR-TITULO UNTIL FIM-TITULOS.
             COMPUTE WRK-TOT-ATUALIZADO =
                   WRK-TOT-ORIGINAL + WRK-TOT-ENCARGOS.

       3100-POSICIONAR-INICIO.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO TIT-CHAVE.
             START CONTAS-RECEBER KEY IS >= TIT-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 3110-LER-TITULO.

       3110-LER-TITULO.
             IF NOT FIM-TITULOS
                   READ CONTAS-RECEBER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       3200-LEVANTAR-TITULO.
             IF TIT-CLIENTE = WRK-CLIENTE AND TIT-ABERTO
                   PERFORM 3300-CALCULAR-ENCARGOS
                   IF WRK-DIAS-ATRASO > ZEROS
                         ADD 1 TO WRK-QT-VENCIDOS
                         ADD TIT-VALOR TO WRK-TOT-ORIGINAL
                         ADD WRK-ENCARGO-TITULO TO WRK-TOT-ENCARGOS
                         DISPLAY ' ' TIT-DATA-VENDA '-' TIT-SEQ '-'
                                 TIT-PARCELA ' VENC ' TIT-VENCIMENTO
                                 ' ATRASO ' WRK-DIAS-ATRASO
                                 ' VALOR ' TIT-VALOR
                                 ' ENCARGOS ' WRK-ENCARGO-TITULO
                   END-IF
             END-IF.
             PERFORM 3110-LER-TITULO.

      *----------------------------------------------------------------
      * MULTA FIXA SOBRE O VALOR DE FACE MAIS JUROS SIMPLES POR DIA DE
      * ATRASO, CONTADO DO VENCIMENTO ROLADO PARA DIA UTIL ATE A DATA
      * DO ACORDO - O MESMO ENCARGO QUE O BAIXA-TITULO COBRARIA HOJE.
      *----------------------------------------------------------------
       3300-CALCULAR-ENCARGOS.
             MOVE TIT-VENCIMENTO TO WRK-VENC-UTIL.
             MOVE WRK-VENC-UTIL TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.
             PERFORM 3310-ROLAR-VENCIMENTO UNTIL CD-E-DIA-UTIL.
             MOVE 'D' TO DA-OPERACAO.
             MOVE WRK-VENC-UTIL TO DA-DATA-1.
             MOVE WRK-DATA-HOJE TO DA-DATA-2.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             IF DA-QT-DIAS > ZEROS
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
                   COMPUTE WRK-MULTA ROUNDED =
                         TIT-VALOR * WRK-MULTA-PCT / 100
                   COMPUTE WRK-JUROS ROUNDED =
                         TIT-VALOR * WRK-JUROS-DIA * WRK-DIAS-ATRASO
                         / 100
                   COMPUTE WRK-ENCARGO-TITULO = WRK-MULTA + WRK-JUROS
             ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
                   MOVE ZEROS TO WRK-ENCARGO-TITULO
             END-IF.

       3310-ROLAR-VENCIMENTO.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-VENC-UTIL TO DA-DATA-1.
             MOVE 1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-VENC-UTIL.
             MOVE WRK-VENC-UTIL TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

       4000-NEGOCIAR.
             DISPLAY ' '.
             DISPLAY 'TITULOS VENCIDOS........: ' WRK-QT-VENCIDOS.
             DISPLAY 'VALOR ORIGINAL..........: ' WRK-TOT-ORIGINAL.
             DISPLAY 'MULTA E JUROS DE MORA...: ' WRK-TOT-ENCARGOS.
             DISPLAY 'DIVIDA ATUALIZADA.......: ' WRK-TOT-ATUALIZADO.

             DISPLAY 'DESCONTO APROVADO SOBRE A DIVIDA (99,99%): '
             ACCEPT WRK-DESCONTO-PCT.
             DISPLAY 'NUMERO DE PARCELAS (1 A 12): '
             ACCEPT WRK-QT-PARCELAS.
             IF WRK-QT-PARCELAS = ZEROS
                   MOVE 1 TO WRK-QT-PARCELAS
             END-IF.
             DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD, ZERO=30 DIAS): '
             ACCEPT WRK-PRIMEIRO-VENC.
             IF WRK-PRIMEIRO-VENC = ZEROS
                   MOVE 'A' TO DA-OPERACAO
                   MOVE WRK-DATA-HOJE TO DA-DATA-1
                   MOVE 30 TO DA-QT-DIAS
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-DATA-RESULT TO WRK-PRIMEIRO-VENC
             END-IF.

             MOVE 'S' TO WRK-VALIDO-SW.
             IF WRK-QT-PARCELAS > 12
                   MOVE 'N' TO WRK-VALIDO-SW
                   DISPLAY 'NUMERO DE PARCELAS ALEM DE 12'
             END-IF.
             IF WRK-PRIMEIRO-VENC < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-VALIDO-SW
                   DISPLAY 'PRIMEIRO VENCIMENTO ANTERIOR A DATA DO '
                           'ACORDO'
             END-IF.

             IF NEGOCIACAO-VALIDA
                   COMPUTE WRK-DESCONTO ROUNDED =
                         WRK-TOT-ATUALIZADO * WRK-DESCONTO-PCT / 100
                   COMPUTE WRK-VALOR-ACORDO =
                         WRK-TOT-ATUALIZADO - WRK-DESCONTO
                   COMPUTE WRK-VALOR-PARCELA =
                         WRK-VALOR-ACORDO / WRK-QT-PARCELAS
                   COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-ACORDO
                         - (WRK-VALOR-PARCELA * (WRK-QT-PARCELAS - 1))
                   DISPLAY ' '
                   DISPLAY 'DESCONTO................: ' WRK-DESCONTO
                   DISPLAY 'VALOR DO ACORDO.........: '
                           WRK-VALOR-ACORDO
                   DISPLAY 'PARCELAS................: '
                           WRK-QT-PARCELAS ' DE ' WRK-VALOR-PARCELA
                   DISPLAY 'ULTIMA PARCELA..........: '
                           WRK-VALOR-ULTIMA
                   DISPLAY 'PRIMEIRO VENCIMENTO.....: '
                           WRK-PRIMEIRO-VENC
                   DISPLAY 'CONFIRMA O ACORDO (S/N)? '
                   ACCEPT WRK-CONFIRMA-SW
             END-IF.

       5000-GRAVAR-ACORDO.
             PERFORM 5100-PROXIMA-SEQUENCIA.
             IF WRK-PROX-SEQ > 89999
                   DISPLAY 'FAIXA DE SEQUENCIA DE ACORDOS DO DIA '
                           'ESGOTADA, ACORDO NAO GRAVADO'
             ELSE
                   PERFORM 3100-POSICIONAR-INICIO
                   PERFORM 5200-RENEGOCIAR-TITULO UNTIL FIM-TITULOS
                   MOVE 1 TO WRK-IX-PARC
                   PERFORM 5300-GRAVAR-PARCELA
                         UNTIL WRK-IX-PARC > WRK-QT-PARCELAS
                   PERFORM 5400-GRAVAR-ACORDO-MESTRE
                   PERFORM 5500-AJUSTAR-SALDO-CLIENTE
                   PERFORM 5600-LANCAR-DIARIO
                   DISPLAY 'ACORDO GRAVADO: ' WRK-DATA-HOJE '-'
                           WRK-PROX-SEQ
             END-IF.

      *----------------------------------------------------------------
      * A SEQUENCIA DO ACORDO E A MAIOR DA FAIXA 80001-89999 JA USADA
      * NA DATA DO ACORDO, MAIS UM.
      *----------------------------------------------------------------
       5100-PROXIMA-SEQUENCIA.
             MOVE 80000 TO WRK-PROX-SEQ.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE WRK-DATA-HOJE TO TIT-DATA-VENDA.
             MOVE 80000 TO TIT-SEQ.
             MOVE ZEROS TO TIT-PARCELA.
             START CONTAS-RECEBER KEY IS >= TIT-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 5110-LER-FAIXA.
             PERFORM 5120-ANOTAR-SEQUENCIA UNTIL FIM-TITULOS.
             ADD 1 TO WRK-PROX-SEQ.

       5110-LER-FAIXA.
             IF NOT FIM-TITULOS
                   READ CONTAS-RECEBER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
                   IF NOT FIM-TITULOS
                      AND (TIT-DATA-VENDA NOT = WRK-DATA-HOJE
                           OR TIT-SEQ > 89999)
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.

       5120-ANOTAR-SEQUENCIA.
             IF TIT-SEQ > WRK-PROX-SEQ
                   MOVE TIT-SEQ TO WRK-PROX-SEQ
             END-IF.
             PERFORM 5110-LER-FAIXA.

      *----------------------------------------------------------------
      * SEGUNDA PASSADA: OS MESMOS TITULOS DO LEVANTAMENTO PASSAM A
      * RENEGOCIADOS E GANHAM O VINCULO COM O ACORDO.
      *----------------------------------------------------------------
       5200-RENEGOCIAR-TITULO.
             IF TIT-CLIENTE = WRK-CLIENTE AND TIT-ABERTO
                   PERFORM 3300-CALCULAR-ENCARGOS
                   IF WRK-DIAS-ATRASO > ZEROS
                         MOVE 'N' TO TIT-STATUS
                         MOVE WRK-DATA-HOJE TO TIT-DATA-PAGTO
                         MOVE ZEROS TO TIT-JUROS-RECEBIDO
                         REWRITE TITULO-REC
                         PERFORM 5210-VINCULAR-TITULO
                         ADD 1 TO WRK-QT-RENEGOCIADOS
                   END-IF
             END-IF.
             PERFORM 3110-LER-TITULO.

       5210-VINCULAR-TITULO.
             MOVE TIT-CHAVE      TO RN-CHAVE.
             MOVE WRK-DATA-HOJE  TO RN-ACORDO-DATA.
             MOVE WRK-PROX-SEQ   TO RN-ACORDO-SEQ.
             MOVE TIT-CLIENTE    TO RN-CLIENTE.
             MOVE TIT-VALOR      TO RN-VALOR.
             MOVE WRK-DIAS-ATRASO TO RN-DIAS-ATRASO.
             MOVE WRK-ENCARGO-TITULO TO RN-ENCARGOS.
             WRITE TITULO-RENEGOCIADO-REC
                   INVALID KEY
                         REWRITE TITULO-RENEGOCIADO-REC
             END-WRITE.

      *----------------------------------------------------------------
      * PARCELA N VENCE NO PRIMEIRO VENCIMENTO MAIS (N - 1) VEZES 30
      * DIAS, ROLADO PARA O DIA UTIL SEGUINTE.
      *----------------------------------------------------------------
       5300-GRAVAR-PARCELA.
             COMPUTE WRK-PRAZO-PARC = 30 * (WRK-IX-PARC - 1).
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-PRIMEIRO-VENC TO DA-DATA-1.
             MOVE WRK-PRAZO-PARC TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-VENCIMENTO.
             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.
             PERFORM 5310-ROLAR-PARCELA UNTIL CD-E-DIA-UTIL.

             MOVE WRK-DATA-HOJE  TO TIT-DATA-VENDA.
             MOVE WRK-PROX-SEQ   TO TIT-SEQ.
             MOVE WRK-IX-PARC    TO TIT-PARCELA.
             MOVE WRK-CLIENTE    TO TIT-CLIENTE.
             IF WRK-IX-PARC = WRK-QT-PARCELAS
                   MOVE WRK-VALOR-ULTIMA TO TIT-VALOR
             ELSE
                   MOVE WRK-VALOR-PARCELA TO TIT-VALOR
             END-IF.
             MOVE WRK-VENCIMENTO TO TIT-VENCIMENTO.
             MOVE 'A'            TO TIT-STATUS.
             MOVE ZEROS          TO TIT-DATA-PAGTO.
             MOVE ZEROS          TO TIT-JUROS-RECEBIDO.
             MOVE ZEROS          TO TIT-EXECUCAO.
             WRITE TITULO-REC
                   INVALID KEY
                         DISPLAY 'PARCELA JA EXISTENTE NO '
                                 'CONTAS-RECEBER: ' TIT-DATA-VENDA
                                 '-' TIT-SEQ '-' TIT-PARCELA
             END-WRITE.
             DISPLAY ' PARCELA ' WRK-IX-PARC ' VENC ' WRK-VENCIMENTO
                     ' VALOR ' TIT-VALOR.
             ADD 1 TO WRK-IX-PARC.

       5310-ROLAR-PARCELA.
             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-VENCIMENTO TO DA-DATA-1.
             MOVE 1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-VENCIMENTO.
             MOVE WRK-VENCIMENTO TO CD-DATA.
             CALL 'CALC-DIA-UTIL' USING CD-PARM.

       5400-GRAVAR-ACORDO-MESTRE.
             MOVE WRK-DATA-HOJE      TO AG-DATA.
             MOVE WRK-PROX-SEQ       TO AG-SEQ.
             MOVE WRK-CLIENTE        TO AG-CLIENTE.
             MOVE WRK-QT-RENEGOCIADOS TO AG-QT-TITULOS.
             MOVE WRK-TOT-ORIGINAL   TO AG-VALOR-ORIGINAL.
             MOVE WRK-TOT-ENCARGOS   TO AG-ENCARGOS.
             MOVE WRK-DESCONTO-PCT   TO AG-DESCONTO-PCT.
             MOVE WRK-DESCONTO       TO AG-DESCONTO.
             MOVE WRK-VALOR-ACORDO   TO AG-VALOR-ACORDO.
             MOVE WRK-QT-PARCELAS    TO AG-PARCELAS.
             MOVE WRK-PRIMEIRO-VENC  TO AG-PRIMEIRO-VENC.
             MOVE WRK-APROVADOR      TO AG-APROVADOR.
             WRITE ACORDO-REC
                   INVALID KEY
                         REWRITE ACORDO-REC
             END-WRITE.

      *----------------------------------------------------------------
      * O CL-SALDO TROCA A DIVIDA ORIGINAL PELO VALOR DO ACORDO: SOBE
      * PELOS ENCARGOS E DESCE PELO DESCONTO (PISO ZERO).
      *----------------------------------------------------------------
       5500-AJUSTAR-SALDO-CLIENTE.
             IF CLIENTE-ENCONTRADO
                   MOVE WRK-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-CLIENTE-SW
                   END-READ
             END-IF.
             IF CLIENTE-ENCONTRADO
                   MOVE CLIENTE-MASTER-REC TO JP-ANTES
                   ADD WRK-VALOR-ACORDO TO CL-SALDO
                   IF CL-SALDO > WRK-TOT-ORIGINAL
                         SUBTRACT WRK-TOT-ORIGINAL FROM CL-SALDO
                   ELSE
                         MOVE ZEROS TO CL-SALDO
                   END-IF
                   REWRITE CLIENTE-MASTER-REC
                   MOVE CLIENTE-MASTER-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL
             END-IF.

       5600-LANCAR-DIARIO.
             MOVE WRK-TOT-ENCARGOS TO LC-VALOR.
             MOVE 1101 TO LC-CONTA.
             MOVE 'D'  TO LC-NATUREZA.
             PERFORM 5700-GRAVAR-LANCTO.
             MOVE WRK-TOT-ENCARGOS TO LC-VALOR.
             MOVE 3102 TO LC-CONTA.
             MOVE 'C'  TO LC-NATUREZA.
             PERFORM 5700-GRAVAR-LANCTO.
             MOVE WRK-DESCONTO TO LC-VALOR.
             MOVE 4205 TO LC-CONTA.
             MOVE 'D'  TO LC-NATUREZA.
             PERFORM 5700-GRAVAR-LANCTO.
             MOVE WRK-DESCONTO TO LC-VALOR.
             MOVE 1101 TO LC-CONTA.
             MOVE 'C'  TO LC-NATUREZA.
             PERFORM 5700-GRAVAR-LANCTO.

       5700-GRAVAR-LANCTO.
             IF LC-VALOR > ZEROS
                   MOVE WRK-DATA-HOJE TO LC-DATA
                   MOVE 'ACORDO' TO LC-ORIGEM
                   MOVE ZEROS TO LC-EXECUCAO
                   WRITE DIARIO-LANCTOS-REC
                   ADD 1 TO WRK-QT-LANCTOS
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'CLIEMST ' TO JP-ARQUIVO.
             MOVE 'RENEGOCIA-DIVIDA' TO JP-PROGRAMA.
             MOVE 'A' TO JP-OPERACAO.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             CLOSE CONTAS-RECEBER.
             IF NOT SEM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.
             CLOSE ACORDO-RENEGOCIACAO.
             CLOSE TITULO-RENEGOCIADO.
             CLOSE DIARIO-LANCTOS.
             DISPLAY 'RENEGOCIACAO DE DIVIDA CONCLUIDA'.
             DISPLAY 'APROVADOR...............: ' WRK-APROVADOR.
             DISPLAY 'CLIENTE.................: ' WRK-CLIENTE.
             DISPLAY 'TITULOS RENEGOCIADOS....: '
                     WRK-QT-RENEGOCIADOS.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

       END PROGRAM RENEGOCIA-DIVIDA.
