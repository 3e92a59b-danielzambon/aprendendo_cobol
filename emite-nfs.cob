      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SUBROTINA DE EMISSAO DA NOTA DE SERVICO COM O ISS -
      *          CHAMADA PELO FATURA-ARMAZENAGEM E PELO
      *          FATURA-MENSALIDADE PARA CADA TITULO DE SERVICO: ACHA
      *          NO ISSCFG A FILIAL QUE PRESTA O SERVICO E A ALIQUOTA
      *          DO MUNICIPIO DELA, CALCULA O ISS, VERIFICA NO ISSRET
      *          SE O TOMADOR E OBRIGADO A RETER O IMPOSTO E, NA
      *          EMISSAO, NUMERA A NOTA NA SEQUENCIA CONTROLADA NFSSEQ
      *          (TECNICA DO FATSEQ), REGISTRA A NOTA NO ISSLDG E
      *          IMPRIME A NOTA NO NFSIMP.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OPERACOES (NS-OPERACAO):
      *   A - ABRIR: CARREGA ISSCFG E ISSRET, LE O ULTIMO NUMERO DO
      *       NFSSEQ E ABRE O ISSLDG E O NFSIMP EM EXTEND.
      *   C - CALCULAR: SO DEVOLVE FILIAL, ALIQUOTA, ISS E ISS RETIDO,
      *       SEM CONSUMIR NUMERO (O CHAMADOR ABATE O RETIDO DO TITULO
      *       ANTES DE GRAVA-LO).
      *   E - EMITIR: CALCULA, NUMERA, REGISTRA E IMPRIME A NOTA.
      *   F - FECHAR: FECHA O ISSLDG E O NFSIMP.
      * O PROXIMO NUMERO SO E PERSISTIDO NO NFSSEQ DEPOIS DA NOTA
      * REGISTRADA, PARA A SEQUENCIA NAO PULAR NUMERO NUMA RODADA
      * INTERROMPIDA. SERVICO SEM LINHA NO ISSCFG VOLTA COM
      * NS-SEM-PARAMETRO E NENHUMA NOTA E EMITIDA.
      * LIMITES: 10 SERVICOS NO ISSCFG E 200 TOMADORES NO ISSRET.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-NFS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISS-CONFIG ASSIGN TO 'ISSCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT ISS-RETENCAO ASSIGN TO 'ISSRET'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RETENCAO.

           SELECT NFS-SEQUENCIA ASSIGN TO 'NFSSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SEQUENCIA.

           SELECT ISS-LEDGER ASSIGN TO 'ISSLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT NFS-IMPRESSA ASSIGN TO 'NFSIMP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-IMPRESSA.

       DATA DIVISION.
       FILE SECTION.
       FD  ISS-CONFIG.
       COPY isscfg.

       FD  ISS-RETENCAO.
       01  ISS-RETENCAO-REC.
           05 RI-SERVICO       PIC X(08).
           05 RI-CLIENTE       PIC 9(06).
           05 RI-MOTIVO        PIC X(30).

       FD  NFS-SEQUENCIA.
       01  NFS-SEQUENCIA-REC.
           05 NQ-ULTIMO-NUMERO PIC 9(06).

       FD  ISS-LEDGER.
       COPY issldg.

       FD  NFS-IMPRESSA.
       01  NFS-IMPRESSA-LINHA  PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-RETENCAO  PIC X(02) VALUE '00'.
       77 WRK-FS-SEQUENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-IMPRESSA  PIC X(02) VALUE '00'.
       77 WRK-EOF-CFG-SW   PIC X(01) VALUE 'N'.
         88 FIM-CONFIG          VALUE 'S'.
       77 WRK-EOF-RET-SW   PIC X(01) VALUE 'N'.
         88 FIM-RETENCAO        VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 SERVICO-ACHADO      VALUE 'S'.
       77 WRK-RETEM-SW     PIC X(01) VALUE 'N'.
         88 TOMADOR-RETEM       VALUE 'S'.

       01 TABELA-SERVICOS.
          05 TSV-DET OCCURS 10 TIMES INDEXED BY IX-TSV.
             10 TSV-SERVICO    PIC X(08).
             10 TSV-FILIAL     PIC 9(02).
             10 TSV-MUNICIPIO  PIC 9(07).
             10 TSV-CIDADE     PIC X(20).
             10 TSV-ITEM-LISTA PIC X(05).
             10 TSV-ALIQUOTA   PIC 9(01)V9(04).
       77 WRK-QT-SERVICOS  PIC 9(02) VALUE ZEROS.

       01 TABELA-RETENCAO.
          05 TRT-DET OCCURS 200 TIMES INDEXED BY IX-TRT.
             10 TRT-SERVICO    PIC X(08).
             10 TRT-CLIENTE    PIC 9(06).
       77 WRK-QT-RETENCAO  PIC 9(03) VALUE ZEROS.

       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01  LINHA-ROTULO-NUM.
           05 FILLER          PIC X(26)
                              VALUE 'NOTA DE SERVICO NUMERO.: '.
           05 LN-NUMERO       PIC 9(06).
           05 FILLER          PIC X(48) VALUE SPACES.

       01  LINHA-TEXTO.
           05 LT-ROTULO       PIC X(20).
           05 LT-TEXTO        PIC X(60).

       01  LINHA-VALOR.
           05 LV-ROTULO       PIC X(30).
           05 LV-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(37) VALUE SPACES.

       01  LINHA-ALIQUOTA.
           05 FILLER          PIC X(30)
                              VALUE 'ALIQUOTA DO ISS (%).........: '.
           05 LA-ALIQUOTA     PIC Z9,9999.
           05 FILLER          PIC X(43) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       LINKAGE SECTION.
       01 NS-PARM.
          05 NS-OPERACAO        PIC X(01).
             88 NS-ABRIR           VALUE 'A'.
             88 NS-CALCULAR        VALUE 'C'.
             88 NS-EMITIR          VALUE 'E'.
             88 NS-FECHAR          VALUE 'F'.
          05 NS-SERVICO         PIC X(08).
          05 NS-CLIENTE         PIC 9(06).
          05 NS-NOME            PIC X(30).
          05 NS-TIT-DATA        PIC 9(08).
          05 NS-TIT-SEQ         PIC 9(05).
          05 NS-VENCIMENTO      PIC 9(08).
          05 NS-VALOR           PIC 9(08)V99.
          05 NS-NOTA            PIC 9(06).
          05 NS-FILIAL          PIC 9(02).
          05 NS-ALIQUOTA        PIC 9(01)V9(04).
          05 NS-ISS             PIC 9(08)V99.
          05 NS-RETIDO          PIC X(01).
             88 NS-ISS-RETIDO-TOMADOR VALUE 'S'.
          05 NS-ISS-RETIDO      PIC 9(08)V99.
          05 NS-RETORNO         PIC X(01).
             88 NS-OK              VALUE '0'.
             88 NS-SEM-PARAMETRO   VALUE '1'.

       PROCEDURE DIVISION USING NS-PARM.

       0001-PRINCIPAL.
             MOVE '0' TO NS-RETORNO.
             EVALUATE TRUE
                   WHEN NS-ABRIR
                         PERFORM 1000-ABRIR
                   WHEN NS-CALCULAR
                         PERFORM 2000-CALCULAR
                   WHEN NS-EMITIR
                         PERFORM 2000-CALCULAR
                         IF NS-OK
                               PERFORM 3000-EMITIR
                         END-IF
                   WHEN NS-FECHAR
                         PERFORM 9000-ENCERRAR
             END-EVALUATE.
             GOBACK.

       1000-ABRIR.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE ZEROS TO WRK-PAGINA.
             PERFORM 1100-CARREGAR-SERVICOS.
             PERFORM 1200-CARREGAR-RETENCAO.
             PERFORM 1300-LER-SEQUENCIA.

             OPEN EXTEND ISS-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ISS-LEDGER
                   OPEN OUTPUT ISS-LEDGER
             END-IF.
             OPEN EXTEND NFS-IMPRESSA.
             MOVE WRK-FS-IMPRESSA TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE NFS-IMPRESSA
                   OPEN OUTPUT NFS-IMPRESSA
             END-IF.

       1100-CARREGAR-SERVICOS.
             MOVE ZEROS TO WRK-QT-SERVICOS.
             MOVE 'N' TO WRK-EOF-CFG-SW.
             OPEN INPUT ISS-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1110-LER-SERVICO
                   PERFORM 1120-GUARDAR-SERVICO UNTIL FIM-CONFIG
                   CLOSE ISS-CONFIG
             ELSE
                   DISPLAY 'PARAMETRO ISSCFG AUSENTE, NOTAS DE '
                           'SERVICO NAO SERAO EMITIDAS'
             END-IF.

       1110-LER-SERVICO.
             READ ISS-CONFIG
                   AT END MOVE 'S' TO WRK-EOF-CFG-SW
             END-READ.

       1120-GUARDAR-SERVICO.
             IF WRK-QT-SERVICOS < 10
                   ADD 1 TO WRK-QT-SERVICOS
                   SET IX-TSV TO WRK-QT-SERVICOS
                   MOVE IS-SERVICO    TO TSV-SERVICO(IX-TSV)
                   MOVE IS-FILIAL     TO TSV-FILIAL(IX-TSV)
                   MOVE IS-MUNICIPIO  TO TSV-MUNICIPIO(IX-TSV)
                   MOVE IS-CIDADE     TO TSV-CIDADE(IX-TSV)
                   MOVE IS-ITEM-LISTA TO TSV-ITEM-LISTA(IX-TSV)
                   MOVE IS-ALIQUOTA   TO TSV-ALIQUOTA(IX-TSV)
             END-IF.
             PERFORM 1110-LER-SERVICO.

       1200-CARREGAR-RETENCAO.
             MOVE ZEROS TO WRK-QT-RETENCAO.
             MOVE 'N' TO WRK-EOF-RET-SW.
             OPEN INPUT ISS-RETENCAO.
             MOVE WRK-FS-RETENCAO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 1210-LER-RETENCAO
                   PERFORM 1220-GUARDAR-RETENCAO UNTIL FIM-RETENCAO
                   CLOSE ISS-RETENCAO
             END-IF.

       1210-LER-RETENCAO.
             READ ISS-RETENCAO
                   AT END MOVE 'S' TO WRK-EOF-RET-SW
             END-READ.

       1220-GUARDAR-RETENCAO.
             IF WRK-QT-RETENCAO < 200
                   ADD 1 TO WRK-QT-RETENCAO
                   SET IX-TRT TO WRK-QT-RETENCAO
                   MOVE RI-SERVICO TO TRT-SERVICO(IX-TRT)
                   MOVE RI-CLIENTE TO TRT-CLIENTE(IX-TRT)
             ELSE
                   DISPLAY 'ISSRET COM MAIS DE 200 TOMADORES, '
                           'IGNORADO: ' RI-CLIENTE
             END-IF.
             PERFORM 1210-LER-RETENCAO.

       1300-LER-SEQUENCIA.
             MOVE ZEROS TO WRK-ULTIMO-NUMERO.
             OPEN INPUT NFS-SEQUENCIA.
             MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ NFS-SEQUENCIA
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE NQ-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   CLOSE NFS-SEQUENCIA
             END-IF.

      *----------------------------------------------------------------
      * ISS PELA ALIQUOTA DO MUNICIPIO DA FILIAL QUE PRESTA O SERVICO;
      * TOMADOR LISTADO NO ISSRET PARA O SERVICO RETEM O ISS INTEIRO.
      *----------------------------------------------------------------
       2000-CALCULAR.
             MOVE ZEROS TO NS-NOTA.
             MOVE ZEROS TO NS-FILIAL.
             MOVE ZEROS TO NS-ALIQUOTA.
             MOVE ZEROS TO NS-ISS.
             MOVE ZEROS TO NS-ISS-RETIDO.
             MOVE 'N' TO NS-RETIDO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-QT-SERVICOS > 0
                   SET IX-TSV TO 1
                   PERFORM 2100-COMPARAR-SERVICO
                         UNTIL IX-TSV > WRK-QT-SERVICOS
                               OR SERVICO-ACHADO
             END-IF.
             IF SERVICO-ACHADO
                   MOVE TSV-FILIAL(IX-TSV)   TO NS-FILIAL
                   MOVE TSV-ALIQUOTA(IX-TSV) TO NS-ALIQUOTA
                   COMPUTE NS-ISS ROUNDED =
                         NS-VALOR * TSV-ALIQUOTA(IX-TSV) / 100
                   PERFORM 2200-VERIFICAR-RETENCAO
                   IF TOMADOR-RETEM
                         MOVE 'S' TO NS-RETIDO
                         MOVE NS-ISS TO NS-ISS-RETIDO
                   END-IF
             ELSE
                   MOVE '1' TO NS-RETORNO
             END-IF.

       2100-COMPARAR-SERVICO.
             IF TSV-SERVICO(IX-TSV) = NS-SERVICO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TSV UP BY 1
             END-IF.

       2200-VERIFICAR-RETENCAO.
             MOVE 'N' TO WRK-RETEM-SW.
             IF WRK-QT-RETENCAO > 0
                   SET IX-TRT TO 1
                   PERFORM 2210-COMPARAR-RETENCAO
                         UNTIL IX-TRT > WRK-QT-RETENCAO
                               OR TOMADOR-RETEM
             END-IF.

       2210-COMPARAR-RETENCAO.
             IF TRT-SERVICO(IX-TRT) = NS-SERVICO
                   AND TRT-CLIENTE(IX-TRT) = NS-CLIENTE
                   MOVE 'S' TO WRK-RETEM-SW
             ELSE
                   SET IX-TRT UP BY 1
             END-IF.

       3000-EMITIR.
             ADD 1 TO WRK-ULTIMO-NUMERO.
             MOVE WRK-ULTIMO-NUMERO     TO NS-NOTA.
             MOVE NS-NOTA               TO SR-NOTA.
             MOVE WRK-DATA-HOJE         TO SR-DATA-EMISSAO.
             MOVE NS-TIT-DATA           TO SR-DATA.
             MOVE NS-SERVICO            TO SR-SERVICO.
             MOVE NS-FILIAL             TO SR-FILIAL.
             MOVE TSV-MUNICIPIO(IX-TSV) TO SR-MUNICIPIO.
             MOVE TSV-ITEM-LISTA(IX-TSV) TO SR-ITEM-LISTA.
             MOVE NS-CLIENTE            TO SR-CLIENTE.
             MOVE NS-TIT-DATA           TO SR-TIT-DATA.
             MOVE NS-TIT-SEQ            TO SR-TIT-SEQ.
             MOVE NS-VALOR              TO SR-VALOR.
             MOVE NS-ALIQUOTA           TO SR-ALIQUOTA.
             MOVE NS-ISS                TO SR-ISS.
             MOVE NS-RETIDO             TO SR-RETIDO.
             MOVE NS-ISS-RETIDO         TO SR-ISS-RETIDO.
             WRITE ISS-LEDGER-REC.
             PERFORM 3100-GRAVAR-SEQUENCIA.
             PERFORM 4000-IMPRIMIR-NOTA.

       3100-GRAVAR-SEQUENCIA.
             OPEN OUTPUT NFS-SEQUENCIA.
             MOVE WRK-ULTIMO-NUMERO TO NQ-ULTIMO-NUMERO.
             WRITE NFS-SEQUENCIA-REC.
             CLOSE NFS-SEQUENCIA.

       4000-IMPRIMIR-NOTA.
             ADD 1 TO WRK-PAGINA.
             MOVE 'NOTA FISCAL DE SERVICO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE NFS-IMPRESSA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE NFS-IMPRESSA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO NFS-IMPRESSA-LINHA.
             WRITE NFS-IMPRESSA-LINHA.

             MOVE NS-NOTA TO LN-NUMERO.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-ROTULO-NUM.
             WRITE NFS-IMPRESSA-LINHA FROM SPACES.

             MOVE 'PRESTADOR.........: ' TO LT-ROTULO.
             MOVE SPACES TO LT-TEXTO.
             STRING 'FILIAL ' NS-FILIAL ' - '
                   TSV-CIDADE(IX-TSV) DELIMITED BY SIZE
                   ' (IBGE ' TSV-MUNICIPIO(IX-TSV) ')'
                   DELIMITED BY SIZE INTO LT-TEXTO.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-TEXTO.
             MOVE 'TOMADOR...........: ' TO LT-ROTULO.
             MOVE SPACES TO LT-TEXTO.
             STRING NS-CLIENTE ' ' NS-NOME
                   DELIMITED BY SIZE INTO LT-TEXTO.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-TEXTO.
             MOVE 'SERVICO...........: ' TO LT-ROTULO.
             MOVE SPACES TO LT-TEXTO.
             IF NS-SERVICO = 'ARMAZEN'
                   MOVE 'ARMAZENAGEM DE MATERIAL DE TERCEIROS'
                        TO LT-TEXTO
             ELSE
                   IF NS-SERVICO = 'MENSAL'
                         MOVE 'MENSALIDADE ESCOLAR' TO LT-TEXTO
                   ELSE
                         MOVE NS-SERVICO TO LT-TEXTO
                   END-IF
             END-IF.
             MOVE 'ITEM LC 116' TO LT-TEXTO(41:11).
             MOVE TSV-ITEM-LISTA(IX-TSV) TO LT-TEXTO(53:5).
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-TEXTO.
             MOVE 'TITULO/VENCIMENTO.: ' TO LT-ROTULO.
             MOVE SPACES TO LT-TEXTO.
             STRING NS-TIT-DATA '-' NS-TIT-SEQ ' / '
                   NS-VENCIMENTO(7:2) '/' NS-VENCIMENTO(5:2) '/'
                   NS-VENCIMENTO(1:4)
                   DELIMITED BY SIZE INTO LT-TEXTO.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-TEXTO.
             WRITE NFS-IMPRESSA-LINHA FROM SPACES.

             MOVE 'VALOR DOS SERVICOS..........: ' TO LV-ROTULO.
             MOVE NS-VALOR TO LV-VALOR.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-VALOR.
             MOVE NS-ALIQUOTA TO LA-ALIQUOTA.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-ALIQUOTA.
             MOVE 'VALOR DO ISS................: ' TO LV-ROTULO.
             MOVE NS-ISS TO LV-VALOR.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-VALOR.
             MOVE 'ISS RETIDO PELO TOMADOR.....: ' TO LV-ROTULO.
             MOVE NS-ISS-RETIDO TO LV-VALOR.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-VALOR.
             MOVE 'VALOR LIQUIDO A PAGAR.......: ' TO LV-ROTULO.
             COMPUTE LV-VALOR = NS-VALOR - NS-ISS-RETIDO.
             WRITE NFS-IMPRESSA-LINHA FROM LINHA-VALOR.
             WRITE NFS-IMPRESSA-LINHA FROM RPT-RODAPE-PADRAO.

       9000-ENCERRAR.
             CLOSE ISS-LEDGER.
             CLOSE NFS-IMPRESSA.

       END PROGRAM EMITE-NFS.
