      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO DE REQUISICOES DE COTACAO (PRODUTO, VALOR, CEP E
      * TRANSPORTADORA DESEJADA, 'ALL' PARA TODAS OU 'AUT' PARA A
      * ESCOLHIDA PELA SUBROTINA ESCOLHE-TRANSP) E COTA CADA
      * REQUISICAO PELA MESMA LOGICA DO CALC-FRETE: UF PELA FAIXA DE
      * CEP (COPYBOOK CEPFAIXA), UF CONFERIDA CONTRA UFCFG, TAXA DA
      * VIGENCIA EM EFEITO NA DATA DA COTACAO EM FRETE-RATES E PISO/
      * DE REJEICAO PARA CEP/UF/PRODUTO INVALIDOS:
      *   00 = COTADO  01 = CEP INVALIDO  02 = UF INVALIDA
      *   03 = SEM TAXA CADASTRADA       04 = PRODUTO NAO CADASTRADO
      *   05 = TRANSPORTADORA SUSPENSA   06 = SEGURO DA TRANSP. VENCIDO
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - UFS ACEITAS LIDAS DO GRUPO UFCFG DO MESTRE
      *                 PARAMST (CONSULTA-PARAM) QUANDO ELE TEM
      *                 VIGENCIA; SEM O GRUPO FICA A TABELA COMPILADA DO
      *                 COPYBOOK UFCFG.
      * 15/10/2026 DZ - NOVA TRANSPORTADORA 'AUT' NA REQUISICAO: COTA SO
      *                 A ESCOLHIDA PELA ESCOLHE-TRANSP (FRETE COMBINADO
      *                 COM O % NO PRAZO NA UF, PESOS E PRAZO MINIMO DO
      *                 ESCTRCFG), DEVOLVIDA EM CR-TRANSP.
      * 15/10/2026 DZ - CADA TRANSPORTADORA E CONSULTADA NO MESTRE DE
      *                 TRANSPORTADORAS (CONSULTA-TRANSP) ANTES DE SER
      *                 COTADA: SUSPENSA OU COM O SEGURO VENCIDO NA
      *                 DATA DA COTACAO, A RESPOSTA SAI REJEITADA COM
      *                 OS NOVOS MOTIVOS 05 E 06, SEM NUMERO DE COTACAO.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      * 22/08/2026 DZ - FRETE PASSA A SOMAR OS COMPONENTES AD VALOREM,
      *                 GRIS E PEDAGIO DA TAXA ESCOLHIDA, ACOMPANHANDO
       77 WRK-IX-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-TRANSP-ATUAL PIC X(03) VALUE SPACES.
       77 WRK-TRANSP-AUTO PIC X(03) VALUE SPACES.
       77 WRK-SEL-TAXA    PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-KG PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-SEL-TAXA-M3 PIC 9(04)V9(04) VALUE ZEROS.
          05 CD-DATA            PIC 9(08).
          05 CD-DIA-UTIL-SW     PIC X(01).
             88 CD-E-DIA-UTIL      VALUE 'S'.
       01 CT-PARM.
          05 CT-CODIGO          PIC X(03).
          05 CT-DATA            PIC 9(08).
          05 CT-NOME            PIC X(30).
          05 CT-AGENCIA         PIC 9(04).
          05 CT-CONTA           PIC 9(08).
          05 CT-SITUACAO        PIC X(01).
             88 CT-SUSPENSA        VALUE 'S'.
             88 CT-BLOQUEADA       VALUE 'S' 'V'.
       01 ET-PARM.
          05 ET-MODO            PIC X(01).
          05 ET-UF              PIC X(02).
          05 ET-DATA            PIC 9(08).
          05 ET-CODIGO          PIC 9(06).
          05 ET-VALOR           PIC 9(06)V99.
          05 ET-TRANSP          PIC X(03).
          05 ET-FRETE           PIC 9(06)V99.
          05 ET-TRANSP-2        PIC X(03).
          05 ET-MOTIVO          PIC X(01).
          05 ET-PCT-PRAZO       PIC 9(03)V9.
          05 ET-PONTOS          PIC 9(03)V9.
          05 ET-PONTOS-2        PIC 9(03)V9.

       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.
       77 WRK-QT-UFS-PARAM PIC 9(02) VALUE ZEROS.
       77 WRK-EOF-UF-SW    PIC X(01) VALUE 'N'.
         88 FIM-UFCFG          VALUE 'S'.
       COPY fstatus.
       COPY ufcfg.
       COPY cepfaixa.
             MOVE ZEROS TO WRK-QT-COTADAS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             PERFORM 1000-ABRIR.
             PERFORM 1200-CARREGAR-UFS.
             PERFORM 1100-LER-REQUISICAO.
             PERFORM 2000-PROCESSAR-REQUISICAO
                   UNTIL FIM-REQUISICOES.
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * AS UFS ACEITAS VEM DO GRUPO UFCFG DO PARAMST QUANDO ELE TEM
      * VIGENCIA; SEM O GRUPO (OU SEM O MESTRE) FICA A TABELA
      * COMPILADA DO COPYBOOK UFCFG. POSICOES QUE SOBRAM FICAM EM
      * HIGH-VALUES E NAO CASAM COM UF NENHUMA.
      *----------------------------------------------------------------
       1200-CARREGAR-UFS.
             MOVE ZEROS TO WRK-QT-UFS-PARAM.
             MOVE 'N' TO WRK-EOF-UF-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 1210-LER-UF.
             PERFORM 1220-GUARDAR-UF UNTIL FIM-UFCFG.

       1210-LER-UF.
             MOVE 'P'     TO VG-OPERACAO.
             MOVE 'UFCFG' TO VG-GRUPO.
             MOVE ZEROS   TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   MOVE 'S' TO WRK-EOF-UF-SW
             END-IF.

       1220-GUARDAR-UF.
             IF WRK-QT-UFS-PARAM = ZEROS
                   MOVE HIGH-VALUES TO TABELA-UF
             END-IF.
             IF WRK-QT-UFS-PARAM < 27
                   ADD 1 TO WRK-QT-UFS-PARAM
                   MOVE VG-VALOR(1:2) TO TU-UF-DET(WRK-QT-UFS-PARAM)
             END-IF.
             PERFORM 1210-LER-UF.

       2000-PROCESSAR-REQUISICAO.
             ADD 1 TO WRK-QT-REQ.
             MOVE ZEROS TO WRK-QT-RESP-REQ.
                         IF NOT PRODUTO-ENCONTRADO
                               PERFORM 3400-GRAVAR-REJEICAO-04
                         ELSE
                               PERFORM 2350-ESCOLHER-AUTOMATICA
                               PERFORM 2400-COTAR-TRANSPORTADORAS
                               IF WRK-QT-RESP-REQ = ZEROS
                                     PERFORM 3300-GRAVAR-REJEICAO-03
                         MOVE 'S' TO WRK-PRODUTO-SW
             END-READ.

      *----------------------------------------------------------------
      * NA REQUISICAO 'AUT' A ESCOLHE-TRANSP (EM MODO AUTOMATICO
      * FORCADO) DIZ QUAL TRANSPORTADORA COTAR.
      *----------------------------------------------------------------
       2350-ESCOLHER-AUTOMATICA.
             MOVE SPACES TO WRK-TRANSP-AUTO.
             IF CQ-TRANSP = 'AUT'
                   MOVE 'A'           TO ET-MODO
                   MOVE WRK-UF        TO ET-UF
                   MOVE WRK-DATA-HOJE TO ET-DATA
                   MOVE CQ-CODIGO     TO ET-CODIGO
                   MOVE CQ-VALOR      TO ET-VALOR
                   CALL 'ESCOLHE-TRANSP' USING ET-PARM
                   MOVE ET-TRANSP TO WRK-TRANSP-AUTO
             END-IF.

      *----------------------------------------------------------------
      * PERCORRE AS LINHAS DA UF AGRUPANDO POR TRANSPORTADORA E
      * COTANDO, PARA CADA UMA, A VIGENCIA MAIS RECENTE QUE NAO SEJA
       2430-FECHAR-TRANSP.
             IF TEM-TAXA-VIGENTE
                   AND (CQ-TRANSP = 'ALL'
                        OR CQ-TRANSP = WRK-TRANSP-ATUAL
                        OR WRK-TRANSP-AUTO = WRK-TRANSP-ATUAL)
                   MOVE WRK-TRANSP-ATUAL TO CT-CODIGO
                   MOVE WRK-DATA-HOJE TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   IF CT-BLOQUEADA
                         PERFORM 3500-GRAVAR-REJEICAO-TRANSP
                   ELSE
                         PERFORM 2440-COTAR-UMA-TRANSP
                   END-IF
             END-IF.

       2440-COTAR-UMA-TRANSP.
             WRITE COTACAO-RESP-REC.
             ADD 1 TO WRK-QT-REJEITADAS.

       3500-GRAVAR-REJEICAO-TRANSP.
             PERFORM 3000-MONTAR-RESPOSTA.
             MOVE WRK-UF TO CR-UF.
             MOVE WRK-TRANSP-ATUAL TO CR-TRANSP.
             IF CT-SUSPENSA
                   MOVE '05' TO CR-MOTIVO
             ELSE
                   MOVE '06' TO CR-MOTIVO
             END-IF.
             WRITE COTACAO-RESP-REC.
             ADD 1 TO WRK-QT-RESP-REQ.
             ADD 1 TO WRK-QT-REJEITADAS.

       9000-ENCERRAR.
             CLOSE COTACAO-REQ.
             CLOSE COTACAO-RESP.
