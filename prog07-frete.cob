      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FILIAL QUE EMBARCA CONFERIDA CONTRA AS FILIAIS
      *                 PERMITIDAS AO OPERADOR DO MENU (CONFERE-FILIAL);
      *                 FILIAL NEGADA ENCERRA A COTACAO E A RECUSA VAI
      *                 PARA O ACESSO-AUDIT.
      * 15/10/2026 DZ - UFS ACEITAS LIDAS DO GRUPO UFCFG DO MESTRE
      *                 PARAMST (CONSULTA-PARAM) QUANDO ELE TEM
      *                 VIGENCIA; SEM O GRUPO FICA A TABELA COMPILADA DO
      *                 COPYBOOK UFCFG.
      * 14/07/2023 DZ - TAXA DE FRETE PASSA A VIR DO MESTRE FRETE-RATES
      *                 (COPYBOOK FRETRATE), CARREGADO PELO CARGA-FRETE,
      *                 EM VEZ DE FICAR CODIFICADA NO EVALUATE DE UF.
      *                 TRANSPORTADORA COBRA POR EMBARQUE; NA
      *                 AUDITORIA O PEDAGIO SAI NA PRIMEIRA LINHA DO
      *                 PEDIDO E ZERADO NAS DEMAIS.
      * 15/10/2026 DZ - A TRANSPORTADORA PADRAO E CONSULTADA NO MESTRE
      *                 DE TRANSPORTADORAS (CONSULTA-TRANSP) ANTES DA
      *                 COTACAO: SUSPENSA OU COM O SEGURO VENCIDO NA
      *                 DATA DO PEDIDO, A COTACAO E RECUSADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-FRETE.
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
       01 CF-PARM.
          05 CF-PROGRAMA        PIC X(18).
          05 CF-FILIAL          PIC 9(02).
          05 CF-RESULTADO       PIC X(01).
             88 CF-PERMITIDA       VALUE 'S'.
             88 CF-NEGADA          VALUE 'N'.

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
       OPEN INPUT PRODUTO-MASTER.
       PERFORM 0900-OBTER-DATA-MOVIMENTO.
       PERFORM 0910-CARREGAR-FILIAIS.
       PERFORM 0950-CARREGAR-UFS.
       OPEN EXTEND FRETE-AUDIT.
       MOVE WRK-FS-AUDIT TO WRK-FS-ULTIMO.
       IF FS-ARQ-OPCIONAL-AUSENTE
             CLOSE FRETE-AUDIT
             GOBACK
       END-IF.
       MOVE 'CALC-FRETE' TO CF-PROGRAMA.
       MOVE WRK-FILIAL   TO CF-FILIAL.
       CALL 'CONFERE-FILIAL' USING CF-PARM.
       IF CF-NEGADA
             CLOSE FRETE-RATES
             CLOSE PRODUTO-MASTER
             CLOSE FRETE-AUDIT
             GOBACK
       END-IF.

       MOVE TRANSPORTADORA-PADRAO TO CT-CODIGO.
       MOVE WRK-DATA-PEDIDO TO CT-DATA.
       CALL 'CONSULTA-TRANSP' USING CT-PARM.
       IF CT-BLOQUEADA
             IF CT-SUSPENSA
                   DISPLAY 'TRANSPORTADORA ' CT-NOME ' SUSPENSA, '
                           'COTACAO RECUSADA'
             ELSE
                   DISPLAY 'TRANSPORTADORA ' CT-NOME ' COM SEGURO '
                           'VENCIDO, COTACAO RECUSADA'
             END-IF
             CLOSE FRETE-RATES
             CLOSE PRODUTO-MASTER
             CLOSE FRETE-AUDIT
             GOBACK
       END-IF.

       DISPLAY 'CEP DO PEDIDO: '
       ACCEPT WRK-CEP.
             END-IF.
             ADD 1 TO WRK-IX-FIL.

      *----------------------------------------------------------------
      * AS UFS ACEITAS VEM DO GRUPO UFCFG DO PARAMST QUANDO ELE TEM
      * VIGENCIA; SEM O GRUPO (OU SEM O MESTRE) FICA A TABELA
      * COMPILADA DO COPYBOOK UFCFG. POSICOES QUE SOBRAM FICAM EM
      * HIGH-VALUES E NAO CASAM COM UF NENHUMA.
      *----------------------------------------------------------------
       0950-CARREGAR-UFS.
             MOVE ZEROS TO WRK-QT-UFS-PARAM.
             MOVE 'N' TO WRK-EOF-UF-SW.
             MOVE SPACES TO VG-ITEM.
             PERFORM 0960-LER-UF.
             PERFORM 0970-GUARDAR-UF UNTIL FIM-UFCFG.

       0960-LER-UF.
             MOVE 'P'     TO VG-OPERACAO.
             MOVE 'UFCFG' TO VG-GRUPO.
             MOVE ZEROS   TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF NOT VG-ENCONTRADO
                   MOVE 'S' TO WRK-EOF-UF-SW
             END-IF.

       0970-GUARDAR-UF.
             IF WRK-QT-UFS-PARAM = ZEROS
                   MOVE HIGH-VALUES TO TABELA-UF
             END-IF.
             IF WRK-QT-UFS-PARAM < 27
                   ADD 1 TO WRK-QT-UFS-PARAM
                   MOVE VG-VALOR(1:2) TO TU-UF-DET(WRK-QT-UFS-PARAM)
             END-IF.
             PERFORM 0960-LER-UF.

       0110-VALIDAR-UF.
             MOVE 'N' TO WRK-UF-VALIDA-SW.
             MOVE 1 TO WRK-IX-UF.
