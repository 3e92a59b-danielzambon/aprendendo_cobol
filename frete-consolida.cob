      * TABELAS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CADA GRUPO CONSULTA A TRANSPORTADORA NO MESTRE
      *                 DE TRANSPORTADORAS (CONSULTA-TRANSP): SUSPENSA
      *                 OU COM O SEGURO VENCIDO NA DATA DO LOTE, O
      *                 GRUPO NAO E CONSOLIDADO E FICA NO FRETE
      *                 INDIVIDUAL; O RELATORIO PASSA A IMPRIMIR O
      *                 NOME DA TRANSPORTADORA NO LUGAR DO CODIGO.
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FRETE NA
       01  LINHA-GRUPO.
           05 FILLER          PIC X(03) VALUE 'UF '.
           05 LG-UF           PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LG-TRANSP       PIC X(20).
           05 FILLER          PIC X(04) VALUE ' QT '.
           05 LG-QT           PIC ZZ9.
           05 FILLER          PIC X(05) VALUE ' IND '.
           05 LG-INDIVIDUAL   PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(06) VALUE ' CONS '.
           05 LG-CONSOLIDADO  PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(06) VALUE ' ECON '.
           05 LG-ECONOMIA     PIC ---.--9,99.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(30).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 CT-PARM.
          05 CT-CODIGO        PIC X(03).
          05 CT-DATA          PIC 9(08).
          05 CT-NOME          PIC X(30).
          05 CT-AGENCIA       PIC 9(04).
          05 CT-CONTA         PIC 9(08).
          05 CT-SITUACAO      PIC X(01).
             88 CT-SUSPENSA        VALUE 'S'.
             88 CT-BLOQUEADA       VALUE 'S' 'V'.
       COPY fstatus.
       COPY rpthdr.

             PERFORM 3210-SOMAR-NO-GRUPO
                   UNTIL IX-TP > WRK-QT-PEDIDOS.

             MOVE WRK-TRANSP-ATUAL TO CT-CODIGO.
             MOVE WRK-DATA-LOTE TO CT-DATA.
             CALL 'CONSULTA-TRANSP' USING CT-PARM.
             IF CT-BLOQUEADA
                   IF CT-SUSPENSA
                         DISPLAY 'TRANSPORTADORA ' WRK-TRANSP-ATUAL
                                 ' SUSPENSA, GRUPO DA UF '
                                 WRK-UF-ATUAL
                                 ' MANTIDO NO FRETE INDIVIDUAL'
                   ELSE
                         DISPLAY 'TRANSPORTADORA ' WRK-TRANSP-ATUAL
                                 ' COM SEGURO VENCIDO, GRUPO DA UF '
                                 WRK-UF-ATUAL
                                 ' MANTIDO NO FRETE INDIVIDUAL'
                   END-IF
                   PERFORM 3700-MARCAR-GRUPO
             ELSE
                   PERFORM 3250-COTAR-GRUPO
             END-IF.

       3250-COTAR-GRUPO.
             PERFORM 3300-BUSCAR-TAXA.
             IF TAXA-ENCONTRADA
                   PERFORM 3400-COTAR-CONSOLIDADO

       3600-IMPRIMIR-GRUPO.
             MOVE WRK-UF-ATUAL      TO LG-UF.
             MOVE CT-NOME           TO LG-TRANSP.
             MOVE WRK-GRP-QT        TO LG-QT.
             MOVE WRK-GRP-FRETE-IND TO LG-INDIVIDUAL.
             MOVE WRK-FRETE-CONSOL  TO LG-CONSOLIDADO.
