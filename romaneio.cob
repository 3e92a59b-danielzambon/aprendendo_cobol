      *-----------------------------------------------------------------
      * PEDIDO EXPEDIDO SEM TRANSPORTADORA NA COTACAO ENTRA NO GRUPO
      * 'PAD'. PEDIDO JA CARIMBADO COM ROMANEIO NAO SAI DE NOVO.
      * TRANSPORTADORA SUSPENSA OU COM O SEGURO VENCIDO NA DATA DA
      * EXPEDICAO NAO GANHA ROMANEIO: OS PEDIDOS DELA FICAM SEM
      * CARIMBO E SAEM NA RODADA SEGUINTE A LIBERACAO.
      * LIMITE DE 200 PEDIDOS POR EXECUCAO (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - A TRANSPORTADORA DE CADA GRUPO E CONSULTADA NO
      *                 MESTRE DE TRANSPORTADORAS (CONSULTA-TRANSP):
      *                 SUSPENSA OU COM O SEGURO VENCIDO, O EMBARQUE E
      *                 RECUSADO E OS PEDIDOS FICAM RETIDOS; O
      *                 ROMANEIO PASSA A IMPRIMIR O NOME DELA.
      * 02/09/2026 DZ - AS REGRAVACOES DE MESTRE INDEXADO DESTE
      *                 PROGRAMA PASSAM A GRAVAR A IMAGEM ANTES/
      *                 DEPOIS NO JORNAL DE MUDANCAS (SUBROTINA
       77 WRK-VALOR-TOTAL  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-NO-ROMANEIO PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ROMANEIOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RETIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           05 FILLER          PIC X(09) VALUE 'ROMANEIO '.
           05 LR-NUMERO       PIC 9(06).
           05 FILLER          PIC X(16) VALUE ' TRANSPORTADORA '.
           05 LR-TRANSP       PIC X(30).
           05 FILLER          PIC X(06) VALUE ' DATA '.
           05 LR-DATA         PIC 9(08).
           05 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-PEDIDO       PIC 9(06).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
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

             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-PEDIDOS.
             MOVE ZEROS TO WRK-QT-ROMANEIOS.
             MOVE ZEROS TO WRK-QT-RETIDOS.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             SET IX-TE TO WRK-IX-GRUPO.
             IF NOT TE-JA-IMPRESSO(IX-TE)
                   MOVE TE-TRANSP(IX-TE) TO WRK-TRANSP-ATUAL
                   MOVE WRK-TRANSP-ATUAL TO CT-CODIGO
                   MOVE WRK-DATA-EXPED TO CT-DATA
                   CALL 'CONSULTA-TRANSP' USING CT-PARM
                   IF CT-BLOQUEADA
                         PERFORM 3600-RETER-GRUPO
                   ELSE
                         PERFORM 3200-EMITIR-UM-ROMANEIO
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-GRUPO.

             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-ROMANEIO-LINHA FROM RPT-CABECALHO-DATA.
             MOVE WRK-ULTIMO-NUMERO TO LR-NUMERO.
             MOVE CT-NOME           TO LR-TRANSP.
             MOVE WRK-DATA-EXPED    TO LR-DATA.
             WRITE REL-ROMANEIO-LINHA FROM LINHA-ROTULO.
             MOVE ALL '-' TO REL-ROMANEIO-LINHA.
                         PERFORM 8800-GRAVAR-JORNAL
             END-READ.

      *----------------------------------------------------------------
      * GRUPO DE TRANSPORTADORA BLOQUEADA: SO MARCA COMO TRATADO NA
      * TABELA, SEM NUMERO DE ROMANEIO E SEM CARIMBO NO PEDIDO.
      *----------------------------------------------------------------
       3600-RETER-GRUPO.
             IF CT-SUSPENSA
                   DISPLAY 'TRANSPORTADORA ' WRK-TRANSP-ATUAL
                           ' SUSPENSA, EMBARQUE RECUSADO'
             ELSE
                   DISPLAY 'TRANSPORTADORA ' WRK-TRANSP-ATUAL
                           ' COM SEGURO VENCIDO, EMBARQUE RECUSADO'
             END-IF.
             SET IX-TE TO 1.
             PERFORM 3610-RETER-UM UNTIL IX-TE > WRK-QT-PEDIDOS.

       3610-RETER-UM.
             IF NOT TE-JA-IMPRESSO(IX-TE)
                   AND TE-TRANSP(IX-TE) = WRK-TRANSP-ATUAL
                   MOVE 'S' TO TE-IMPRESSO(IX-TE)
                   ADD 1 TO WRK-QT-RETIDOS
             END-IF.
             SET IX-TE UP BY 1.

       8800-GRAVAR-JORNAL.
             MOVE 'PEDREG' TO JP-ARQUIVO.
             MOVE 'ROMANEIO' TO JP-PROGRAMA.
             CLOSE PEDIDO-REGISTRO.
             CLOSE PRODUTO-MASTER.
             CLOSE REL-ROMANEIO.
             SUBTRACT WRK-QT-RETIDOS FROM WRK-QT-PEDIDOS.
             DISPLAY 'EMISSAO DE ROMANEIOS CONCLUIDA'.
             DISPLAY 'PEDIDOS EMBARCADOS......: ' WRK-QT-PEDIDOS.
             DISPLAY 'PEDIDOS RETIDOS.........: ' WRK-QT-RETIDOS.
             DISPLAY 'ROMANEIOS EMITIDOS......: ' WRK-QT-ROMANEIOS.
             DISPLAY 'ULTIMO NUMERO USADO.....: '
                     WRK-ULTIMO-NUMERO.
