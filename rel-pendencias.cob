      * QUE O MESTRE GUARDA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVA SECAO DE TESTES DE RESTAURACAO REPROVADOS
      *                 (TESTREST) AINDA SEM CIENCIA, RESOLVE O
      *                 ADMINISTRADOR.
      * 15/10/2026 DZ - NOVA SECAO DE NF-E NAO AUTORIZADAS (FATURAS SEM
      *                 XML, PENDENTES DE RETORNO OU REJEITADAS NO
      *                 NFECTL), RESOLVE O FISCAL.
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT FATURA-MASTER ASSIGN TO 'FATURAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-NUMERO
                  FILE STATUS IS WRK-FS-FATURA.

           SELECT NFE-CONTROLE ASSIGN TO 'NFECTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NC-FATURA
                  FILE STATUS IS WRK-FS-NFECTL.

           SELECT TESTE-RESTAURACAO ASSIGN TO 'TESTREST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TR-CHAVE
                  FILE STATUS IS WRK-FS-TESTE.

           SELECT REL-PEND ASSIGN TO 'RELPEND'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  FATURA-MASTER.
       COPY fatura.

       FD  NFE-CONTROLE.
       COPY nfectl.

       FD  TESTE-RESTAURACAO.
       COPY testrest.

       FD  REL-PEND.
       01  REL-PEND-LINHA      PIC X(80).

       77 WRK-FS-FREJ      PIC X(02) VALUE '00'.
       77 WRK-FS-SOLICIT   PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-FATURA    PIC X(02) VALUE '00'.
       77 WRK-FS-NFECTL    PIC X(02) VALUE '00'.
       77 WRK-FS-TESTE     PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-VREJ-SW  PIC X(01) VALUE 'N'.
         88 FIM-VENDAS-REJ     VALUE 'S'.
         88 FIM-SOLICITACOES   VALUE 'S'.
       77 WRK-EOF-USU-SW   PIC X(01) VALUE 'N'.
         88 FIM-USUARIOS       VALUE 'S'.
       77 WRK-EOF-FAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-FATURAS        VALUE 'S'.
       77 WRK-EOF-TST-SW   PIC X(01) VALUE 'N'.
         88 FIM-TESTES         VALUE 'S'.
       77 WRK-NFECTL-SW    PIC X(01) VALUE 'N'.
         88 NFECTL-ABERTO      VALUE 'S'.

       77 WRK-IDADE-DIAS   PIC S9(07) VALUE ZEROS.
       77 WRK-QT-PENDENCIAS PIC 9(05) VALUE ZEROS.
             MOVE 'N' TO WRK-EOF-FREJ-SW.
             MOVE 'N' TO WRK-EOF-SOL-SW.
             MOVE 'N' TO WRK-EOF-USU-SW.
             MOVE 'N' TO WRK-EOF-FAT-SW.
             MOVE 'N' TO WRK-EOF-TST-SW.
             MOVE ZEROS TO WRK-QT-PENDENCIAS.
             MOVE ZEROS TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             PERFORM 2000-FOLHA-REJEITADA.
             PERFORM 3000-NIVEIS-PENDENTES.
             PERFORM 4000-CONTAS-BLOQUEADAS.
             PERFORM 5000-NFE-PENDENTES.
             PERFORM 6000-TESTES-RESTAURACAO.

             PERFORM 9000-ENCERRAR.
             GOBACK.
             END-IF.
             PERFORM 4100-LER-USUARIO.

      *----------------------------------------------------------------
      * FATURA SEM NF-E AUTORIZADA NO FIM DO DIA: SEM CONTROLE NFECTL
      * (XML AINDA NAO GERADO), PENDENTE DE RETORNO OU REJEITADA (COM
      * O CODIGO E O MOTIVO DA SEFAZ). A IDADE CONTA DA DATA DA FATURA.
      *----------------------------------------------------------------
       5000-NFE-PENDENTES.
             MOVE 'NF-E NAO AUTORIZADAS (FATURA-MASTER)'
                  TO LSC-TITULO.
             MOVE 'FISCAL' TO LSC-RESPONSAVEL.
             WRITE REL-PEND-LINHA FROM LINHA-SECAO.
             OPEN INPUT FATURA-MASTER.
             MOVE WRK-FS-FATURA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-FAT-SW
             ELSE
                   OPEN INPUT NFE-CONTROLE
                   MOVE WRK-FS-NFECTL TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE 'S' TO WRK-NFECTL-SW
                   ELSE
                         MOVE 'N' TO WRK-NFECTL-SW
                   END-IF
                   MOVE ZEROS TO FAT-NUMERO
                   START FATURA-MASTER KEY IS >= FAT-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-FAT-SW
                   END-START
                   PERFORM 5100-LER-FATURA
                   PERFORM 5200-LISTAR-NFE UNTIL FIM-FATURAS
                   IF NFECTL-ABERTO
                         CLOSE NFE-CONTROLE
                   END-IF
                   CLOSE FATURA-MASTER
             END-IF.
             WRITE REL-PEND-LINHA FROM SPACES.

       5100-LER-FATURA.
             IF NOT FIM-FATURAS
                   READ FATURA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-FAT-SW
                   END-READ
             END-IF.

       5200-LISTAR-NFE.
             MOVE SPACES TO LP-DESCRICAO.
             MOVE FAT-NUMERO TO NC-FATURA.
             IF NFECTL-ABERTO
                   READ NFE-CONTROLE
                         INVALID KEY
                               MOVE 'NF-E NAO GERADA' TO LP-DESCRICAO
                   END-READ
             ELSE
                   MOVE 'NF-E NAO GERADA' TO LP-DESCRICAO
             END-IF.
             IF LP-DESCRICAO = SPACES
                   EVALUATE TRUE
                         WHEN NC-PENDENTE
                               MOVE 'NF-E AGUARDANDO RETORNO DA SEFAZ'
                                    TO LP-DESCRICAO
                         WHEN NC-REJEITADA
                               STRING 'REJEITADA ' NC-COD-RETORNO ' '
                                      NC-MOTIVO
                                     DELIMITED BY SIZE
                                     INTO LP-DESCRICAO
                         WHEN OTHER
                               CONTINUE
                   END-EVALUATE
             END-IF.
             IF LP-DESCRICAO NOT = SPACES
                   MOVE 'D' TO DA-OPERACAO
                   MOVE FAT-DATA TO DA-DATA-1
                   MOVE WRK-DATA-HOJE TO DA-DATA-2
                   PERFORM 7400-CHAMAR-DATA-ARIT
                   MOVE FAT-NUMERO TO LP-CHAVE
                   PERFORM 7500-IMPRIMIR-PENDENCIA
             END-IF.
             PERFORM 5100-LER-FATURA.

      *----------------------------------------------------------------
      * TESTE SEMANAL DE RESTAURACAO REPROVADO (TESTREST) QUE AINDA
      * NAO RECEBEU CIENCIA NO CIENCIA-TESTE-REST. A IDADE CONTA DA
      * DATA DO TESTE.
      *----------------------------------------------------------------
       6000-TESTES-RESTAURACAO.
             MOVE 'TESTES DE RESTAURACAO REPROVADOS'
                  TO LSC-TITULO.
             MOVE 'ADMINISTRADOR' TO LSC-RESPONSAVEL.
             WRITE REL-PEND-LINHA FROM LINHA-SECAO.
             OPEN INPUT TESTE-RESTAURACAO.
             MOVE WRK-FS-TESTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-TST-SW
             ELSE
                   PERFORM 6100-LER-TESTE
                   PERFORM 6200-LISTAR-TESTE UNTIL FIM-TESTES
                   CLOSE TESTE-RESTAURACAO
             END-IF.
             WRITE REL-PEND-LINHA FROM SPACES.

       6100-LER-TESTE.
             IF NOT FIM-TESTES
                   READ TESTE-RESTAURACAO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-TST-SW
                   END-READ
             END-IF.

       6200-LISTAR-TESTE.
             IF TR-REPROVADO AND NOT TR-CIENCIA-DADA
                   MOVE 'D' TO DA-OPERACAO
                   MOVE TR-DATA TO DA-DATA-1
                   MOVE WRK-DATA-HOJE TO DA-DATA-2
                   PERFORM 7400-CHAMAR-DATA-ARIT
                   MOVE TR-MESTRE TO LP-CHAVE
                   MOVE SPACES TO LP-DESCRICAO
                   STRING TR-DATA ' ' TR-MOTIVO
                         DELIMITED BY SIZE
                         INTO LP-DESCRICAO
                   PERFORM 7500-IMPRIMIR-PENDENCIA
             END-IF.
             PERFORM 6100-LER-TESTE.

       7400-CHAMAR-DATA-ARIT.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-QT-DIAS TO WRK-IDADE-DIAS.
