      * TODA SOLICITACAO PENDENTE E APRESENTADA AO APROVADOR NESTA
      * EXECUCAO; NAO HA OPCAO DE DEIXAR PARA DEPOIS. AS DECIDIDAS COMO
      * APROVADAS JA ATUALIZAM O USUARIO-MASTER NA HORA. AO FINAL, A
      * FILA SOLICITACAO-NIVEL FICA VAZIA PARA A PROXIMA CARGA, EXCETO
      * PELAS SOLICITACOES QUE O APROVADOR NAO PODE DECIDIR (ELE E O
      * ORIGINADOR OU O PROPRIO USUARIO DA TROCA), QUE VOLTAM PARA A
      * FILA VIA NIVELRET.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - SEGREGACAO DE FUNCOES: A SOLICITACAO ORIGINADA
      *                 PELO PROPRIO APROVADOR (SOL-ORIGINADOR) OU QUE
      *                 TROCA O NIVEL DO PROPRIO APROVADOR NAO E
      *                 DECIDIDA - FICA RETIDA NA FILA PARA OUTRO
      *                 APROVADOR, E A TENTATIVA VAI PARA O
      *                 ACESSO-AUDIT (ACESSAUD) COMO AUTOAPROVACAO.
      * 15/10/2026 DZ - LINHA DO NIVELAUD PASSA A LEVAR O ELO DE
      *                 ENCADEAMENTO (SEQUENCIA E HASHES PELO ENCADEIA-
      *                 LOG) ANTES DO WRITE, PARA O VERIFICA-ELOS
      *                 DETECTAR LINHA APAGADA OU ALTERADA.
      * 02/09/2026 DZ - AS GRAVACOES DE MESTRE INDEXADO DESTE
      *                 PROGRAMA PASSAM A GRAVAR A IMAGEM ANTES/
      *                 DEPOIS NO JORNAL DE MUDANCAS (SUBROTINA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AUDIT.

           SELECT FILA-RETIDA ASSIGN TO 'NIVELRET'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RETIDA.

           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       FD  NIVEL-AUDIT.
       COPY nivelaud.

       FD  FILA-RETIDA.
       01  FILA-RETIDA-REC     PIC X(32).

       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO PIC X(02) VALUE '00'.
       77 WRK-FS-SOLICIT PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT   PIC X(02) VALUE '00'.
       77 WRK-FS-RETIDA  PIC X(02) VALUE '00'.
       77 WRK-FS-ACESSO  PIC X(02) VALUE '00'.
       77 WRK-EOF-RET-SW PIC X(01) VALUE 'N'.
         88 FIM-RETIDAS        VALUE 'S'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-SOLICITACOES   VALUE 'S'.
       77 WRK-SOLICIT-AUSENTE-SW PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-APROVADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDAS     PIC 9(05) VALUE ZEROS.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-APROVADAS.
             MOVE ZEROS TO WRK-QT-REJEITADAS.
             MOVE ZEROS TO WRK-QT-RETIDAS.

             OPEN I-O USUARIO-MASTER.

                   OPEN OUTPUT NIVEL-AUDIT
             END-IF.

             OPEN OUTPUT FILA-RETIDA.
             OPEN EXTEND ACESSO-AUDIT.
             MOVE WRK-FS-ACESSO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ACESSO-AUDIT
                   OPEN OUTPUT ACESSO-AUDIT
             END-IF.

       1100-LER-SOLICITACAO.
             IF SOLICIT-AUSENTE
                   MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * SEGREGACAO DE FUNCOES: O APROVADOR NAO DECIDE A TROCA QUE
      * ELE MESMO ORIGINOU NA CARGA NEM A TROCA DO PROPRIO NIVEL.
      * ORIGINADOR EM BRANCO (CARGA RODADA FORA DO MENU) SO E
      * CONFERIDO CONTRA O USUARIO DA TROCA.
      *----------------------------------------------------------------
       2000-DECIDIR-SOLICITACAO.
             IF SOL-USUARIO = WRK-APROVADOR
                   OR (SOL-ORIGINADOR NOT = SPACES
                       AND SOL-ORIGINADOR = WRK-APROVADOR)
                   PERFORM 2800-RETER-AUTOAPROVACAO
             ELSE
                   PERFORM 2010-DECIDIR-TROCA
             END-IF.
             PERFORM 1100-LER-SOLICITACAO.

       2010-DECIDIR-TROCA.
             DISPLAY ' '.
             DISPLAY 'USUARIO..........: ' SOL-USUARIO.
             DISPLAY 'NIVEL ATUAL......: ' SOL-NIVEL-ATUAL.
             END-IF.

             PERFORM 2200-GRAVAR-AUDITORIA.

       2100-APLICAR-APROVACAO.
             MOVE SOL-USUARIO TO US-USUARIO.
             MOVE WRK-APROVADOR TO NA-APROVADOR.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE WRK-DATA-HOJE TO NA-DATA-DECISAO.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'NIVELAUD' TO EN-LOG.
             MOVE NA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO NA-ELO.
             WRITE NIVEL-AUDIT-REC.

       2800-RETER-AUTOAPROVACAO.
             DISPLAY ' '.
             DISPLAY 'TROCA DE NIVEL DE ' SOL-USUARIO
                     ' ORIGINADA PELO OU PARA O PROPRIO APROVADOR, '
                     'RETIDA PARA OUTRO APROVADOR'.
             MOVE SOLICITACAO-NIVEL-REC TO FILA-RETIDA-REC.
             WRITE FILA-RETIDA-REC.
             ADD 1 TO WRK-QT-RETIDAS.
             PERFORM 2810-GRAVAR-ACESSO.

       2810-GRAVAR-ACESSO.
             MOVE WRK-APROVADOR TO AA-USUARIO.
             MOVE 'APROVA-NIVEL: AUTOAPROVACAO' TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       8800-GRAVAR-JORNAL.
             MOVE 'USUAMST' TO JP-ARQUIVO.
             MOVE 'APROVA-NIVEL' TO JP-PROGRAMA.
             CLOSE USUARIO-MASTER.
             CLOSE SOLICITACAO-NIVEL.
             CLOSE NIVEL-AUDIT.
             CLOSE FILA-RETIDA.
             CLOSE ACESSO-AUDIT.

      * A FILA E DRENADA POR COMPLETO A CADA EXECUCAO (TODAS AS
      * SOLICITACOES SAO DECIDIDAS ACIMA), ENTAO E REABERTA EM MODO
      * OUTPUT PARA FICAR VAZIA ATE A PROXIMA CARGA GRAVAR NOVOS
      * PEDIDOS; SO AS RETIDAS POR AUTOAPROVACAO VOLTAM PARA ELA.
             OPEN OUTPUT SOLICITACAO-NIVEL.
             IF WRK-QT-RETIDAS > ZEROS
                   PERFORM 9100-DEVOLVER-RETIDAS
             END-IF.
             CLOSE SOLICITACAO-NIVEL.

             DISPLAY 'APROVACAO DE NIVEL CONCLUIDA'.
             DISPLAY 'TROCAS APROVADAS........: ' WRK-QT-APROVADAS.
             DISPLAY 'TROCAS REJEITADAS........: ' WRK-QT-REJEITADAS.
             DISPLAY 'RETIDAS (AUTOAPROVACAO)..: ' WRK-QT-RETIDAS.

       9100-DEVOLVER-RETIDAS.
             MOVE 'N' TO WRK-EOF-RET-SW.
             OPEN INPUT FILA-RETIDA.
             PERFORM 9110-LER-RETIDA.
             PERFORM 9120-DEVOLVER-UMA-RETIDA UNTIL FIM-RETIDAS.
             CLOSE FILA-RETIDA.

       9110-LER-RETIDA.
             READ FILA-RETIDA
                   AT END MOVE 'S' TO WRK-EOF-RET-SW
             END-READ.

       9120-DEVOLVER-UMA-RETIDA.
             MOVE FILA-RETIDA-REC TO SOLICITACAO-NIVEL-REC.
             WRITE SOLICITACAO-NIVEL-REC.
             PERFORM 9110-LER-RETIDA.

       END PROGRAM APROVA-NIVEL.
