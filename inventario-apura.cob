      * DIVERGENCIA DE BOX (OCUPACAO OU MATERIAL DIFERENTE DO LIVRO)
      * SO E APONTADA NO RELATORIO: O ACERTO FISICO DE BOX E FEITO
      * PELO CALC-AREA-DEPOSITO. CONTAGEM SEM APROVADOR FICA SO NO
      * RELATORIO, AGUARDANDO NOVA DIGITACAO APROVADA; A CONTAGEM
      * APROVADA PELO PROPRIO CONTADOR TAMBEM NAO GERA AJUSTE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - SEGREGACAO DE FUNCOES: DIFERENCA CUJO APROVADOR
      *                 E O PROPRIO CONTADOR NAO GERA AJUSTE - SAI NO
      *                 RELATORIO COMO AUTOAPROVADO E A TENTATIVA VAI
      *                 PARA O ACESSO-AUDIT (ACESSAUD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-APURA.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ACESSO-AUDIT ASSIGN TO 'ACESSAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO-TRANS.
       FD  REL-DIVERGENCIA.
       01  REL-DIVER-LINHA     PIC X(80).

       FD  ACESSO-AUDIT.
       COPY acessaud.

       WORKING-STORAGE SECTION.

       77 WRK-FS-TRANS     PIC X(02) VALUE '00'.
       77 WRK-FS-AJUSTE    PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT     PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-ACESSO    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-CONTAGENS       VALUE 'S'.
       77 WRK-BOX-SW       PIC X(01) VALUE 'N'.
       77 WRK-QT-DIVERG-PROD PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AJUSTES   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-APROV PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AUTOAPROV PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           05 LP-SITUACAO     PIC X(12).
           05 FILLER          PIC X(13) VALUE SPACES.

       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.
       COPY rpthdr.

             MOVE ZEROS TO WRK-QT-DIVERG-PROD.
             MOVE ZEROS TO WRK-QT-AJUSTES.
             MOVE ZEROS TO WRK-QT-SEM-APROV.
             MOVE ZEROS TO WRK-QT-AUTOAPROV.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

                   CLOSE INVENTARIO-AUDIT
                   OPEN OUTPUT INVENTARIO-AUDIT
             END-IF.
             OPEN EXTEND ACESSO-AUDIT.
             MOVE WRK-FS-ACESSO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ACESSO-AUDIT
                   OPEN OUTPUT ACESSO-AUDIT
             END-IF.
             OPEN OUTPUT REL-DIVERGENCIA.
             PERFORM 8000-CABECALHO.

                   MOVE ES-SALDO  TO LP-LIVRO
                   MOVE IN-QTDE   TO LP-CONTADO
                   MOVE WRK-DIFERENCA TO LP-DIFERENCA
                   EVALUATE TRUE
                         WHEN IN-APROVADOR = SPACES
                               ADD 1 TO WRK-QT-SEM-APROV
                               MOVE 'SEM APROVACAO' TO LP-SITUACAO
                         WHEN IN-APROVADOR = IN-CONTADOR
                               ADD 1 TO WRK-QT-AUTOAPROV
                               MOVE 'AUTOAPROVADO' TO LP-SITUACAO
                               PERFORM 3100-GRAVAR-ACESSO
                         WHEN OTHER
                               MOVE 'AJUSTADO     ' TO LP-SITUACAO
                               PERFORM 3000-GERAR-AJUSTE
                   END-EVALUATE
                   WRITE REL-DIVER-LINHA FROM LINHA-PROD
             END-IF.

             MOVE WRK-DATA-HOJE TO IA-DATA.
             WRITE INVENTARIO-AUDIT-REC.

      *----------------------------------------------------------------
      * SEGREGACAO DE FUNCOES: QUEM CONTOU NAO APROVA A PROPRIA
      * CONTAGEM. A TENTATIVA FICA NO ACESSO-AUDIT EM NOME DO
      * APROVADOR DIGITADO.
      *----------------------------------------------------------------
       3100-GRAVAR-ACESSO.
             MOVE IN-APROVADOR TO AA-USUARIO.
             MOVE 'INVENTARIO: AUTOAPROVACAO' TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'INVENTARIO - DIVERGENCIAS DA CONTAGEM'
             CLOSE ESTOQUE-TRANS.
             CLOSE INVENTARIO-AUDIT.
             CLOSE REL-DIVERGENCIA.
             CLOSE ACESSO-AUDIT.
             DISPLAY 'APURACAO DE INVENTARIO CONCLUIDA'.
             DISPLAY 'DIVERGENCIAS DE BOX.....: '
                     WRK-QT-DIVERG-BOX.
             DISPLAY 'AJUSTES GERADOS.........: ' WRK-QT-AJUSTES.
             DISPLAY 'SEM APROVACAO...........: '
                     WRK-QT-SEM-APROV.
             DISPLAY 'AUTOAPROVADAS (RECUSADAS): '
                     WRK-QT-AUTOAPROV.

       END PROGRAM INVENTARIO-APURA.
