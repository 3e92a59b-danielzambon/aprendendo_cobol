      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: REVISAO DE OCUPACAO DOS BOXES DO DEPOSITO - RECALCULA
      *          PELA AREA GUARDADA (BX-AREA-M2) E PELAS FAIXAS DO
      *          CALC-AREA-DEPOSITO (COPYBOOK FAIXABOX) A CLASSE DE BOX
      *          QUE CADA MATERIAL ARMAZENADO REALMENTE PRECISA, LISTA
      *          AS MUDANCAS QUE LIBERAM BOXES MAIORES (MATERIAL EM BOX
      *          SUPERDIMENSIONADO ENQUANTO HA BOX LIVRE MENOR QUE
      *          SERVE) E ESTIMA O GANHO DE CAPACIDADE POR CLASSE. NO
      *          MODO CONFIRMACAO CADA MUDANCA E PERGUNTADA AO
      *          OPERADOR E, CONFIRMADA, O MATERIAL PASSA PARA O BOX
      *          NOVO COM A MESMA DATA DE ARMAZENAGEM E O MESMO
      *          CLIENTE DONO (O FATURA-ARMAZENAGEM CONTINUA COBRANDO
      *          OS BOX-DIAS DESDE A ENTRADA ORIGINAL) E O BOX ANTIGO
      *          E LIBERADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O BOX LIVRE ESCOLHIDO E O DE MENOR NUMERO DA MENOR CLASSE QUE
      * COMPORTA O MATERIAL, SEMPRE MENOR QUE A CLASSE ATUAL; UM BOX
      * LIBERADO POR UMA MUDANCA PODE RECEBER O MATERIAL DE OUTRA.
      * BOX OCUPADO SEM AREA MEDIDA (TRANSFERENCIA, DEVOLUCAO OU
      * ALOCACAO ANTERIOR A MEDICAO) NAO E AVALIADO. LIMITE DE 500
      * BOXES LIVRES E 500 SUPERDIMENSIONADOS POR EXECUCAO (TAMANHO
      * DAS TABELAS). RELATORIO EM RELREALO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REALOCA-BOX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-MASTER ASSIGN TO 'BOXMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BX-NUMERO
                  FILE STATUS IS WRK-FS-BOX.

           SELECT REL-REALOCA ASSIGN TO 'RELREALO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BOX-MASTER.
       COPY boxmst.

       FD  REL-REALOCA.
       01  REL-REALOCA-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-BOX       PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-BOX-SW   PIC X(01) VALUE 'N'.
         88 FIM-BOXES           VALUE 'S'.
       77 WRK-BOXES-SW     PIC X(01) VALUE 'N'.
         88 BOXES-ABERTO        VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE 'A'.
         88 MODO-ANALISE        VALUE 'A'.
         88 MODO-CONFIRMA       VALUE 'C'.
       77 WRK-RESPOSTA     PIC X(01) VALUE 'N'.
         88 RESPOSTA-SIM        VALUE 'S'.
       77 WRK-LIVRE-SW     PIC X(01) VALUE 'N'.
         88 LIVRE-ACHADO        VALUE 'S'.
       77 WRK-MUDANCA-SW   PIC X(01) VALUE 'N'.
         88 MUDANCA-VALIDA      VALUE 'S'.

       77 WRK-IX-ATUAL     PIC 9(01) VALUE ZEROS.
       77 WRK-IX-NECES     PIC 9(01) VALUE ZEROS.
       77 WRK-IX-TENTA     PIC 9(01) VALUE ZEROS.
       77 WRK-IX-CL        PIC 9(01) VALUE ZEROS.
       77 WRK-IX-TL        PIC 9(03) VALUE ZEROS.
       77 WRK-IX-TC        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIVRES    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CANDIDATOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-OCUPADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-AREA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCEDE    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUGERIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-VAGA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EFETUADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESCARTE  PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-ORIGEM  PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE-ORIGEM PIC 9(06) VALUE ZEROS.
       77 WRK-GANHO        PIC S9(05) VALUE ZEROS.
       77 WRK-LIVRES-DEPOIS PIC S9(05) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 40.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       COPY faixabox.

       01 WRK-CLASSES-LETRAS PIC X(03) VALUE 'PMG'.
       01 WRK-CLASSES-TAB REDEFINES WRK-CLASSES-LETRAS.
          05 WRK-CLASSE-LETRA OCCURS 3 TIMES PIC X(01).

       01 TABELA-CLASSES.
          05 TK-DET OCCURS 3 TIMES.
             10 TK-TOTAL       PIC 9(05).
             10 TK-OCUPADOS    PIC 9(05).
             10 TK-LIVRES      PIC 9(05).
             10 TK-LIBERADOS   PIC 9(05).
             10 TK-TOMADOS     PIC 9(05).

       01 TABELA-LIVRES.
          05 TL-DET OCCURS 500 TIMES.
             10 TL-NUMERO      PIC 9(04).
             10 TL-IX-CLASSE   PIC 9(01).
             10 TL-USADO       PIC X(01).
               88 TL-JA-USADO       VALUE 'S'.

       01 TABELA-CANDIDATOS.
          05 TC-DET OCCURS 500 TIMES.
             10 TC-NUMERO      PIC 9(04).
             10 TC-IX-ATUAL    PIC 9(01).
             10 TC-IX-NECES    PIC 9(01).
             10 TC-AREA        PIC 9(03)V99.
             10 TC-MATERIAL    PIC X(30).
             10 TC-DESTINO     PIC 9(04).
             10 TC-IX-DESTINO  PIC 9(01).

       01  LINHA-DETALHE.
           05 LD-ORIGEM       PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CLASSE       PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-AREA         PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-NECES        PIC X(01).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LD-DESTINO      PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CLASSE-DEST  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-MATERIAL     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-SITUACAO     PIC X(09).
           05 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-CLASSE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LA-CLASSE       PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LA-TOTAL        PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-OCUPADOS     PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-LIVRES       PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-LIBERADOS    PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-TOMADOS      PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-DEPOIS       PIC ZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LA-GANHO        PIC +Z.ZZ9.
           05 FILLER          PIC X(27) VALUE SPACES.

       01  LINHA-SECAO.
           05 LS-TITULO       PIC X(60).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-ROTULO       PIC X(40).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LC-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-LIVRES.
             MOVE ZEROS TO WRK-QT-CANDIDATOS.
             MOVE ZEROS TO WRK-QT-OCUPADOS.
             MOVE ZEROS TO WRK-QT-SEM-AREA.
             MOVE ZEROS TO WRK-QT-EXCEDE.
             MOVE ZEROS TO WRK-QT-SUGERIDAS.
             MOVE ZEROS TO WRK-QT-SEM-VAGA.
             MOVE ZEROS TO WRK-QT-EFETUADAS.
             MOVE ZEROS TO WRK-QT-RECUSADAS.
             MOVE ZEROS TO WRK-QT-DESCARTE.
             MOVE ZEROS TO WRK-PAGINA.
             INITIALIZE TABELA-CLASSES.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'MODO - SO ANALISE (A) OU CONFIRMAR CADA MUDANCA '
                     '(C): '
             ACCEPT WRK-MODO.
             IF NOT MODO-CONFIRMA
                   MOVE 'A' TO WRK-MODO
             END-IF.

             PERFORM 1000-ABRIR.
             IF BOXES-ABERTO
                   PERFORM 1100-LER-BOX
                   PERFORM 2000-CLASSIFICAR-BOX UNTIL FIM-BOXES
                   MOVE 1 TO WRK-IX-TC
                   PERFORM 3000-ESCOLHER-DESTINO
                         UNTIL WRK-IX-TC > WRK-QT-CANDIDATOS
             END-IF.

             PERFORM 8000-CABECALHO.
             MOVE 'MUDANCAS SUGERIDAS - BOX SUPERDIMENSIONADO'
                  TO LS-TITULO.
             PERFORM 8100-TITULO-SECAO.
             MOVE 1 TO WRK-IX-TC.
             PERFORM 4000-TRATAR-MUDANCA
                   UNTIL WRK-IX-TC > WRK-QT-CANDIDATOS.

             PERFORM 5000-CAPACIDADE-POR-CLASSE.
             PERFORM 7000-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             IF MODO-CONFIRMA
                   OPEN I-O BOX-MASTER
             ELSE
                   OPEN INPUT BOX-MASTER
             END-IF.
             MOVE WRK-FS-BOX TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-BOXES-SW
                   MOVE 'N' TO WRK-EOF-BOX-SW
                   MOVE ZEROS TO BX-NUMERO
                   START BOX-MASTER KEY IS >= BX-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-BOX-SW
                   END-START
             ELSE
                   MOVE 'N' TO WRK-BOXES-SW
                   DISPLAY 'BOX-MASTER INEXISTENTE, RODE O CARGA-BOX'
             END-IF.
             OPEN OUTPUT REL-REALOCA.

       1100-LER-BOX.
             IF NOT FIM-BOXES
                   READ BOX-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-BOX-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * BOX LIVRE VAI PARA A TABELA DE VAGAS; BOX OCUPADO COM AREA
      * MEDIDA CUJA CLASSE NECESSARIA E MENOR QUE A DO BOX VAI PARA
      * A TABELA DE SUPERDIMENSIONADOS.
      *----------------------------------------------------------------
       2000-CLASSIFICAR-BOX.
             PERFORM 2100-INDICE-CLASSE-BOX.
             IF WRK-IX-ATUAL > ZEROS
                   ADD 1 TO TK-TOTAL(WRK-IX-ATUAL)
                   IF BX-BOX-OCUPADO
                         ADD 1 TO TK-OCUPADOS(WRK-IX-ATUAL)
                         PERFORM 2300-AVALIAR-OCUPADO
                   ELSE
                         ADD 1 TO TK-LIVRES(WRK-IX-ATUAL)
                         PERFORM 2200-GUARDAR-LIVRE
                   END-IF
             END-IF.
             PERFORM 1100-LER-BOX.

       2100-INDICE-CLASSE-BOX.
             EVALUATE TRUE
                   WHEN BX-CLASSE-P
                         MOVE 1 TO WRK-IX-ATUAL
                   WHEN BX-CLASSE-M
                         MOVE 2 TO WRK-IX-ATUAL
                   WHEN BX-CLASSE-G
                         MOVE 3 TO WRK-IX-ATUAL
                   WHEN OTHER
                         MOVE ZEROS TO WRK-IX-ATUAL
             END-EVALUATE.

       2200-GUARDAR-LIVRE.
             IF WRK-QT-LIVRES < 500
                   ADD 1 TO WRK-QT-LIVRES
                   MOVE BX-NUMERO    TO TL-NUMERO(WRK-QT-LIVRES)
                   MOVE WRK-IX-ATUAL TO TL-IX-CLASSE(WRK-QT-LIVRES)
                   MOVE 'N'          TO TL-USADO(WRK-QT-LIVRES)
             END-IF.

       2300-AVALIAR-OCUPADO.
             ADD 1 TO WRK-QT-OCUPADOS.
             EVALUATE TRUE
                   WHEN BX-AREA-M2 = ZEROS
                         ADD 1 TO WRK-QT-SEM-AREA
                         MOVE ZEROS TO WRK-IX-NECES
                   WHEN BX-AREA-M2 <= WRK-FAIXA-BOX-P
                         MOVE 1 TO WRK-IX-NECES
                   WHEN BX-AREA-M2 <= WRK-FAIXA-BOX-M
                         MOVE 2 TO WRK-IX-NECES
                   WHEN BX-AREA-M2 <= WRK-FAIXA-BOX-G
                         MOVE 3 TO WRK-IX-NECES
                   WHEN OTHER
                         ADD 1 TO WRK-QT-EXCEDE
                         MOVE ZEROS TO WRK-IX-NECES
             END-EVALUATE.
             IF WRK-IX-NECES > ZEROS
                   AND WRK-IX-NECES < WRK-IX-ATUAL
                   AND WRK-QT-CANDIDATOS < 500
                   ADD 1 TO WRK-QT-CANDIDATOS
                   MOVE WRK-QT-CANDIDATOS TO WRK-IX-TC
                   MOVE BX-NUMERO    TO TC-NUMERO(WRK-IX-TC)
                   MOVE WRK-IX-ATUAL TO TC-IX-ATUAL(WRK-IX-TC)
                   MOVE WRK-IX-NECES TO TC-IX-NECES(WRK-IX-TC)
                   MOVE BX-AREA-M2   TO TC-AREA(WRK-IX-TC)
                   MOVE BX-MATERIAL  TO TC-MATERIAL(WRK-IX-TC)
                   MOVE ZEROS        TO TC-DESTINO(WRK-IX-TC)
                   MOVE ZEROS        TO TC-IX-DESTINO(WRK-IX-TC)
             END-IF.

      *----------------------------------------------------------------
      * TENTA A CLASSE NECESSARIA E, SEM VAGA NELA, AS CLASSES ACIMA
      * ATE A ANTERIOR A DO BOX ATUAL. O BOX DE ORIGEM LIBERADO ENTRA
      * NA TABELA DE VAGAS PARA AS PROXIMAS MUDANCAS.
      *----------------------------------------------------------------
       3000-ESCOLHER-DESTINO.
             MOVE 'N' TO WRK-LIVRE-SW.
             MOVE TC-IX-NECES(WRK-IX-TC) TO WRK-IX-TENTA.
             PERFORM 3100-TENTAR-CLASSE
                   UNTIL LIVRE-ACHADO
                      OR WRK-IX-TENTA >= TC-IX-ATUAL(WRK-IX-TC).
             IF LIVRE-ACHADO
                   ADD 1 TO WRK-QT-SUGERIDAS
                   MOVE TC-IX-ATUAL(WRK-IX-TC) TO WRK-IX-CL
                   ADD 1 TO TK-LIBERADOS(WRK-IX-CL)
                   MOVE TC-IX-DESTINO(WRK-IX-TC) TO WRK-IX-CL
                   ADD 1 TO TK-TOMADOS(WRK-IX-CL)
                   IF WRK-QT-LIVRES < 500
                         ADD 1 TO WRK-QT-LIVRES
                         MOVE TC-NUMERO(WRK-IX-TC)
                              TO TL-NUMERO(WRK-QT-LIVRES)
                         MOVE TC-IX-ATUAL(WRK-IX-TC)
                              TO TL-IX-CLASSE(WRK-QT-LIVRES)
                         MOVE 'N' TO TL-USADO(WRK-QT-LIVRES)
                   END-IF
             ELSE
                   ADD 1 TO WRK-QT-SEM-VAGA
             END-IF.
             ADD 1 TO WRK-IX-TC.

       3100-TENTAR-CLASSE.
             MOVE 1 TO WRK-IX-TL.
             PERFORM 3200-PROCURAR-LIVRE
                   UNTIL LIVRE-ACHADO
                      OR WRK-IX-TL > WRK-QT-LIVRES.
             IF NOT LIVRE-ACHADO
                   ADD 1 TO WRK-IX-TENTA
             END-IF.

       3200-PROCURAR-LIVRE.
             IF TL-IX-CLASSE(WRK-IX-TL) = WRK-IX-TENTA
                   AND NOT TL-JA-USADO(WRK-IX-TL)
                   MOVE 'S' TO WRK-LIVRE-SW
                   MOVE 'S' TO TL-USADO(WRK-IX-TL)
                   MOVE TL-NUMERO(WRK-IX-TL) TO TC-DESTINO(WRK-IX-TC)
                   MOVE WRK-IX-TENTA TO TC-IX-DESTINO(WRK-IX-TC)
             ELSE
                   ADD 1 TO WRK-IX-TL
             END-IF.

       4000-TRATAR-MUDANCA.
             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE TC-NUMERO(WRK-IX-TC) TO LD-ORIGEM.
             MOVE TC-IX-ATUAL(WRK-IX-TC) TO WRK-IX-CL.
             MOVE WRK-CLASSE-LETRA(WRK-IX-CL) TO LD-CLASSE.
             MOVE TC-AREA(WRK-IX-TC) TO LD-AREA.
             MOVE TC-IX-NECES(WRK-IX-TC) TO WRK-IX-CL.
             MOVE WRK-CLASSE-LETRA(WRK-IX-CL) TO LD-NECES.
             MOVE TC-MATERIAL(WRK-IX-TC) TO LD-MATERIAL.
             IF TC-DESTINO(WRK-IX-TC) = ZEROS
                   MOVE '----' TO LD-DESTINO
                   MOVE SPACES TO LD-CLASSE-DEST
                   MOVE 'SEM VAGA' TO LD-SITUACAO
             ELSE
                   MOVE TC-DESTINO(WRK-IX-TC) TO LD-DESTINO
                   MOVE TC-IX-DESTINO(WRK-IX-TC) TO WRK-IX-CL
                   MOVE WRK-CLASSE-LETRA(WRK-IX-CL) TO LD-CLASSE-DEST
                   MOVE 'SUGERIDA' TO LD-SITUACAO
                   IF MODO-CONFIRMA
                         PERFORM 4100-CONFIRMAR-MUDANCA
                   END-IF
             END-IF.
             WRITE REL-REALOCA-LINHA FROM LINHA-DETALHE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-IX-TC.

       4100-CONFIRMAR-MUDANCA.
             DISPLAY 'MOVER ' TC-MATERIAL(WRK-IX-TC)
                     ' DO BOX ' TC-NUMERO(WRK-IX-TC)
                     ' PARA O BOX ' TC-DESTINO(WRK-IX-TC)
                     '? (S/N): '
             ACCEPT WRK-RESPOSTA.
             IF RESPOSTA-SIM
                   PERFORM 4200-EFETUAR-MUDANCA
                   IF MUDANCA-VALIDA
                         ADD 1 TO WRK-QT-EFETUADAS
                         MOVE 'EFETUADA' TO LD-SITUACAO
                   ELSE
                         ADD 1 TO WRK-QT-DESCARTE
                         MOVE 'DESCARTAD' TO LD-SITUACAO
                   END-IF
             ELSE
                   ADD 1 TO WRK-QT-RECUSADAS
                   MOVE 'RECUSADA' TO LD-SITUACAO
             END-IF.

      *----------------------------------------------------------------
      * RELE OS DOIS BOXES PELA CHAVE: SE O DESTINO JA FOI OCUPADO OU
      * A ORIGEM MUDOU DESDE A ANALISE (OUTRO TERMINAL, OU UMA
      * MUDANCA ANTERIOR RECUSADA DEIXOU A ORIGEM OCUPADA), A MUDANCA
      * E DESCARTADA. A DATA DE ARMAZENAGEM, O CLIENTE E A AREA VAO
      * COM O MATERIAL.
      *----------------------------------------------------------------
       4200-EFETUAR-MUDANCA.
             MOVE 'N' TO WRK-MUDANCA-SW.
             MOVE TC-DESTINO(WRK-IX-TC) TO BX-NUMERO.
             READ BOX-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-MUDANCA-SW
                   NOT INVALID KEY
                         IF NOT BX-BOX-OCUPADO
                               MOVE 'S' TO WRK-MUDANCA-SW
                         END-IF
             END-READ.
             IF MUDANCA-VALIDA
                   MOVE 'N' TO WRK-MUDANCA-SW
                   MOVE TC-NUMERO(WRK-IX-TC) TO BX-NUMERO
                   READ BOX-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-MUDANCA-SW
                         NOT INVALID KEY
                               IF BX-BOX-OCUPADO
                                  AND BX-MATERIAL =
                                      TC-MATERIAL(WRK-IX-TC)
                                     MOVE 'S' TO WRK-MUDANCA-SW
                               END-IF
                   END-READ
             END-IF.
             IF MUDANCA-VALIDA
                   MOVE BX-DATA    TO WRK-DATA-ORIGEM
                   MOVE BX-CLIENTE TO WRK-CLIENTE-ORIGEM
                   MOVE 'N' TO BX-OCUPADO
                   MOVE SPACES TO BX-MATERIAL
                   MOVE ZEROS TO BX-DATA
                   MOVE ZEROS TO BX-CLIENTE
                   MOVE ZEROS TO BX-AREA-M2
                   REWRITE BOX-MASTER-REC
                   MOVE TC-DESTINO(WRK-IX-TC) TO BX-NUMERO
                   READ BOX-MASTER
                         INVALID KEY CONTINUE
                   END-READ
                   MOVE 'S' TO BX-OCUPADO
                   MOVE TC-MATERIAL(WRK-IX-TC) TO BX-MATERIAL
                   MOVE TC-AREA(WRK-IX-TC) TO BX-AREA-M2
                   MOVE WRK-DATA-ORIGEM TO BX-DATA
                   MOVE WRK-CLIENTE-ORIGEM TO BX-CLIENTE
                   REWRITE BOX-MASTER-REC
             END-IF.

       5000-CAPACIDADE-POR-CLASSE.
             MOVE 'CAPACIDADE POR CLASSE - BOXES LIVRES ANTES E DEPOIS'
                  TO LS-TITULO.
             PERFORM 8100-TITULO-SECAO.
             PERFORM 8200-CONTROLAR-PAGINA.
             MOVE 'CL    TOTAL OCUPAD LIVRES LIBERA TOMADO DEPOIS GANHO'
                  TO REL-REALOCA-LINHA.
             WRITE REL-REALOCA-LINHA.
             ADD 1 TO WRK-LINHAS-PAGINA.
             MOVE 1 TO WRK-IX-CL.
             PERFORM 5100-IMPRIMIR-CLASSE UNTIL WRK-IX-CL > 3.

       5100-IMPRIMIR-CLASSE.
             COMPUTE WRK-GANHO = TK-LIBERADOS(WRK-IX-CL)
                               - TK-TOMADOS(WRK-IX-CL).
             COMPUTE WRK-LIVRES-DEPOIS = TK-LIVRES(WRK-IX-CL)
                                       + WRK-GANHO.
             MOVE WRK-CLASSE-LETRA(WRK-IX-CL) TO LA-CLASSE.
             MOVE TK-TOTAL(WRK-IX-CL)     TO LA-TOTAL.
             MOVE TK-OCUPADOS(WRK-IX-CL)  TO LA-OCUPADOS.
             MOVE TK-LIVRES(WRK-IX-CL)    TO LA-LIVRES.
             MOVE TK-LIBERADOS(WRK-IX-CL) TO LA-LIBERADOS.
             MOVE TK-TOMADOS(WRK-IX-CL)   TO LA-TOMADOS.
             MOVE WRK-LIVRES-DEPOIS       TO LA-DEPOIS.
             MOVE WRK-GANHO               TO LA-GANHO.
             WRITE REL-REALOCA-LINHA FROM LINHA-CLASSE.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-IX-CL.

       7000-TOTAIS.
             WRITE REL-REALOCA-LINHA FROM SPACES.
             MOVE 'BOXES OCUPADOS AVALIADOS................'
                  TO LC-ROTULO.
             MOVE WRK-QT-OCUPADOS TO LC-QTDE.
             WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'OCUPADOS SEM AREA MEDIDA (NAO AVALIADOS)'
                  TO LC-ROTULO.
             MOVE WRK-QT-SEM-AREA TO LC-QTDE.
             WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'AREA ACIMA DA FAIXA G...................'
                  TO LC-ROTULO.
             MOVE WRK-QT-EXCEDE TO LC-QTDE.
             WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'MUDANCAS SUGERIDAS......................'
                  TO LC-ROTULO.
             MOVE WRK-QT-SUGERIDAS TO LC-QTDE.
             WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'SUPERDIMENSIONADOS SEM VAGA MENOR.......'
                  TO LC-ROTULO.
             MOVE WRK-QT-SEM-VAGA TO LC-QTDE.
             WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM.
             IF MODO-CONFIRMA
                   MOVE 'MUDANCAS EFETUADAS......................'
                        TO LC-ROTULO
                   MOVE WRK-QT-EFETUADAS TO LC-QTDE
                   WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM
                   MOVE 'MUDANCAS RECUSADAS PELO OPERADOR........'
                        TO LC-ROTULO
                   MOVE WRK-QT-RECUSADAS TO LC-QTDE
                   WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM
                   MOVE 'MUDANCAS DESCARTADAS (BOX ALTERADO).....'
                        TO LC-ROTULO
                   MOVE WRK-QT-DESCARTE TO LC-QTDE
                   WRITE REL-REALOCA-LINHA FROM LINHA-CONTAGEM
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'REVISAO DE OCUPACAO DOS BOXES' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-REALOCA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-REALOCA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE 'BOX  CL AREA M2 NEC DEST CL MATERIAL                 
      -    '      SITUACAO' TO REL-REALOCA-LINHA.
             WRITE REL-REALOCA-LINHA.
             MOVE ALL '-' TO REL-REALOCA-LINHA.
             WRITE REL-REALOCA-LINHA.

       8100-TITULO-SECAO.
             PERFORM 8200-CONTROLAR-PAGINA.
             WRITE REL-REALOCA-LINHA FROM SPACES.
             WRITE REL-REALOCA-LINHA FROM LINHA-SECAO.
             ADD 2 TO WRK-LINHAS-PAGINA.

       8200-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       9000-ENCERRAR.
             WRITE REL-REALOCA-LINHA FROM RPT-RODAPE-PADRAO.
             IF BOXES-ABERTO
                   CLOSE BOX-MASTER
             END-IF.
             CLOSE REL-REALOCA.
             DISPLAY 'REVISAO DE OCUPACAO DOS BOXES CONCLUIDA'.
             DISPLAY 'BOXES OCUPADOS..........: ' WRK-QT-OCUPADOS.
             DISPLAY 'MUDANCAS SUGERIDAS......: ' WRK-QT-SUGERIDAS.
             DISPLAY 'SEM VAGA MENOR..........: ' WRK-QT-SEM-VAGA.
             IF MODO-CONFIRMA
                   DISPLAY 'MUDANCAS EFETUADAS......: '
                           WRK-QT-EFETUADAS
             END-IF.

       END PROGRAM REALOCA-BOX.
