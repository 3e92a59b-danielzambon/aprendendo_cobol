      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: QUEBRA DE ACORDO DE RENEGOCIACAO - PERCORRE OS
      *          ACORDOS FECHADOS PELO RENEGOCIA-DIVIDA (ACORDOS) E,
      *          PARA CADA UM, AS PARCELAS NOVAS NO CONTAS-RECEBER
      *          (MESMA DATA E SEQUENCIA DO ACORDO, PARCELA 01 A
      *          AG-PARCELAS). O ACORDO QUE TEM PARCELA EM ABERTO COM
      *          MAIS DE X DIAS DE ATRASO (INFORMADO NA RODADA) SAI NO
      *          RELQBRAC COM O CLIENTE, O VALOR DO ACORDO, AS
      *          PARCELAS E O VALOR AINDA EM ABERTO E A PARCELA MAIS
      *          ATRASADA, PARA A COBRANCA DECIDIR SE O ACORDO CAIU.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ATRASO CONTADO DO VENCIMENTO DA PARCELA ATE A DATA DA RODADA,
      * COMO NO REL-AGING. DIAS ZERADOS (RODADA DO JOB-NOTURNO) VALEM
      * 30. O ACORDO COM TODAS AS PARCELAS PAGAS NAO SAI.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-QUEBRA-ACORDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDO-RENEGOCIACAO ASSIGN TO 'ACORDOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  FILE STATUS IS WRK-FS-ACORDO.

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

           SELECT REL-QUEBRA-OUT ASSIGN TO 'RELQBRAC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-RENEGOCIACAO.
       COPY acordo.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  REL-QUEBRA-OUT.
       01  REL-QUEBRA-LINHA    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ACORDOS         VALUE 'S'.
       77 WRK-SEM-CLIENTE-SW PIC X(01) VALUE 'N'.
         88 SEM-CLIENTES        VALUE 'S'.

       77 WRK-DIAS-LIMITE  PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77 WRK-MAIOR-ATRASO PIC S9(07) VALUE ZEROS.
       77 WRK-VENC-MAIS-ANTIGO PIC 9(08) VALUE ZEROS.
       77 WRK-IX-PARC      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTAS   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-ACORDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUEBRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTO   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(02) VALUE 50.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-TITULOS.
           05 FILLER          PIC X(15) VALUE 'ACORDO'.
           05 FILLER          PIC X(22) VALUE 'CLIENTE'.
           05 FILLER          PIC X(14) VALUE '     ACORDADO'.
           05 FILLER          PIC X(06) VALUE ' PARC'.
           05 FILLER          PIC X(14) VALUE '    EM ABERTO'.
           05 FILLER          PIC X(09) VALUE '  ATRASO'.

       01  LINHA-DETALHE.
           05 LD-ACORDO-DATA  PIC 9(08).
           05 FILLER          PIC X(01) VALUE '-'.
           05 LD-ACORDO-SEQ   PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-CLIENTE      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-RAZAO        PIC X(15).
           05 LD-VALOR-ACORDO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-ABERTAS      PIC Z9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 LD-PARCELAS     PIC 99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LD-VALOR-ABERTO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LD-ATRASO       PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-VENCIMENTO.
           05 FILLER          PIC X(15) VALUE SPACES.
           05 FILLER          PIC X(32)
                 VALUE 'PARCELA MAIS ATRASADA VENCEU EM '.
           05 LV-VENCIMENTO   PIC 9(08).
           05 FILLER          PIC X(25) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-ROTULO       PIC X(40).
           05 LT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(23) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LQ-ROTULO       PIC X(40).
           05 LQ-QTDE         PIC ZZ.ZZ9.
           05 FILLER          PIC X(34) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO WRK-QT-ACORDOS.
             MOVE ZEROS TO WRK-QT-QUEBRADOS.
             MOVE ZEROS TO WRK-TOT-ABERTO.
             MOVE ZEROS TO WRK-PAGINA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             DISPLAY 'DIAS DE ATRASO PARA QUEBRA (ZERO=30): '
             ACCEPT WRK-DIAS-LIMITE.
             IF WRK-DIAS-LIMITE = ZEROS
                   MOVE 30 TO WRK-DIAS-LIMITE
             END-IF.

             PERFORM 1000-ABRIR.
             PERFORM 8000-CABECALHO.
             PERFORM 1100-LER-ACORDO.
             PERFORM 2000-AVALIAR-ACORDO UNTIL FIM-ACORDOS.
             PERFORM 3000-TOTAIS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT ACORDO-RENEGOCIACAO.
             MOVE WRK-FS-ACORDO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'ACORDOS INEXISTENTE, NENHUM ACORDO A '
                           'CONFERIR'
             END-IF.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'CONTAS-RECEBER INEXISTENTE, NENHUM '
                           'ACORDO A CONFERIR'
             END-IF.
             MOVE 'N' TO WRK-SEM-CLIENTE-SW.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-CLIENTE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-SEM-CLIENTE-SW
             END-IF.
             OPEN OUTPUT REL-QUEBRA-OUT.

       1100-LER-ACORDO.
             IF NOT FIM-ACORDOS
                   READ ACORDO-RENEGOCIACAO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-AVALIAR-ACORDO.
             ADD 1 TO WRK-QT-ACORDOS.
             MOVE ZEROS TO WRK-QT-ABERTAS.
             MOVE ZEROS TO WRK-VALOR-ABERTO.
             MOVE ZEROS TO WRK-MAIOR-ATRASO.
             MOVE ZEROS TO WRK-VENC-MAIS-ANTIGO.
             MOVE 1 TO WRK-IX-PARC.
             PERFORM 2100-AVALIAR-PARCELA
                   UNTIL WRK-IX-PARC > AG-PARCELAS.
             IF WRK-MAIOR-ATRASO > WRK-DIAS-LIMITE
                   PERFORM 2200-IMPRIMIR-ACORDO
             END-IF.
             PERFORM 1100-LER-ACORDO.

       2100-AVALIAR-PARCELA.
             MOVE AG-DATA     TO TIT-DATA-VENDA.
             MOVE AG-SEQ      TO TIT-SEQ.
             MOVE WRK-IX-PARC TO TIT-PARCELA.
             READ CONTAS-RECEBER
                   INVALID KEY
                         MOVE 'N' TO TIT-STATUS
             END-READ.
             IF TIT-ABERTO
                   ADD 1 TO WRK-QT-ABERTAS
                   ADD TIT-VALOR TO WRK-VALOR-ABERTO
                   MOVE 'D' TO DA-OPERACAO
                   MOVE TIT-VENCIMENTO TO DA-DATA-1
                   MOVE WRK-DATA-HOJE  TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
                   MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
                   IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                         MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
                         MOVE TIT-VENCIMENTO TO WRK-VENC-MAIS-ANTIGO
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-PARC.

       2200-IMPRIMIR-ACORDO.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO LD-RAZAO.
             IF NOT SEM-CLIENTES
                   MOVE AG-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               MOVE '(FORA CLIEMST)' TO LD-RAZAO
                         NOT INVALID KEY
                               MOVE CL-RAZAO TO LD-RAZAO
                   END-READ
             END-IF.
             MOVE AG-DATA          TO LD-ACORDO-DATA.
             MOVE AG-SEQ           TO LD-ACORDO-SEQ.
             MOVE AG-CLIENTE       TO LD-CLIENTE.
             MOVE AG-VALOR-ACORDO  TO LD-VALOR-ACORDO.
             MOVE WRK-QT-ABERTAS   TO LD-ABERTAS.
             MOVE AG-PARCELAS      TO LD-PARCELAS.
             MOVE WRK-VALOR-ABERTO TO LD-VALOR-ABERTO.
             MOVE WRK-MAIOR-ATRASO TO LD-ATRASO.
             WRITE REL-QUEBRA-LINHA FROM LINHA-DETALHE.
             MOVE WRK-VENC-MAIS-ANTIGO TO LV-VENCIMENTO.
             WRITE REL-QUEBRA-LINHA FROM LINHA-VENCIMENTO.
             ADD 2 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-QUEBRADOS.
             ADD WRK-VALOR-ABERTO TO WRK-TOT-ABERTO.

       3000-TOTAIS.
             MOVE SPACES TO REL-QUEBRA-LINHA.
             WRITE REL-QUEBRA-LINHA.
             MOVE 'ACORDOS CONFERIDOS' TO LQ-ROTULO.
             MOVE WRK-QT-ACORDOS TO LQ-QTDE.
             WRITE REL-QUEBRA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'ACORDOS COM PARCELA ALEM DO LIMITE' TO LQ-ROTULO.
             MOVE WRK-QT-QUEBRADOS TO LQ-QTDE.
             WRITE REL-QUEBRA-LINHA FROM LINHA-CONTAGEM.
             MOVE 'EM ABERTO NOS ACORDOS APONTADOS' TO LT-ROTULO.
             MOVE WRK-TOT-ABERTO TO LT-VALOR.
             WRITE REL-QUEBRA-LINHA FROM LINHA-TOTAL.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'QUEBRA DE ACORDOS DE RENEGOCIACAO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-QUEBRA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-QUEBRA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE SPACES TO REL-QUEBRA-LINHA.
             STRING 'PARCELA EM ABERTO COM MAIS DE ' WRK-DIAS-LIMITE
                    ' DIAS DE ATRASO'
                    DELIMITED BY SIZE INTO REL-QUEBRA-LINHA.
             WRITE REL-QUEBRA-LINHA.
             WRITE REL-QUEBRA-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-QUEBRA-LINHA.
             WRITE REL-QUEBRA-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             WRITE REL-QUEBRA-LINHA FROM RPT-RODAPE-PADRAO.
             IF WRK-FS-ACORDO NOT = '35'
                   CLOSE ACORDO-RENEGOCIACAO
             END-IF.
             IF WRK-FS-TITULOS NOT = '35'
                   CLOSE CONTAS-RECEBER
             END-IF.
             IF NOT SEM-CLIENTES
                   CLOSE CLIENTE-MASTER
             END-IF.
             CLOSE REL-QUEBRA-OUT.
             DISPLAY 'QUEBRA DE ACORDOS CONCLUIDA'.
             DISPLAY 'ACORDOS CONFERIDOS......: ' WRK-QT-ACORDOS.
             DISPLAY 'ACORDOS APONTADOS.......: ' WRK-QT-QUEBRADOS.

       END PROGRAM REL-QUEBRA-ACORDO.
