      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: REVISAO MENSAL DAS BOLSAS E RELATORIO DE RECEITA
      *          RENUNCIADA - RODA DEPOIS DO FATURA-MENSALIDADE DA
      *          COMPETENCIA INFORMADA E:
      *          1) REVOGA AS BOLSAS APROVADAS CUJA CONDICAO DE PERDA
      *             FOI ATINGIDA: REPROVACAO EM ALGUMA DISCIPLINA NO
      *             TERMO INFORMADO (NOTA-LEDGER) OU TITULO EM ABERTO
      *             DO ALUNO VENCIDO HA MAIS DIAS QUE O LIMITE DA
      *             BOLSA (CONTAS-RECEBER);
      *          2) IMPRIME NO RELBOLSA A RECEITA RENUNCIADA NA
      *             COMPETENCIA POR TIPO DE BOLSA (BOLSALDG, GRAVADO
      *             PELO FATURA-MENSALIDADE);
      *          3) ALERTA AS BOLSAS REVOGADAS NA REVISAO, AS QUE
      *             VENCEM NA COMPETENCIA OU NA SEGUINTE E AS AINDA
      *             PENDENTES DE APROVACAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * VALE O ULTIMO LANCAMENTO DO NOTA-LEDGER POR MATRICULA +
      * DISCIPLINA NO TERMO (A RECUPERACAO E AS CORRECOES SOBREPOEM A
      * NOTA ANTERIOR); SITUACAO INICIADA POR 'REPROVADO' (INCLUSIVE
      * POR FALTA) REVOGA A BOLSA COM PERDA POR REPROVACAO. TERMO 00
      * DISPENSA A CONFERENCIA DE NOTAS. O ATRASO E CONTADO ATE A DATA
      * DA EXECUCAO, PELO CALC-DATA-ARIT, SOBRE OS TITULOS EM ABERTO
      * COM TIT-CLIENTE = MATRICULA, COMO NO BLOQUEIO DE REMATRICULA
      * DO CARGA-MATRICULA. A REVOGACAO GRAVA O JORNAL DE MUDANCAS E
      * SO VALE DALI EM DIANTE; A BOLSA REVOGADA SO VOLTA POR NOVA
      * ALTERACAO NO CARGA-BOLSA E NOVA APROVACAO.
      * LIMITES: 500 BOLSAS SOB CONDICAO E 3000 NOTAS DO TERMO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-BOLSAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-MATRICULA
                  FILE STATUS IS WRK-FS-BOLSA.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-TITULOS.

           SELECT NOTA-LEDGER ASSIGN TO 'NOTALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-NOTAS.

           SELECT BOLSA-LEDGER ASSIGN TO 'BOLSALDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-BOLSALDG.

           SELECT REL-BOLSA ASSIGN TO 'RELBOLSA'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-MASTER.
       COPY bolsa.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  NOTA-LEDGER.
       COPY notaldg.

       FD  BOLSA-LEDGER.
       COPY bolsaldg.

       FD  REL-BOLSA.
       01  REL-BOLSA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-BOLSA     PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-TITULOS   PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSALDG  PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO         VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-BOLSA-SW     PIC X(01) VALUE 'N'.
         88 BOLSAMST-ABERTO     VALUE 'S'.

       01 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          05 WRK-COMPET-ANO PIC 9(04).
          05 WRK-COMPET-MES PIC 9(02).
       01 WRK-COMPET-SEGUINTE PIC 9(06) VALUE ZEROS.
       77 WRK-TERMO        PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROS.
       77 WRK-IX-TIPO      PIC 9(01) VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * BOLSAS APROVADAS E VIGENTES COM ALGUMA CONDICAO DE PERDA, COM
      * O MAIOR ATRASO E A REPROVACAO APURADOS NA REVISAO.
      *----------------------------------------------------------------
       01 TABELA-CONDICOES.
          05 TBC-DET OCCURS 500 TIMES INDEXED BY IX-TBC.
             10 TBC-MATRICULA   PIC 9(06).
             10 TBC-REPROVACAO  PIC X(01).
             10 TBC-DIAS-LIMITE PIC 9(03).
             10 TBC-MAIOR-ATRASO PIC 9(05).
             10 TBC-REPROVADO   PIC X(01).
       77 WRK-QT-CONDICOES PIC 9(03) VALUE ZEROS.

       01 TABELA-NOTAS.
          05 TNO-DET OCCURS 3000 TIMES INDEXED BY IX-TNO.
             10 TNO-MATRICULA  PIC 9(06).
             10 TNO-DISCIPLINA PIC 9(03).
             10 TNO-REPROVADO  PIC X(01).
       77 WRK-QT-NOTAS     PIC 9(04) VALUE ZEROS.

       01 TABELA-TIPOS-INIC.
             02 FILLER PIC X(21) VALUE 'MBOLSA DE MERITO     '.
             02 FILLER PIC X(21) VALUE 'SBOLSA SOCIAL        '.
             02 FILLER PIC X(21) VALUE 'IDESCONTO DE IRMAOS  '.
             02 FILLER PIC X(21) VALUE 'FFILHO DE FUNCIONARIO'.
       01 TABELA-TIPOS REDEFINES TABELA-TIPOS-INIC.
             02 TTP-DET OCCURS 4 TIMES.
                03 TTP-TIPO      PIC X(01).
                03 TTP-DESCRICAO PIC X(20).

       01 TABELA-RENUNCIA.
          05 TRN-DET OCCURS 4 TIMES.
             10 TRN-QT          PIC 9(05).
             10 TRN-CHEIO       PIC 9(10)V99.
             10 TRN-DESCONTO    PIC 9(10)V99.
       77 WRK-TOT-QT       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CHEIO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(10)V99 VALUE ZEROS.

       01 TABELA-REVOGADAS.
          05 TRV-DET OCCURS 500 TIMES INDEXED BY IX-TRV.
             10 TRV-MATRICULA  PIC 9(06).
             10 TRV-TIPO       PIC X(01).
             10 TRV-MOTIVO     PIC X(20).
       77 WRK-QT-REVOGADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-VENCENDO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.

       01 WRK-MOTIVO-ATRASO.
          05 FILLER          PIC X(10) VALUE 'ATRASO DE '.
          05 WMA-DIAS        PIC 9(05).
          05 FILLER          PIC X(05) VALUE ' DIAS'.
       01 WRK-MOTIVO-REPROV.
          05 FILLER          PIC X(17) VALUE 'REPROVACAO TERMO '.
          05 WMR-TERMO       PIC 9(02).
          05 FILLER          PIC X(01) VALUE SPACE.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).

       01  LINHA-SECAO.
           05 LS-TEXTO        PIC X(80).

       01  LINHA-COLUNAS-RENUNCIA.
           05 FILLER          PIC X(21) VALUE 'TIPO DE BOLSA'.
           05 FILLER          PIC X(07) VALUE ' MENSAL'.
           05 FILLER          PIC X(17) VALUE '      VALOR CHEIO'.
           05 FILLER          PIC X(17) VALUE '  RECEITA RENUNC.'.
           05 FILLER          PIC X(08) VALUE '  % DESC'.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  LINHA-RENUNCIA.
           05 LR-DESCRICAO    PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-QT           PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-CHEIO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LR-DESCONTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LR-PERCENTUAL   PIC ZZ9,99.
           05 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-ALERTA.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LAL-MATRICULA   PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAL-NOME        PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAL-TIPO        PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAL-TEXTO       PIC X(38).

       01  LINHA-VIGENCIA.
           05 FILLER          PIC X(13) VALUE 'VIGENTE ATE '.
           05 LVG-COMPET-FIM  PIC 9(06).
           05 FILLER          PIC X(19) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             DISPLAY 'COMPETENCIA DA REVISAO (AAAAMM): '
             ACCEPT WRK-COMPETENCIA.
             DISPLAY 'TERMO PARA CONFERIR REPROVACAO (00 = NENHUM): '
             ACCEPT WRK-TERMO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   GOBACK
             END-IF.
             IF WRK-COMPET-MES = 12
                   COMPUTE WRK-COMPET-SEGUINTE =
                         (WRK-COMPET-ANO + 1) * 100 + 1
             ELSE
                   COMPUTE WRK-COMPET-SEGUINTE = WRK-COMPETENCIA + 1
             END-IF.
             MOVE 'BOLSAMST'   TO JP-ARQUIVO.
             MOVE 'REL-BOLSAS' TO JP-PROGRAMA.

             OPEN I-O BOLSA-MASTER.
             MOVE WRK-FS-BOLSA TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-BOLSA-SW
                   PERFORM 1000-CARREGAR-CONDICOES
                   IF WRK-QT-CONDICOES > ZEROS
                         PERFORM 2000-APURAR-ATRASOS
                         IF WRK-TERMO NOT = ZEROS
                               PERFORM 3000-APURAR-REPROVACOES
                         END-IF
                         PERFORM 4000-REVOGAR
                   END-IF
             ELSE
                   DISPLAY 'BOLSAMST AUSENTE, SEM REVISAO DE BOLSAS'
             END-IF.

             PERFORM 5000-SOMAR-RENUNCIA.
             PERFORM 6000-RELATORIO.
             IF BOLSAMST-ABERTO
                   CLOSE BOLSA-MASTER
             END-IF.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * SO AS BOLSAS APROVADAS, VIGENTES NA COMPETENCIA E COM ALGUMA
      * CONDICAO DE PERDA ENTRAM NA REVISAO.
      *----------------------------------------------------------------
       1000-CARREGAR-CONDICOES.
             MOVE ZEROS TO WRK-QT-CONDICOES.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE ZEROS TO BO-MATRICULA.
             START BOLSA-MASTER KEY IS >= BO-MATRICULA
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 1010-LER-BOLSA.
             PERFORM 1020-GUARDAR-CONDICAO UNTIL FIM-ARQUIVO.

       1010-LER-BOLSA.
             IF NOT FIM-ARQUIVO
                   READ BOLSA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       1020-GUARDAR-CONDICAO.
             IF BO-APROVADA
                   AND BO-COMPET-INICIO NOT > WRK-COMPETENCIA
                   AND (BO-COMPET-FIM = ZEROS
                        OR BO-COMPET-FIM NOT < WRK-COMPETENCIA)
                   AND (BO-COND-REPROVACAO OR BO-DIAS-ATRASO > ZEROS)
                   IF WRK-QT-CONDICOES < 500
                         ADD 1 TO WRK-QT-CONDICOES
                         SET IX-TBC TO WRK-QT-CONDICOES
                         MOVE BO-MATRICULA TO TBC-MATRICULA(IX-TBC)
                         MOVE BO-PERDE-REPROVACAO
                              TO TBC-REPROVACAO(IX-TBC)
                         MOVE BO-DIAS-ATRASO
                              TO TBC-DIAS-LIMITE(IX-TBC)
                         MOVE ZEROS TO TBC-MAIOR-ATRASO(IX-TBC)
                         MOVE 'N'   TO TBC-REPROVADO(IX-TBC)
                   ELSE
                         DISPLAY 'TABELA DE BOLSAS CHEIA, BOLSA '
                                 BO-MATRICULA ' FORA DA REVISAO'
                   END-IF
             END-IF.
             PERFORM 1010-LER-BOLSA.

      *----------------------------------------------------------------
      * MAIOR ATRASO DOS TITULOS EM ABERTO E VENCIDOS DE CADA ALUNO.
      *----------------------------------------------------------------
       2000-APURAR-ATRASOS.
             OPEN INPUT CONTAS-RECEBER.
             MOVE WRK-FS-TITULOS TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'N' TO WRK-EOF-SW
                   MOVE LOW-VALUES TO TIT-CHAVE
                   START CONTAS-RECEBER KEY IS >= TIT-CHAVE
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
                   PERFORM 2010-LER-TITULO
                   PERFORM 2020-TESTAR-TITULO UNTIL FIM-ARQUIVO
                   CLOSE CONTAS-RECEBER
             END-IF.

       2010-LER-TITULO.
             IF NOT FIM-ARQUIVO
                   READ CONTAS-RECEBER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2020-TESTAR-TITULO.
             IF TIT-ABERTO AND TIT-VENCIMENTO < WRK-DATA-HOJE
                   PERFORM 2100-LOCALIZAR-CONDICAO
                   IF LINHA-ACHADA
                         MOVE 'D' TO DA-OPERACAO
                         MOVE TIT-VENCIMENTO TO DA-DATA-1
                         MOVE WRK-DATA-HOJE  TO DA-DATA-2
                         CALL 'CALC-DATA-ARIT' USING DA-PARM
                         MOVE DA-QT-DIAS TO WRK-DIAS-ATRASO
                         IF WRK-DIAS-ATRASO > TBC-MAIOR-ATRASO(IX-TBC)
                               MOVE WRK-DIAS-ATRASO
                                    TO TBC-MAIOR-ATRASO(IX-TBC)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 2010-LER-TITULO.

       2100-LOCALIZAR-CONDICAO.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TBC TO 1.
             PERFORM 2110-COMPARAR-CONDICAO
                   UNTIL IX-TBC > WRK-QT-CONDICOES OR LINHA-ACHADA.

       2110-COMPARAR-CONDICAO.
             IF TBC-MATRICULA(IX-TBC) = TIT-CLIENTE
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TBC UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * SITUACAO FINAL DE CADA DISCIPLINA DOS ALUNOS SOB CONDICAO NO
      * TERMO: O ULTIMO LANCAMENTO DA MATRICULA + DISCIPLINA VALE.
      *----------------------------------------------------------------
       3000-APURAR-REPROVACOES.
             MOVE ZEROS TO WRK-QT-NOTAS.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT NOTA-LEDGER.
             MOVE WRK-FS-NOTAS TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   PERFORM 3010-LER-NOTA
                   PERFORM 3020-GUARDAR-NOTA UNTIL FIM-ARQUIVO
                   CLOSE NOTA-LEDGER
             END-IF.
             IF WRK-QT-NOTAS > 0
                   SET IX-TNO TO 1
                   PERFORM 3100-MARCAR-REPROVADO
                         UNTIL IX-TNO > WRK-QT-NOTAS
             END-IF.

       3010-LER-NOTA.
             READ NOTA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3020-GUARDAR-NOTA.
             IF NLG-TERMO = WRK-TERMO
                   MOVE NLG-MATRICULA TO TIT-CLIENTE
                   PERFORM 2100-LOCALIZAR-CONDICAO
             ELSE
                   MOVE 'N' TO WRK-ACHOU-SW
             END-IF.
             IF LINHA-ACHADA
                   MOVE 'N' TO WRK-ACHOU-SW
                   IF WRK-QT-NOTAS > 0
                         SET IX-TNO TO 1
                         PERFORM 3030-COMPARAR-NOTA
                               UNTIL IX-TNO > WRK-QT-NOTAS
                                     OR LINHA-ACHADA
                   END-IF
                   IF NOT LINHA-ACHADA AND WRK-QT-NOTAS < 3000
                         ADD 1 TO WRK-QT-NOTAS
                         SET IX-TNO TO WRK-QT-NOTAS
                         MOVE NLG-MATRICULA  TO TNO-MATRICULA(IX-TNO)
                         MOVE NLG-DISCIPLINA TO TNO-DISCIPLINA(IX-TNO)
                         MOVE 'S' TO WRK-ACHOU-SW
                   END-IF
                   IF LINHA-ACHADA
                         IF NLG-SITUACAO(1:9) = 'REPROVADO'
                               MOVE 'S' TO TNO-REPROVADO(IX-TNO)
                         ELSE
                               MOVE 'N' TO TNO-REPROVADO(IX-TNO)
                         END-IF
                   END-IF
             END-IF.
             PERFORM 3010-LER-NOTA.

       3030-COMPARAR-NOTA.
             IF TNO-MATRICULA(IX-TNO) = NLG-MATRICULA
                   AND TNO-DISCIPLINA(IX-TNO) = NLG-DISCIPLINA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   SET IX-TNO UP BY 1
             END-IF.

       3100-MARCAR-REPROVADO.
             IF TNO-REPROVADO(IX-TNO) = 'S'
                   MOVE TNO-MATRICULA(IX-TNO) TO TIT-CLIENTE
                   PERFORM 2100-LOCALIZAR-CONDICAO
                   IF LINHA-ACHADA
                         MOVE 'S' TO TBC-REPROVADO(IX-TBC)
                   END-IF
             END-IF.
             SET IX-TNO UP BY 1.

      *----------------------------------------------------------------
      * REVOGACAO: A REPROVACAO PESA PRIMEIRO, DEPOIS O ATRASO ACIMA
      * DO LIMITE DA BOLSA.
      *----------------------------------------------------------------
       4000-REVOGAR.
             SET IX-TBC TO 1.
             PERFORM 4100-AVALIAR-BOLSA
                   UNTIL IX-TBC > WRK-QT-CONDICOES.

       4100-AVALIAR-BOLSA.
             MOVE SPACES TO BO-MOTIVO-REVOG.
             EVALUATE TRUE
                   WHEN TBC-REPROVACAO(IX-TBC) = 'S'
                        AND TBC-REPROVADO(IX-TBC) = 'S'
                         MOVE WRK-TERMO TO WMR-TERMO
                         MOVE WRK-MOTIVO-REPROV TO BO-MOTIVO-REVOG
                   WHEN TBC-DIAS-LIMITE(IX-TBC) > ZEROS
                        AND TBC-MAIOR-ATRASO(IX-TBC)
                            > TBC-DIAS-LIMITE(IX-TBC)
                         MOVE TBC-MAIOR-ATRASO(IX-TBC) TO WMA-DIAS
                         MOVE WRK-MOTIVO-ATRASO TO BO-MOTIVO-REVOG
             END-EVALUATE.
             IF BO-MOTIVO-REVOG NOT = SPACES
                   PERFORM 4200-GRAVAR-REVOGACAO
             END-IF.
             SET IX-TBC UP BY 1.

       4200-GRAVAR-REVOGACAO.
             MOVE BO-MOTIVO-REVOG TO WRK-MOTIVO.
             MOVE TBC-MATRICULA(IX-TBC) TO BO-MATRICULA.
             READ BOLSA-MASTER
                   INVALID KEY
                         MOVE SPACES TO BO-SITUACAO
             END-READ.
             IF BO-APROVADA
                   MOVE BOLSA-MASTER-REC TO JP-ANTES
                   MOVE 'R' TO BO-SITUACAO
                   MOVE WRK-DATA-HOJE TO BO-DATA-REVOG
                   MOVE WRK-MOTIVO TO BO-MOTIVO-REVOG
                   REWRITE BOLSA-MASTER-REC
                   MOVE 'A' TO JP-OPERACAO
                   MOVE BOLSA-MASTER-REC TO JP-DEPOIS
                   CALL 'GRAVA-JORNAL' USING JP-PARM
                   DISPLAY 'ALERTA: BOLSA DO ALUNO ' BO-MATRICULA
                           ' REVOGADA - ' BO-MOTIVO-REVOG
                   IF WRK-QT-REVOGADAS < 500
                         ADD 1 TO WRK-QT-REVOGADAS
                         SET IX-TRV TO WRK-QT-REVOGADAS
                         MOVE BO-MATRICULA    TO TRV-MATRICULA(IX-TRV)
                         MOVE BO-TIPO         TO TRV-TIPO(IX-TRV)
                         MOVE BO-MOTIVO-REVOG TO TRV-MOTIVO(IX-TRV)
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * RECEITA RENUNCIADA DA COMPETENCIA POR TIPO DE BOLSA.
      *----------------------------------------------------------------
       5000-SOMAR-RENUNCIA.
             INITIALIZE TABELA-RENUNCIA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT BOLSA-LEDGER.
             MOVE WRK-FS-BOLSALDG TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   PERFORM 5010-LER-BOLSA-LEDGER
                   PERFORM 5020-SOMAR-LINHA UNTIL FIM-ARQUIVO
                   CLOSE BOLSA-LEDGER
             END-IF.

       5010-LER-BOLSA-LEDGER.
             READ BOLSA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       5020-SOMAR-LINHA.
             IF BL-COMPETENCIA = WRK-COMPETENCIA
                   MOVE 'N' TO WRK-ACHOU-SW
                   MOVE 1 TO WRK-IX-TIPO
                   PERFORM 5030-COMPARAR-TIPO
                         UNTIL WRK-IX-TIPO > 4 OR LINHA-ACHADA
                   IF LINHA-ACHADA
                         ADD 1 TO TRN-QT(WRK-IX-TIPO)
                         ADD BL-VALOR-CHEIO TO TRN-CHEIO(WRK-IX-TIPO)
                         ADD BL-DESCONTO
                             TO TRN-DESCONTO(WRK-IX-TIPO)
                         ADD 1 TO WRK-TOT-QT
                         ADD BL-VALOR-CHEIO TO WRK-TOT-CHEIO
                         ADD BL-DESCONTO TO WRK-TOT-DESCONTO
                   END-IF
             END-IF.
             PERFORM 5010-LER-BOLSA-LEDGER.

       5030-COMPARAR-TIPO.
             IF TTP-TIPO(WRK-IX-TIPO) = BL-TIPO
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-TIPO
             END-IF.

       6000-RELATORIO.
             OPEN OUTPUT REL-BOLSA.
             OPEN INPUT ALUNO-MASTER.
             MOVE 'BOLSAS - RENUNCIA DE RECEITA E ALERTAS'
                  TO RPTH-TITULO.
             PERFORM 8000-CABECALHO.

             MOVE SPACES TO LS-TEXTO.
             STRING 'RECEITA RENUNCIADA NA COMPETENCIA '
                    WRK-COMPETENCIA DELIMITED BY SIZE
                    INTO LS-TEXTO
             END-STRING.
             WRITE REL-BOLSA-LINHA FROM LINHA-SECAO.
             WRITE REL-BOLSA-LINHA FROM LINHA-COLUNAS-RENUNCIA.
             MOVE 1 TO WRK-IX-TIPO.
             PERFORM 6100-IMPRIMIR-TIPO UNTIL WRK-IX-TIPO > 4.
             MOVE 'TOTAL'          TO LR-DESCRICAO.
             MOVE WRK-TOT-QT       TO LR-QT.
             MOVE WRK-TOT-CHEIO    TO LR-CHEIO.
             MOVE WRK-TOT-DESCONTO TO LR-DESCONTO.
             MOVE ZEROS TO WRK-PERCENTUAL.
             IF WRK-TOT-CHEIO > ZEROS
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                         WRK-TOT-DESCONTO * 100 / WRK-TOT-CHEIO
             END-IF.
             MOVE WRK-PERCENTUAL TO LR-PERCENTUAL.
             WRITE REL-BOLSA-LINHA FROM LINHA-RENUNCIA.

             MOVE SPACES TO REL-BOLSA-LINHA.
             WRITE REL-BOLSA-LINHA.
             MOVE 'ALERTA - BOLSAS REVOGADAS NESTA REVISAO' TO LS-TEXTO.
             WRITE REL-BOLSA-LINHA FROM LINHA-SECAO.
             IF WRK-QT-REVOGADAS > 0
                   SET IX-TRV TO 1
                   PERFORM 6200-IMPRIMIR-REVOGADA
                         UNTIL IX-TRV > WRK-QT-REVOGADAS
             ELSE
                   MOVE '  NENHUMA' TO LS-TEXTO
                   WRITE REL-BOLSA-LINHA FROM LINHA-SECAO
             END-IF.

             MOVE SPACES TO REL-BOLSA-LINHA.
             WRITE REL-BOLSA-LINHA.
             MOVE SPACES TO LS-TEXTO.
             STRING 'ALERTA - BOLSAS QUE VENCEM ATE '
                    WRK-COMPET-SEGUINTE
                    ' E PENDENTES DE APROVACAO' DELIMITED BY SIZE
                    INTO LS-TEXTO
             END-STRING.
             WRITE REL-BOLSA-LINHA FROM LINHA-SECAO.
             IF BOLSAMST-ABERTO
                   MOVE 'N' TO WRK-EOF-SW
                   MOVE ZEROS TO BO-MATRICULA
                   START BOLSA-MASTER KEY IS >= BO-MATRICULA
                         INVALID KEY MOVE 'S' TO WRK-EOF-SW
                   END-START
                   PERFORM 1010-LER-BOLSA
                   PERFORM 6300-AVALIAR-VIGENCIA UNTIL FIM-ARQUIVO
             END-IF.
             IF WRK-QT-VENCENDO = ZEROS AND WRK-QT-PENDENTES = ZEROS
                   MOVE '  NENHUMA' TO LS-TEXTO
                   WRITE REL-BOLSA-LINHA FROM LINHA-SECAO
             END-IF.

             WRITE REL-BOLSA-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE ALUNO-MASTER.
             CLOSE REL-BOLSA.

       6100-IMPRIMIR-TIPO.
             MOVE TTP-DESCRICAO(WRK-IX-TIPO) TO LR-DESCRICAO.
             MOVE TRN-QT(WRK-IX-TIPO)        TO LR-QT.
             MOVE TRN-CHEIO(WRK-IX-TIPO)     TO LR-CHEIO.
             MOVE TRN-DESCONTO(WRK-IX-TIPO)  TO LR-DESCONTO.
             MOVE ZEROS TO WRK-PERCENTUAL.
             IF TRN-CHEIO(WRK-IX-TIPO) > ZEROS
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                         TRN-DESCONTO(WRK-IX-TIPO) * 100
                         / TRN-CHEIO(WRK-IX-TIPO)
             END-IF.
             MOVE WRK-PERCENTUAL TO LR-PERCENTUAL.
             WRITE REL-BOLSA-LINHA FROM LINHA-RENUNCIA.
             ADD 1 TO WRK-IX-TIPO.

       6200-IMPRIMIR-REVOGADA.
             MOVE TRV-MATRICULA(IX-TRV) TO LAL-MATRICULA.
             MOVE TRV-TIPO(IX-TRV)      TO LAL-TIPO.
             MOVE TRV-MOTIVO(IX-TRV)    TO LAL-TEXTO.
             PERFORM 6400-NOME-DO-ALUNO.
             WRITE REL-BOLSA-LINHA FROM LINHA-ALERTA.
             SET IX-TRV UP BY 1.

       6300-AVALIAR-VIGENCIA.
             EVALUATE TRUE
                   WHEN BO-APROVADA
                        AND BO-COMPET-FIM NOT = ZEROS
                        AND BO-COMPET-FIM NOT < WRK-COMPETENCIA
                        AND BO-COMPET-FIM NOT > WRK-COMPET-SEGUINTE
                         MOVE BO-COMPET-FIM TO LVG-COMPET-FIM
                         MOVE LINHA-VIGENCIA TO LAL-TEXTO
                         ADD 1 TO WRK-QT-VENCENDO
                         DISPLAY 'ALERTA: BOLSA DO ALUNO '
                                 BO-MATRICULA ' VENCE EM '
                                 BO-COMPET-FIM
                   WHEN BO-PENDENTE
                         MOVE 'PENDENTE DE APROVACAO' TO LAL-TEXTO
                         ADD 1 TO WRK-QT-PENDENTES
                   WHEN OTHER
                         MOVE SPACES TO LAL-TEXTO
             END-EVALUATE.
             IF LAL-TEXTO NOT = SPACES
                   MOVE BO-MATRICULA TO LAL-MATRICULA
                   MOVE BO-TIPO      TO LAL-TIPO
                   PERFORM 6400-NOME-DO-ALUNO
                   WRITE REL-BOLSA-LINHA FROM LINHA-ALERTA
             END-IF.
             PERFORM 1010-LER-BOLSA.

       6400-NOME-DO-ALUNO.
             MOVE LAL-MATRICULA TO AL-MATRICULA.
             READ ALUNO-MASTER
                   INVALID KEY
                         MOVE '*** FORA DO ALUNOMST ***' TO AL-NOME
             END-READ.
             MOVE AL-NOME TO LAL-NOME.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-BOLSA-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-BOLSA-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-BOLSA-LINHA.
             WRITE REL-BOLSA-LINHA.

       9000-ENCERRAR.
             DISPLAY 'REVISAO DE BOLSAS CONCLUIDA'.
             DISPLAY 'COMPETENCIA.............: ' WRK-COMPETENCIA.
             DISPLAY 'BOLSAS SOB CONDICAO.....: ' WRK-QT-CONDICOES.
             DISPLAY 'BOLSAS REVOGADAS........: ' WRK-QT-REVOGADAS.
             DISPLAY 'BOLSAS VENCENDO.........: ' WRK-QT-VENCENDO.
             DISPLAY 'BOLSAS PENDENTES........: ' WRK-QT-PENDENTES.
             DISPLAY 'MENSALIDADES COM BOLSA..: ' WRK-TOT-QT.
             DISPLAY 'RECEITA RENUNCIADA......: ' WRK-TOT-DESCONTO.

       END PROGRAM REL-BOLSAS.
