      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: TESTE SEMANAL DE RESTAURACAO DOS BACKUPS - RECARREGA
      *          CADA BACKUP DO BACKUP-MESTRES NUMA COPIA DE RASCUNHO
      *          (PELA MESMA SUBROTINA RECARGA-MESTRE DO
      *          RESTAURA-MESTRES, SEM TOCAR NO MESTRE VIVO), CONFERE A
      *          CONTAGEM CONTRA O TRAILER E COMPARA A COPIA REGISTRO A
      *          REGISTRO COM O MESTRE VIVO. O RESULTADO DE CADA MESTRE
      *          FICA NO TESTREST E A LISTA NO RELTREST DATADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * RODA NO JOB-NOTURNO LOGO DEPOIS DO BACKUP-MESTRES. DIFERENCA DE
      * UMA CHAVE QUE O JORNAL MUDJRN MOSTRA ALTERADA DEPOIS DA
      * DATA/HORA DO BACKUP (GRAVADA NO TRAILER) E EXPLICADA E NAO
      * REPROVA O TESTE; QUALQUER OUTRA DIFERENCA, TRAILER AUSENTE OU
      * CONTAGEM DIVERGENTE REPROVA. TESTE REPROVADO SAI NO
      * REL-PENDENCIAS ATE ALGUEM DAR CIENCIA NO CIENCIA-TESTE-REST.
      * COPIAS DE RASCUNHO: USUADRL, FRETDRL, PRODDRL, ALUNDRL.
      * RETURN-CODE 4 QUANDO ALGUM MESTRE FOI REPROVADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTE-RESTAURACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO DYNAMIC WRK-NOME-VIVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-VIVO.

           SELECT FRETE-RATES ASSIGN TO DYNAMIC WRK-NOME-VIVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-CHAVE
                  FILE STATUS IS WRK-FS-VIVO.

           SELECT PRODUTO-MASTER ASSIGN TO DYNAMIC WRK-NOME-VIVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-VIVO.

           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WRK-NOME-VIVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-VIVO.

           SELECT COPIA-USUARIO ASSIGN TO DYNAMIC WRK-NOME-COPIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-USUARIO
                  FILE STATUS IS WRK-FS-COPIA.

           SELECT COPIA-FRETE ASSIGN TO DYNAMIC WRK-NOME-COPIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-CHAVE
                  FILE STATUS IS WRK-FS-COPIA.

           SELECT COPIA-PRODUTO ASSIGN TO DYNAMIC WRK-NOME-COPIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CP-CODIGO
                  FILE STATUS IS WRK-FS-COPIA.

           SELECT COPIA-ALUNO ASSIGN TO DYNAMIC WRK-NOME-COPIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-MATRICULA
                  FILE STATUS IS WRK-FS-COPIA.

           SELECT MUDANCA-JORNAL ASSIGN TO 'MUDJRN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-JORNAL.

           SELECT TESTE-RESTAURACAO ASSIGN TO 'TESTREST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TR-CHAVE
                  FILE STATUS IS WRK-FS-TESTE.

           SELECT REL-TESTE ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

           SELECT RELATORIO-CATALOGO ASSIGN TO 'RELCAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  FRETE-RATES.
       COPY fretrate.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  COPIA-USUARIO.
       COPY usuario REPLACING ==USUARIO-MASTER-REC== BY
                              ==COPIA-USUARIO-REC==
                              ==US-USUARIO== BY ==CU-USUARIO==.

       FD  COPIA-FRETE.
       COPY fretrate REPLACING ==FRETE-RATE-REC== BY
                               ==COPIA-FRETE-REC==
                               ==FR-CHAVE== BY ==CF-CHAVE==.

       FD  COPIA-PRODUTO.
       COPY produto REPLACING ==PRODUTO-MASTER-REC== BY
                              ==COPIA-PRODUTO-REC==
                              ==PM-CODIGO== BY ==CP-CODIGO==.

       FD  COPIA-ALUNO.
       COPY aluno REPLACING ==ALUNO-MASTER-REC== BY
                            ==COPIA-ALUNO-REC==
                            ==AL-MATRICULA== BY ==CA-MATRICULA==.

       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  TESTE-RESTAURACAO.
       COPY testrest.

       FD  REL-TESTE.
       01  REL-TESTE-LINHA      PIC X(80).

       FD  RELATORIO-CATALOGO.
       COPY relcat.

       WORKING-STORAGE SECTION.

       77 WRK-FS-VIVO       PIC X(02) VALUE '00'.
       77 WRK-FS-COPIA      PIC X(02) VALUE '00'.
       77 WRK-FS-JORNAL     PIC X(02) VALUE '00'.
       77 WRK-FS-TESTE      PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE '00'.
       77 WRK-FS-CATALOGO   PIC X(02) VALUE '00'.
       77 WRK-NOME-VIVO     PIC X(20) VALUE SPACES.
       77 WRK-NOME-COPIA    PIC X(20) VALUE SPACES.
       77 WRK-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-TAG           PIC X(08) VALUE SPACES.
       77 WRK-TAM-CHAVE     PIC 9(02) VALUE ZEROS.
       77 WRK-IX            PIC 9(01) VALUE ZEROS.
       77 WRK-IJ            PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-COPIA-SW  PIC X(01) VALUE 'N'.
         88 FIM-COPIA          VALUE 'S'.
       77 WRK-FIM-VIVO-SW   PIC X(01) VALUE 'N'.
         88 FIM-VIVO           VALUE 'S'.
       77 WRK-VIVO-AUSENTE-SW PIC X(01) VALUE 'N'.
         88 VIVO-AUSENTE       VALUE 'S'.
       77 WRK-EOF-JORNAL-SW PIC X(01) VALUE 'N'.
         88 FIM-JORNAL         VALUE 'S'.
       77 WRK-ACHOU-SW      PIC X(01) VALUE 'N'.
         88 CHAVE-NO-JORNAL    VALUE 'S'.
       77 WRK-JORNAL-CHEIO-SW PIC X(01) VALUE 'N'.
         88 JORNAL-CHEIO       VALUE 'S'.
       77 WRK-TIPO-DIFERENCA PIC X(01) VALUE SPACES.
         88 DIF-FALTANDO       VALUE 'F'.
         88 DIF-SOBRANDO       VALUE 'S'.
         88 DIF-DIFERENTE      VALUE 'D'.
       77 WRK-PAGINA        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS    PIC 9(02) VALUE 55.
       77 WRK-QT-DETALHES   PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-DETALHES  PIC 9(04) VALUE 200.
       77 WRK-QT-TESTADOS   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-APROVADOS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-REPROVADOS PIC 9(02) VALUE ZEROS.

       01 WRK-REG-COPIA     PIC X(100) VALUE SPACES.
       01 WRK-REG-VIVO      PIC X(100) VALUE SPACES.
       01 WRK-CHAVE-COPIA   PIC X(20)  VALUE SPACES.
       01 WRK-CHAVE-VIVO    PIC X(20)  VALUE SPACES.
       01 WRK-CHAVE-JORNAL  PIC X(20)  VALUE SPACES.
       01 WRK-CHAVE-DIFERENCA PIC X(20) VALUE SPACES.

      *    BACKUP, COPIA DE RASCUNHO, MESTRE VIVO, ARQUIVO NO JORNAL
      *    MUDJRN E TAMANHO DA CHAVE (NO INICIO DO REGISTRO), NA ORDEM
      *    DO RM-MESTRE DA RECARGA-MESTRE.
       01 WRK-MESTRES-VALORES.
          05 FILLER PIC X(34) VALUE
             'USUABKP USUADRL USUAMST USUAMST 10'.
          05 FILLER PIC X(34) VALUE
             'FRETBKP FRETDRL FRETERATFRETERAT13'.
          05 FILLER PIC X(34) VALUE
             'PRODBKP PRODDRL PRODMASTPRODMST 06'.
          05 FILLER PIC X(34) VALUE
             'ALUNBKP ALUNDRL ALUNOMSTALUNOMST06'.
       01 WRK-MESTRES REDEFINES WRK-MESTRES-VALORES.
          05 WRK-MESTRE OCCURS 4 TIMES.
             10 WRK-MS-BACKUP  PIC X(08).
             10 WRK-MS-COPIA   PIC X(08).
             10 WRK-MS-VIVO    PIC X(08).
             10 WRK-MS-TAG     PIC X(08).
             10 WRK-MS-TAM     PIC 9(02).

      *    CHAVES QUE O JORNAL MOSTRA ALTERADAS DEPOIS DO BACKUP.
       01 WRK-TABELA-JORNAL.
          05 WRK-QT-JORNAL  PIC 9(04) VALUE ZEROS.
          05 WRK-TJ-CHAVE   PIC X(20) OCCURS 2000 TIMES.

       01 RM-PARM.
          05 RM-MESTRE         PIC 9(01).
          05 RM-BACKUP         PIC X(20).
          05 RM-DESTINO        PIC X(20).
          05 RM-SITUACAO       PIC X(01).
             88 RM-BACKUP-AUSENTE  VALUE 'A'.
             88 RM-SEM-TRAILER     VALUE 'T'.
             88 RM-CONFERIDO       VALUE 'C'.
             88 RM-DIVERGENTE      VALUE 'D'.
          05 RM-QT-RESTAURADOS PIC 9(07).
          05 RM-QT-TRAILER     PIC 9(07).
          05 RM-DATA-BACKUP    PIC 9(08).
          05 RM-HORA-BACKUP    PIC 9(08).

       01 LINHA-MESTRE.
          05 FILLER          PIC X(08) VALUE 'MESTRE: '.
          05 LM-MESTRE       PIC X(08).
          05 FILLER          PIC X(10) VALUE '  BACKUP: '.
          05 LM-BACKUP       PIC X(08).
          05 FILLER          PIC X(11) VALUE '  GERADO EM'.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LM-DATA-BACKUP  PIC 9(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LM-HORA-BACKUP  PIC 9(08).
          05 FILLER          PIC X(17) VALUE SPACES.

       01 LINHA-CONTAGEM.
          05 FILLER          PIC X(13) VALUE '   TRAILER:  '.
          05 LC-TRAILER      PIC ZZZZZZ9.
          05 FILLER          PIC X(16) VALUE '   RESTAURADOS: '.
          05 LC-RESTAURADOS  PIC ZZZZZZ9.
          05 FILLER          PIC X(19) VALUE '   APOS O BACKUP:  '.
          05 LC-POS-BACKUP   PIC ZZZZZZ9.
          05 FILLER          PIC X(11) VALUE SPACES.

       01 LINHA-DIFERENCAS.
          05 FILLER          PIC X(13) VALUE '   FALTANDO: '.
          05 LC-FALTANTES    PIC ZZZZZZ9.
          05 FILLER          PIC X(16) VALUE '   SOBRANDO:    '.
          05 LC-SOBRANDO     PIC ZZZZZZ9.
          05 FILLER          PIC X(19) VALUE '   DIFERENTES:     '.
          05 LC-DIFERENTES   PIC ZZZZZZ9.
          05 FILLER          PIC X(11) VALUE SPACES.

       01 LINHA-DETALHE.
          05 FILLER          PIC X(05) VALUE SPACES.
          05 LD-TIPO         PIC X(10).
          05 LD-CHAVE        PIC X(20).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-SITUACAO     PIC X(44).

       01 LINHA-RESULTADO.
          05 FILLER          PIC X(14) VALUE '   RESULTADO: '.
          05 LR-RESULTADO    PIC X(10).
          05 FILLER          PIC X(03) VALUE ' - '.
          05 LR-MOTIVO       PIC X(30).
          05 FILLER          PIC X(23) VALUE SPACES.

       01 LINHA-TEXTO.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 LT-TEXTO        PIC X(77).

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             MOVE SPACES TO WRK-NOME-RELATORIO.
             STRING 'RELTREST' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-NOME-RELATORIO.
             OPEN OUTPUT REL-TESTE.
             PERFORM 8000-CABECALHO.
             PERFORM 1000-ABRIR-TESTREST.

             PERFORM 2000-TESTAR-MESTRE
                   VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > 4.

             CLOSE TESTE-RESTAURACAO.
             MOVE SPACES TO REL-TESTE-LINHA.
             WRITE REL-TESTE-LINHA.
             WRITE REL-TESTE-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-TESTE.
             PERFORM 9500-CATALOGAR-RELATORIO.

             DISPLAY 'TESTE DE RESTAURACAO DOS BACKUPS CONCLUIDO'.
             DISPLAY 'MESTRES TESTADOS........: ' WRK-QT-TESTADOS.
             DISPLAY 'APROVADOS...............: ' WRK-QT-APROVADOS.
             DISPLAY 'REPROVADOS..............: ' WRK-QT-REPROVADOS.
             DISPLAY 'LISTA COMPLETA NO ' WRK-NOME-RELATORIO.
             IF WRK-QT-REPROVADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
             END-IF.
             GOBACK.

       1000-ABRIR-TESTREST.
             OPEN I-O TESTE-RESTAURACAO.
             MOVE WRK-FS-TESTE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT TESTE-RESTAURACAO
                   CLOSE TESTE-RESTAURACAO
                   OPEN I-O TESTE-RESTAURACAO
             END-IF.

      ******************************************************************
      * UM MESTRE: RECARGA NA COPIA DE RASCUNHO, COMPARACAO COM O
      * MESTRE VIVO E GRAVACAO DO RESULTADO.
      ******************************************************************
       2000-TESTAR-MESTRE.
             MOVE WRK-MS-TAG(WRK-IX)  TO WRK-TAG.
             MOVE WRK-MS-TAM(WRK-IX)  TO WRK-TAM-CHAVE.
             MOVE WRK-MS-VIVO(WRK-IX) TO WRK-NOME-VIVO.
             MOVE WRK-MS-COPIA(WRK-IX) TO WRK-NOME-COPIA.
             MOVE WRK-IX TO RM-MESTRE.
             MOVE WRK-MS-BACKUP(WRK-IX) TO RM-BACKUP.
             MOVE WRK-MS-COPIA(WRK-IX)  TO RM-DESTINO.
             CALL 'RECARGA-MESTRE' USING RM-PARM.

             INITIALIZE TESTE-RESTAURACAO-REC.
             MOVE WRK-DATA-HOJE      TO TR-DATA.
             MOVE WRK-MS-VIVO(WRK-IX) TO TR-MESTRE.
             MOVE WRK-HORA-AGORA     TO TR-HORA.
             MOVE RM-DATA-BACKUP     TO TR-DATA-BACKUP.
             MOVE RM-HORA-BACKUP     TO TR-HORA-BACKUP.
             MOVE RM-QT-TRAILER      TO TR-QT-TRAILER.
             MOVE RM-QT-RESTAURADOS  TO TR-QT-RESTAURADOS.
             MOVE 'N'                TO TR-CIENCIA.
             MOVE ZEROS              TO WRK-QT-DETALHES.

             MOVE SPACES TO REL-TESTE-LINHA.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-TESTE-LINHA.
             MOVE WRK-MS-VIVO(WRK-IX)   TO LM-MESTRE.
             MOVE WRK-MS-BACKUP(WRK-IX) TO LM-BACKUP.
             MOVE RM-DATA-BACKUP        TO LM-DATA-BACKUP.
             MOVE RM-HORA-BACKUP        TO LM-HORA-BACKUP.
             WRITE REL-TESTE-LINHA FROM LINHA-MESTRE.
             ADD 2 TO WRK-LINHAS-PAGINA.

             IF RM-BACKUP-AUSENTE
                   PERFORM 2100-BACKUP-AUSENTE
             ELSE
                   PERFORM 3000-CARREGAR-JORNAL
                   PERFORM 4000-COMPARAR-MESTRE
                   PERFORM 2200-AVALIAR-RESULTADO
                   PERFORM 2300-GRAVAR-RESULTADO
             END-IF.

       2100-BACKUP-AUSENTE.
             PERFORM 4300-ABRIR-VIVO.
             IF VIVO-AUSENTE
                   MOVE 'MESTRE E BACKUP INEXISTENTES - NAO TESTADO'
                         TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
             ELSE
                   PERFORM 4700-FECHAR-VIVO
                   MOVE 'R' TO TR-RESULTADO
                   MOVE 'BACKUP AUSENTE' TO TR-MOTIVO
                   PERFORM 2300-GRAVAR-RESULTADO
             END-IF.

       2200-AVALIAR-RESULTADO.
             MOVE 'R' TO TR-RESULTADO.
             EVALUATE TRUE
                   WHEN RM-SEM-TRAILER
                         MOVE 'BACKUP SEM TRAILER' TO TR-MOTIVO
                   WHEN RM-DIVERGENTE
                         MOVE 'CONTAGEM DIFERE DO TRAILER'
                               TO TR-MOTIVO
                   WHEN TR-QT-FALTANTES > ZEROS
                         MOVE 'REGISTROS FALTANDO NO BACKUP'
                               TO TR-MOTIVO
                   WHEN TR-QT-SOBRANDO > ZEROS
                         MOVE 'REGISTROS SOBRANDO NO BACKUP'
                               TO TR-MOTIVO
                   WHEN TR-QT-DIFERENTES > ZEROS
                         MOVE 'REGISTROS DIFERENTES DO MESTRE'
                               TO TR-MOTIVO
                   WHEN OTHER
                         MOVE 'A' TO TR-RESULTADO
                         MOVE 'RESTAURACAO CONFERIDA' TO TR-MOTIVO
             END-EVALUATE.

       2300-GRAVAR-RESULTADO.
             WRITE TESTE-RESTAURACAO-REC
                   INVALID KEY
                         REWRITE TESTE-RESTAURACAO-REC
             END-WRITE.
             ADD 1 TO WRK-QT-TESTADOS.
             IF TR-APROVADO
                   ADD 1 TO WRK-QT-APROVADOS
                   MOVE 'APROVADO' TO LR-RESULTADO
             ELSE
                   ADD 1 TO WRK-QT-REPROVADOS
                   MOVE 'REPROVADO' TO LR-RESULTADO
             END-IF.
             MOVE TR-MOTIVO TO LR-MOTIVO.

             MOVE TR-QT-TRAILER     TO LC-TRAILER.
             MOVE TR-QT-RESTAURADOS TO LC-RESTAURADOS.
             MOVE TR-QT-POS-BACKUP  TO LC-POS-BACKUP.
             MOVE TR-QT-FALTANTES   TO LC-FALTANTES.
             MOVE TR-QT-SOBRANDO    TO LC-SOBRANDO.
             MOVE TR-QT-DIFERENTES  TO LC-DIFERENTES.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-TESTE-LINHA FROM LINHA-CONTAGEM.
             WRITE REL-TESTE-LINHA FROM LINHA-DIFERENCAS.
             WRITE REL-TESTE-LINHA FROM LINHA-RESULTADO.
             ADD 3 TO WRK-LINHAS-PAGINA.

      ******************************************************************
      * CHAVES DO MESTRE ALTERADAS NO JORNAL MUDJRN A PARTIR DA
      * DATA/HORA DO BACKUP. BACKUP SEM DATA NO TRAILER NAO TEM COMO
      * SER SITUADO NO JORNAL E NAO CARREGA NADA.
      ******************************************************************
       3000-CARREGAR-JORNAL.
             MOVE ZEROS TO WRK-QT-JORNAL.
             MOVE 'N' TO WRK-JORNAL-CHEIO-SW.
             MOVE 'N' TO WRK-EOF-JORNAL-SW.
             IF RM-DATA-BACKUP = ZEROS
                   MOVE 'S' TO WRK-EOF-JORNAL-SW
             ELSE
                   OPEN INPUT MUDANCA-JORNAL
                   MOVE WRK-FS-JORNAL TO WRK-FS-ULTIMO
                   IF FS-ARQ-NAO-EXISTE
                         MOVE 'S' TO WRK-EOF-JORNAL-SW
                   ELSE
                         PERFORM 3100-LER-JORNAL
                         PERFORM 3200-AVALIAR-JORNAL
                               UNTIL FIM-JORNAL
                         CLOSE MUDANCA-JORNAL
                   END-IF
             END-IF.
             IF JORNAL-CHEIO
                   MOVE 'TABELA DO JORNAL CHEIA - DIFERENCAS ALEM DA'
                         TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
                   MOVE 'TABELA CONTAM COMO NAO EXPLICADAS' TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
             END-IF.

       3100-LER-JORNAL.
             READ MUDANCA-JORNAL
                   AT END MOVE 'S' TO WRK-EOF-JORNAL-SW
             END-READ.

       3200-AVALIAR-JORNAL.
             IF JR-ARQUIVO = WRK-TAG
                AND (JR-DATA > RM-DATA-BACKUP
                 OR (JR-DATA = RM-DATA-BACKUP
                     AND JR-HORA >= RM-HORA-BACKUP))
                   MOVE SPACES TO WRK-CHAVE-JORNAL
                   IF JR-EXCLUSAO
                         MOVE JR-ANTES(1:WRK-TAM-CHAVE)
                               TO WRK-CHAVE-JORNAL(1:WRK-TAM-CHAVE)
                   ELSE
                         MOVE JR-DEPOIS(1:WRK-TAM-CHAVE)
                               TO WRK-CHAVE-JORNAL(1:WRK-TAM-CHAVE)
                   END-IF
                   MOVE WRK-CHAVE-JORNAL TO WRK-CHAVE-DIFERENCA
                   PERFORM 3300-PROCURAR-JORNAL
                   IF NOT CHAVE-NO-JORNAL
                         PERFORM 3400-GUARDAR-JORNAL
                   END-IF
             END-IF.
             PERFORM 3100-LER-JORNAL.

       3300-PROCURAR-JORNAL.
             MOVE 'N' TO WRK-ACHOU-SW.
             PERFORM 3310-COMPARAR-JORNAL
                   VARYING WRK-IJ FROM 1 BY 1
                   UNTIL WRK-IJ > WRK-QT-JORNAL OR CHAVE-NO-JORNAL.

       3310-COMPARAR-JORNAL.
             IF WRK-TJ-CHAVE(WRK-IJ) = WRK-CHAVE-DIFERENCA
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.

       3400-GUARDAR-JORNAL.
             IF WRK-QT-JORNAL < 2000
                   ADD 1 TO WRK-QT-JORNAL
                   MOVE WRK-CHAVE-JORNAL TO WRK-TJ-CHAVE(WRK-QT-JORNAL)
             ELSE
                   MOVE 'S' TO WRK-JORNAL-CHEIO-SW
             END-IF.

      ******************************************************************
      * COMPARACAO EM ORDEM DE CHAVE DA COPIA RESTAURADA COM O MESTRE
      * VIVO (LEITURA SEQUENCIAL DOS DOIS INDEXADOS).
      ******************************************************************
       4000-COMPARAR-MESTRE.
             MOVE 'N' TO WRK-FIM-COPIA-SW.
             PERFORM 4200-ABRIR-COPIA.
             PERFORM 4300-ABRIR-VIVO.
             IF VIVO-AUSENTE
                   MOVE 'S' TO WRK-FIM-VIVO-SW
                   MOVE 'MESTRE VIVO INEXISTENTE' TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
             ELSE
                   MOVE 'N' TO WRK-FIM-VIVO-SW
             END-IF.
             PERFORM 4400-LER-COPIA.
             PERFORM 4500-LER-VIVO.
             PERFORM 4100-COMPARAR-CHAVE
                   UNTIL FIM-COPIA AND FIM-VIVO.
             PERFORM 4600-FECHAR-COPIA.
             IF NOT VIVO-AUSENTE
                   PERFORM 4700-FECHAR-VIVO
             END-IF.
             IF WRK-QT-DETALHES > WRK-MAX-DETALHES
                   MOVE 'DEMAIS DIFERENCAS OMITIDAS DA LISTA'
                         TO LT-TEXTO
                   PERFORM 8300-IMPRIMIR-TEXTO
             END-IF.

       4100-COMPARAR-CHAVE.
             EVALUATE TRUE
                   WHEN WRK-CHAVE-COPIA = WRK-CHAVE-VIVO
                         IF WRK-REG-COPIA NOT = WRK-REG-VIVO
                               MOVE 'D' TO WRK-TIPO-DIFERENCA
                               MOVE WRK-CHAVE-COPIA
                                     TO WRK-CHAVE-DIFERENCA
                               PERFORM 4800-REGISTRAR-DIFERENCA
                         END-IF
                         PERFORM 4400-LER-COPIA
                         PERFORM 4500-LER-VIVO
                   WHEN WRK-CHAVE-COPIA < WRK-CHAVE-VIVO
                         MOVE 'S' TO WRK-TIPO-DIFERENCA
                         MOVE WRK-CHAVE-COPIA TO WRK-CHAVE-DIFERENCA
                         PERFORM 4800-REGISTRAR-DIFERENCA
                         PERFORM 4400-LER-COPIA
                   WHEN OTHER
                         MOVE 'F' TO WRK-TIPO-DIFERENCA
                         MOVE WRK-CHAVE-VIVO TO WRK-CHAVE-DIFERENCA
                         PERFORM 4800-REGISTRAR-DIFERENCA
                         PERFORM 4500-LER-VIVO
             END-EVALUATE.

       4200-ABRIR-COPIA.
             EVALUATE WRK-IX
                   WHEN 1
                         OPEN INPUT COPIA-USUARIO
                   WHEN 2
                         OPEN INPUT COPIA-FRETE
                   WHEN 3
                         OPEN INPUT COPIA-PRODUTO
                   WHEN 4
                         OPEN INPUT COPIA-ALUNO
             END-EVALUATE.

       4300-ABRIR-VIVO.
             MOVE 'N' TO WRK-VIVO-AUSENTE-SW.
             EVALUATE WRK-IX
                   WHEN 1
                         OPEN INPUT USUARIO-MASTER
                   WHEN 2
                         OPEN INPUT FRETE-RATES
                   WHEN 3
                         OPEN INPUT PRODUTO-MASTER
                   WHEN 4
                         OPEN INPUT ALUNO-MASTER
             END-EVALUATE.
             MOVE WRK-FS-VIVO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-VIVO-AUSENTE-SW
             END-IF.

       4400-LER-COPIA.
             IF NOT FIM-COPIA
                   EVALUATE WRK-IX
                         WHEN 1
                               READ COPIA-USUARIO NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-COPIA-SW
                                     NOT AT END MOVE COPIA-USUARIO-REC
                                           TO WRK-REG-COPIA
                               END-READ
                         WHEN 2
                               READ COPIA-FRETE NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-COPIA-SW
                                     NOT AT END MOVE COPIA-FRETE-REC
                                           TO WRK-REG-COPIA
                               END-READ
                         WHEN 3
                               READ COPIA-PRODUTO NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-COPIA-SW
                                     NOT AT END MOVE COPIA-PRODUTO-REC
                                           TO WRK-REG-COPIA
                               END-READ
                         WHEN 4
                               READ COPIA-ALUNO NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-COPIA-SW
                                     NOT AT END MOVE COPIA-ALUNO-REC
                                           TO WRK-REG-COPIA
                               END-READ
                   END-EVALUATE
             END-IF.
             IF FIM-COPIA
                   MOVE HIGH-VALUES TO WRK-CHAVE-COPIA
             ELSE
                   MOVE SPACES TO WRK-CHAVE-COPIA
                   MOVE WRK-REG-COPIA(1:WRK-TAM-CHAVE)
                         TO WRK-CHAVE-COPIA(1:WRK-TAM-CHAVE)
             END-IF.

       4500-LER-VIVO.
             IF NOT FIM-VIVO
                   EVALUATE WRK-IX
                         WHEN 1
                               READ USUARIO-MASTER NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-VIVO-SW
                                     NOT AT END MOVE USUARIO-MASTER-REC
                                           TO WRK-REG-VIVO
                               END-READ
                         WHEN 2
                               READ FRETE-RATES NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-VIVO-SW
                                     NOT AT END MOVE FRETE-RATE-REC
                                           TO WRK-REG-VIVO
                               END-READ
                         WHEN 3
                               READ PRODUTO-MASTER NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-VIVO-SW
                                     NOT AT END MOVE PRODUTO-MASTER-REC
                                           TO WRK-REG-VIVO
                               END-READ
                         WHEN 4
                               READ ALUNO-MASTER NEXT RECORD
                                     AT END MOVE 'S' TO WRK-FIM-VIVO-SW
                                     NOT AT END MOVE ALUNO-MASTER-REC
                                           TO WRK-REG-VIVO
                               END-READ
                   END-EVALUATE
             END-IF.
             IF FIM-VIVO
                   MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
             ELSE
                   MOVE SPACES TO WRK-CHAVE-VIVO
                   MOVE WRK-REG-VIVO(1:WRK-TAM-CHAVE)
                         TO WRK-CHAVE-VIVO(1:WRK-TAM-CHAVE)
             END-IF.

       4600-FECHAR-COPIA.
             EVALUATE WRK-IX
                   WHEN 1
                         CLOSE COPIA-USUARIO
                   WHEN 2
                         CLOSE COPIA-FRETE
                   WHEN 3
                         CLOSE COPIA-PRODUTO
                   WHEN 4
                         CLOSE COPIA-ALUNO
             END-EVALUATE.

       4700-FECHAR-VIVO.
             EVALUATE WRK-IX
                   WHEN 1
                         CLOSE USUARIO-MASTER
                   WHEN 2
                         CLOSE FRETE-RATES
                   WHEN 3
                         CLOSE PRODUTO-MASTER
                   WHEN 4
                         CLOSE ALUNO-MASTER
             END-EVALUATE.

      ******************************************************************
      * DIFERENCA ENCONTRADA: EXPLICADA PELO JORNAL (ALTERADA DEPOIS DO
      * BACKUP) OU CONTADA COMO FALTANDO/SOBRANDO/DIFERENTE.
      ******************************************************************
       4800-REGISTRAR-DIFERENCA.
             PERFORM 3300-PROCURAR-JORNAL.
             EVALUATE TRUE
                   WHEN DIF-FALTANDO
                         MOVE 'FALTANDO' TO LD-TIPO
                   WHEN DIF-SOBRANDO
                         MOVE 'SOBRANDO' TO LD-TIPO
                   WHEN OTHER
                         MOVE 'DIFERENTE' TO LD-TIPO
             END-EVALUATE.
             IF CHAVE-NO-JORNAL
                   ADD 1 TO TR-QT-POS-BACKUP
                   MOVE 'ALTERADO APOS O BACKUP (MUDJRN)'
                         TO LD-SITUACAO
             ELSE
                   EVALUATE TRUE
                         WHEN DIF-FALTANDO
                               ADD 1 TO TR-QT-FALTANTES
                               MOVE 'NO MESTRE VIVO E NAO NO BACKUP'
                                     TO LD-SITUACAO
                         WHEN DIF-SOBRANDO
                               ADD 1 TO TR-QT-SOBRANDO
                               MOVE 'NO BACKUP E NAO NO MESTRE VIVO'
                                     TO LD-SITUACAO
                         WHEN OTHER
                               ADD 1 TO TR-QT-DIFERENTES
                               MOVE 'CONTEUDO DIFERE DO MESTRE VIVO'
                                     TO LD-SITUACAO
                   END-EVALUATE
             END-IF.
             ADD 1 TO WRK-QT-DETALHES.
             IF WRK-QT-DETALHES NOT > WRK-MAX-DETALHES
                   MOVE WRK-CHAVE-DIFERENCA TO LD-CHAVE
                   PERFORM 8100-CONTROLAR-PAGINA
                   WRITE REL-TESTE-LINHA FROM LINHA-DETALHE
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.
             MOVE 'TESTE DE RESTAURACAO DOS BACKUPS' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-TESTE-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-TESTE-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-TESTE-LINHA.
             WRITE REL-TESTE-LINHA.

       8100-CONTROLAR-PAGINA.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.

       8300-IMPRIMIR-TEXTO.
             PERFORM 8100-CONTROLAR-PAGINA.
             WRITE REL-TESTE-LINHA FROM LINHA-TEXTO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       9500-CATALOGAR-RELATORIO.
             OPEN EXTEND RELATORIO-CATALOGO.
             MOVE WRK-FS-CATALOGO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE RELATORIO-CATALOGO
                   OPEN OUTPUT RELATORIO-CATALOGO
             END-IF.
             MOVE 'TESTE-RESTAURACAO' TO RCT-PROGRAMA.
             MOVE WRK-DATA-HOJE TO RCT-DATA.
             MOVE WRK-NOME-RELATORIO TO RCT-ARQUIVO.
             MOVE WRK-PAGINA TO RCT-PAGINAS.
             WRITE RELATORIO-CATALOGO-REC.
             CLOSE RELATORIO-CATALOGO.

       END PROGRAM TESTE-RESTAURACAO.
