      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: RELATORIO DE EXCECAO (RODADA UNICA) DOS CADASTROS SEM
      *          CPF/CNPJ VALIDO - PERCORRE CLIEMST, ALUNOMST, PROFMST,
      *          DEPENDMST E FUNCMST E LISTA, POR CADASTRO,
      *          CADA REGISTRO COM O DOCUMENTO ZERADO OU COM DIGITO
      *          VERIFICADOR QUE NAO CONFERE (SUBROTINA
      *          CALC-DOCUMENTO), PARA O SANEAMENTO ANTES DAS REMESSAS
      *          BANCARIAS, NF-E E INFORMES DE RENDIMENTOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * CLIENTE E CONFERIDO COMO CNPJ OU CPF PELO CL-TIPO-PESSOA; OS
      * DEMAIS CADASTROS SAO DE PESSOA FISICA (CPF). CADASTRO
      * INEXISTENTE SAI COM A INDICACAO NO TITULO DA SECAO. NAO FAZ
      * PARTE DA SUITE NOTURNA: RODA AVULSO ATE OS CADASTROS ESTAREM
      * COMPLETOS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FUNCIONARIOS CONFERIDOS NO CADASTRO INDEXADO
      *                 FUNCMST, NO LUGAR DO FOLHENT DO MES.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-SEM-DOCUMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-MESTRE.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-MESTRE.

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-CODIGO
                  FILE STATUS IS WRK-FS-MESTRE.

           SELECT DEPENDENTE-MASTER ASSIGN TO 'DEPENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-CHAVE
                  FILE STATUS IS WRK-FS-MESTRE.

           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-MESTRE.

           SELECT REL-EXCECAO ASSIGN TO 'RELSEMDC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  FUNCIONARIOS-ENTRADA.
       COPY folhafun.

       FD  REL-EXCECAO.
       01  REL-EXCECAO-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-MESTRE    PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-CADASTRO        VALUE 'S'.
       77 WRK-QT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-DOC   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INVALIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-EXCECOES PIC 9(07) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(03) VALUE 50.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-SECAO        PIC X(40) VALUE SPACES.
       77 WRK-CHAVE        PIC X(10) VALUE SPACES.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.

       01  LINHA-SECAO.
           05 FILLER          PIC X(04) VALUE '>>> '.
           05 LS-SECAO        PIC X(40).
           05 LS-AUSENTE      PIC X(36).

       01  LINHA-TITULOS.
           05 FILLER          PIC X(11) VALUE 'CHAVE'.
           05 FILLER          PIC X(31) VALUE 'NOME'.
           05 FILLER          PIC X(15) VALUE 'DOCUMENTO'.
           05 FILLER          PIC X(23) VALUE 'SITUACAO'.

       01  LINHA-EXCECAO.
           05 LE-CHAVE        PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-NOME         PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-DOCUMENTO    PIC 9(14).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LE-SITUACAO     PIC X(20).
           05 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-TOTAL-SECAO.
           05 FILLER          PIC X(09) VALUE '   LIDOS '.
           05 LT-LIDOS        PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(16) VALUE '  SEM DOCUMENTO '.
           05 LT-SEM-DOC      PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(12) VALUE '  INVALIDOS '.
           05 LT-INVALIDOS    PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(16) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             OPEN OUTPUT REL-EXCECAO.
             PERFORM 8000-CABECALHO.
             PERFORM 2000-CLIENTES.
             PERFORM 3000-ALUNOS.
             PERFORM 4000-PROFESSORES.
             PERFORM 5000-DEPENDENTES.
             PERFORM 6000-FUNCIONARIOS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

      *----------------------------------------------------------------
      * CLIEMST: CNPJ PARA PESSOA JURIDICA, CPF PARA PESSOA FISICA.
      *----------------------------------------------------------------
       2000-CLIENTES.
             MOVE 'CLIENTES (CLIEMST)' TO WRK-SECAO.
             PERFORM 7000-INICIAR-SECAO.
             OPEN INPUT CLIENTE-MASTER.
             PERFORM 7050-CONFERIR-ABERTURA.
             IF NOT FIM-CADASTRO
                   PERFORM 2100-LER-CLIENTE
                   PERFORM 2200-CONFERIR-CLIENTE UNTIL FIM-CADASTRO
                   CLOSE CLIENTE-MASTER
             END-IF.
             PERFORM 7900-TOTAL-SECAO.

       2100-LER-CLIENTE.
             READ CLIENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2200-CONFERIR-CLIENTE.
             IF CL-PESSOA-FISICA
                   MOVE 'F' TO DF-TIPO
             ELSE
                   MOVE 'J' TO DF-TIPO
             END-IF.
             MOVE CL-DOCUMENTO TO DF-NUMERO.
             MOVE CL-CODIGO    TO WRK-CHAVE.
             MOVE CL-RAZAO     TO WRK-NOME.
             PERFORM 7100-CONFERIR-DOCUMENTO.
             PERFORM 2100-LER-CLIENTE.

       3000-ALUNOS.
             MOVE 'ALUNOS (ALUNOMST)' TO WRK-SECAO.
             PERFORM 7000-INICIAR-SECAO.
             OPEN INPUT ALUNO-MASTER.
             PERFORM 7050-CONFERIR-ABERTURA.
             IF NOT FIM-CADASTRO
                   PERFORM 3100-LER-ALUNO
                   PERFORM 3200-CONFERIR-ALUNO UNTIL FIM-CADASTRO
                   CLOSE ALUNO-MASTER
             END-IF.
             PERFORM 7900-TOTAL-SECAO.

       3100-LER-ALUNO.
             READ ALUNO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3200-CONFERIR-ALUNO.
             MOVE 'F'          TO DF-TIPO.
             MOVE AL-CPF       TO DF-NUMERO.
             MOVE AL-MATRICULA TO WRK-CHAVE.
             MOVE AL-NOME      TO WRK-NOME.
             PERFORM 7100-CONFERIR-DOCUMENTO.
             PERFORM 3100-LER-ALUNO.

       4000-PROFESSORES.
             MOVE 'PROFESSORES (PROFMST)' TO WRK-SECAO.
             PERFORM 7000-INICIAR-SECAO.
             OPEN INPUT PROFESSOR-MASTER.
             PERFORM 7050-CONFERIR-ABERTURA.
             IF NOT FIM-CADASTRO
                   PERFORM 4100-LER-PROFESSOR
                   PERFORM 4200-CONFERIR-PROFESSOR UNTIL FIM-CADASTRO
                   CLOSE PROFESSOR-MASTER
             END-IF.
             PERFORM 7900-TOTAL-SECAO.

       4100-LER-PROFESSOR.
             READ PROFESSOR-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4200-CONFERIR-PROFESSOR.
             MOVE 'F'       TO DF-TIPO.
             MOVE PF-CPF    TO DF-NUMERO.
             MOVE PF-CODIGO TO WRK-CHAVE.
             MOVE PF-NOME   TO WRK-NOME.
             PERFORM 7100-CONFERIR-DOCUMENTO.
             PERFORM 4100-LER-PROFESSOR.

       5000-DEPENDENTES.
             MOVE 'DEPENDENTES (DEPENDMST)' TO WRK-SECAO.
             PERFORM 7000-INICIAR-SECAO.
             OPEN INPUT DEPENDENTE-MASTER.
             PERFORM 7050-CONFERIR-ABERTURA.
             IF NOT FIM-CADASTRO
                   PERFORM 5100-LER-DEPENDENTE
                   PERFORM 5200-CONFERIR-DEPENDENTE
                         UNTIL FIM-CADASTRO
                   CLOSE DEPENDENTE-MASTER
             END-IF.
             PERFORM 7900-TOTAL-SECAO.

       5100-LER-DEPENDENTE.
             READ DEPENDENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       5200-CONFERIR-DEPENDENTE.
             MOVE 'F'    TO DF-TIPO.
             MOVE DP-CPF TO DF-NUMERO.
             MOVE SPACES TO WRK-CHAVE.
             STRING DP-MATRICULA '/' DP-SEQ
                    DELIMITED BY SIZE INTO WRK-CHAVE.
             MOVE DP-NOME TO WRK-NOME.
             PERFORM 7100-CONFERIR-DOCUMENTO.
             PERFORM 5100-LER-DEPENDENTE.

      *----------------------------------------------------------------
      * FUNCMST: CPF NAO NUMERICO (REGISTRO MIGRADO DO LAYOUT
      * ANTERIOR AO CPF) CONTA COMO SEM DOCUMENTO.
      *----------------------------------------------------------------
       6000-FUNCIONARIOS.
             MOVE 'FUNCIONARIOS (FUNCMST)' TO WRK-SECAO.
             PERFORM 7000-INICIAR-SECAO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             PERFORM 7050-CONFERIR-ABERTURA.
             IF NOT FIM-CADASTRO
                   PERFORM 6100-LER-FUNCIONARIO
                   PERFORM 6200-CONFERIR-FUNCIONARIO
                         UNTIL FIM-CADASTRO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.
             PERFORM 7900-TOTAL-SECAO.

       6100-LER-FUNCIONARIO.
             READ FUNCIONARIOS-ENTRADA NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       6200-CONFERIR-FUNCIONARIO.
             MOVE 'F' TO DF-TIPO.
             IF FP-CPF IS NUMERIC
                   MOVE FP-CPF TO DF-NUMERO
             ELSE
                   MOVE ZEROS TO DF-NUMERO
             END-IF.
             MOVE FP-MATRICULA TO WRK-CHAVE.
             MOVE FP-NOME      TO WRK-NOME.
             PERFORM 7100-CONFERIR-DOCUMENTO.
             PERFORM 6100-LER-FUNCIONARIO.

       7000-INICIAR-SECAO.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-SEM-DOC.
             MOVE ZEROS TO WRK-QT-INVALIDOS.
             MOVE 'N' TO WRK-EOF-SW.
             IF WRK-LINHAS-PAGINA + 6 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             MOVE WRK-SECAO TO LS-SECAO.
             MOVE SPACES TO LS-AUSENTE.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * CADASTRO AUSENTE SAI NA LINHA DA SECAO E NAO E LIDO.
      *----------------------------------------------------------------
       7050-CONFERIR-ABERTURA.
             MOVE WRK-FS-MESTRE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   MOVE 'CADASTRO AUSENTE' TO LS-AUSENTE
             END-IF.
             WRITE REL-EXCECAO-LINHA FROM LINHA-SECAO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       7100-CONFERIR-DOCUMENTO.
             ADD 1 TO WRK-QT-LIDOS.
             CALL 'CALC-DOCUMENTO' USING DF-PARM.
             IF NOT DF-VALIDO
                   IF DF-AUSENTE
                         ADD 1 TO WRK-QT-SEM-DOC
                         MOVE 'SEM DOCUMENTO' TO LE-SITUACAO
                   ELSE
                         ADD 1 TO WRK-QT-INVALIDOS
                         MOVE 'DIGITO INVALIDO' TO LE-SITUACAO
                   END-IF
                   ADD 1 TO WRK-TOT-EXCECOES
                   IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                         PERFORM 8000-CABECALHO
                   END-IF
                   MOVE WRK-CHAVE TO LE-CHAVE
                   MOVE WRK-NOME  TO LE-NOME
                   MOVE DF-NUMERO TO LE-DOCUMENTO
                   WRITE REL-EXCECAO-LINHA FROM LINHA-EXCECAO
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.

       7900-TOTAL-SECAO.
             MOVE WRK-QT-LIDOS     TO LT-LIDOS.
             MOVE WRK-QT-SEM-DOC   TO LT-SEM-DOC.
             MOVE WRK-QT-INVALIDOS TO LT-INVALIDOS.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TOTAL-SECAO.
             ADD 1 TO WRK-LINHAS-PAGINA.
             DISPLAY WRK-SECAO ' LIDOS ' WRK-QT-LIDOS
                     ' SEM DOC ' WRK-QT-SEM-DOC
                     ' INVALIDOS ' WRK-QT-INVALIDOS.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'CADASTROS SEM CPF/CNPJ VALIDO' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-EXCECAO-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-EXCECAO-LINHA FROM RPT-CABECALHO-DATA.
             WRITE REL-EXCECAO-LINHA FROM LINHA-TITULOS.
             MOVE ALL '-' TO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
             MOVE SPACES TO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             MOVE SPACES TO REL-EXCECAO-LINHA.
             STRING 'TOTAL DE REGISTROS A SANEAR: ' WRK-TOT-EXCECOES
                    DELIMITED BY SIZE INTO REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA.
             WRITE REL-EXCECAO-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-EXCECAO.
             DISPLAY 'RELATORIO DE CADASTROS SEM DOCUMENTO CONCLUIDO'.
             DISPLAY 'REGISTROS A SANEAR......: ' WRK-TOT-EXCECOES.

       END PROGRAM REL-SEM-DOCUMENTO.
