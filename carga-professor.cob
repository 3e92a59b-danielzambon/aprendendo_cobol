      *          CONTESTADA, O SISTEMA SABERA DE QUEM ERA A TURMA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL PROFSEQ (ACAO I/A/E, CODIGO, NOME E
      * CPF) COM OS CODIGOS DE ACAO DAS DEMAIS CARGAS. O CPF TEM O
      * DIGITO VERIFICADOR CONFERIDO PELA SUBROTINA CALC-DOCUMENTO E
      * NAO PODE REPETIR ENTRE PROFESSORES; EM BRANCO NA ALTERACAO,
      * FICA O DO MESTRE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO CPF DO PROFESSOR (PR-CPF) NA CARGA, COM
      *                 CONFERENCIA DO DIGITO VERIFICADOR E RECUSA DE
      *                 CPF JA CADASTRADO EM OUTRO CODIGO.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 PR-ACAO          PIC X(01).
           05 PR-CODIGO        PIC 9(04).
           05 PR-NOME          PIC X(30).
           05 PR-CPF           PIC 9(11).

       FD  PROFESSOR-MASTER.
       COPY professor.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF    PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-MST-SW    PIC X(01) VALUE 'N'.
         88 FIM-MESTRE         VALUE 'S'.
       77 WRK-DOC-SW        PIC X(01) VALUE 'S'.
         88 CPF-ACEITO         VALUE 'S'.
       77 WRK-DUPLICADO-SW  PIC X(01) VALUE 'N'.
         88 CPF-DUPLICADO      VALUE 'S'.
       77 WRK-CPF-NOVO      PIC 9(11) VALUE ZEROS.
       77 WRK-DOC-CHAVE     PIC 9(04) VALUE ZEROS.
       77 WRK-IX-PROPRIO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DOCS       PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-DOCS      PIC 9(05) VALUE 5000.
       01 TABELA-DOCUMENTOS.
          05 TD-DET OCCURS 5000 TIMES INDEXED BY IX-TD.
             10 TD-DOCUMENTO  PIC 9(14).
             10 TD-CHAVE      PIC 9(04).
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.
       COPY fstatus.

       PROCEDURE DIVISION.
                   CLOSE PROFESSOR-MASTER
                   OPEN I-O PROFESSOR-MASTER
             END-IF.
             PERFORM 1200-CARREGAR-DOCUMENTOS.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

      *----------------------------------------------------------------
      * CPFS JA CADASTRADOS NO MESTRE, PARA A RECUSA DE CPF REPETIDO.
      * MESTRE MAIOR QUE A TABELA ABORTA A CARGA ANTES DE QUALQUER
      * GRAVACAO.
      *----------------------------------------------------------------
       1200-CARREGAR-DOCUMENTOS.
             MOVE ZEROS TO WRK-QT-DOCS.
             MOVE 'N' TO WRK-EOF-MST-SW.
             PERFORM 1210-LER-MESTRE.
             PERFORM 1220-GUARDAR-DOCUMENTO UNTIL FIM-MESTRE.

       1210-LER-MESTRE.
             READ PROFESSOR-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MST-SW
             END-READ.

       1220-GUARDAR-DOCUMENTO.
             IF PF-CPF IS NUMERIC AND PF-CPF > ZEROS
                   IF WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE PF-CPF TO TD-DOCUMENTO(IX-TD)
                         MOVE PF-CODIGO TO TD-CHAVE(IX-TD)
                   ELSE
                         DISPLAY 'TABELA DE DOCUMENTOS CHEIA ('
                                 WRK-MAX-DOCS '), CARGA ABORTADA'
                         MOVE 'S' TO WRK-EOF-MST-SW
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.
             IF NOT FIM-MESTRE
                   PERFORM 1210-LER-MESTRE
             END-IF.

       2000-PROCESSAR-ENTRADA.
             PERFORM 2050-BUSCAR-CHAVE.
             MOVE PR-CODIGO TO WRK-DOC-CHAVE.

             EVALUATE TRUE
                   WHEN PR-CODIGO IS NOT NUMERIC
                               DISPLAY 'INCLUSAO DUPLICADA DE '
                                       'PROFESSOR: ' PR-CODIGO
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN PR-ACAO = 'A'
                         IF NOT CHAVE-EXISTE
                               DISPLAY 'ALTERACAO DE PROFESSOR '
                                       'INEXISTENTE: ' PR-CODIGO
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN PR-ACAO = 'E'
                         IF NOT CHAVE-EXISTE
                         ELSE
                               DELETE PROFESSOR-MASTER
                               ADD 1 TO WRK-QT-EXCLUIDOS
                               MOVE ZEROS TO WRK-CPF-NOVO
                               PERFORM 2700-ATUALIZAR-TABELA
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO

             PERFORM 1100-LER-ENTRADA.

       2100-INCLUIR.
             IF PR-CPF IS NUMERIC
                   MOVE PR-CPF TO WRK-CPF-NOVO
             ELSE
                   MOVE ZEROS TO WRK-CPF-NOVO
             END-IF.
             PERFORM 2060-VALIDAR-CPF.
             IF NOT CPF-ACEITO
                   PERFORM 2090-REJEITAR-CPF
             ELSE
                   MOVE PR-CODIGO    TO PF-CODIGO
                   MOVE PR-NOME      TO PF-NOME
                   MOVE WRK-CPF-NOVO TO PF-CPF
                   WRITE PROFESSOR-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
                   PERFORM 2700-ATUALIZAR-TABELA
             END-IF.

       2200-ALTERAR.
             IF PR-CPF IS NUMERIC AND PR-CPF > ZEROS
                   MOVE PR-CPF TO WRK-CPF-NOVO
                   PERFORM 2060-VALIDAR-CPF
             ELSE
                   MOVE PF-CPF TO WRK-CPF-NOVO
                   MOVE 'S' TO WRK-DOC-SW
             END-IF.
             IF NOT CPF-ACEITO
                   PERFORM 2090-REJEITAR-CPF
             ELSE
                   MOVE PR-NOME      TO PF-NOME
                   MOVE WRK-CPF-NOVO TO PF-CPF
                   REWRITE PROFESSOR-MASTER-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   PERFORM 2700-ATUALIZAR-TABELA
             END-IF.

      *----------------------------------------------------------------
      * CPF ZERADO PASSA (COM CONTAGEM); INVALIDO OU JA USADO POR
      * OUTRA CHAVE DO MESTRE E RECUSADO.
      *----------------------------------------------------------------
       2060-VALIDAR-CPF.
             MOVE 'S' TO WRK-DOC-SW.
             MOVE 'F' TO DF-TIPO.
             MOVE WRK-CPF-NOVO TO DF-NUMERO.
             CALL 'CALC-DOCUMENTO' USING DF-PARM.
             EVALUATE TRUE
                   WHEN DF-AUSENTE
                         ADD 1 TO WRK-QT-SEM-CPF
                   WHEN DF-INVALIDO
                         MOVE 'N' TO WRK-DOC-SW
                   WHEN OTHER
                         PERFORM 2600-PROCURAR-DOCUMENTO
                         IF CPF-DUPLICADO
                               MOVE 'N' TO WRK-DOC-SW
                         END-IF
             END-EVALUATE.

      *----------------------------------------------------------------
      * VARRE A TABELA: CPF IGUAL EM OUTRA CHAVE E DUPLICIDADE (IX-TD
      * PARA NELA).
      *----------------------------------------------------------------
       2600-PROCURAR-DOCUMENTO.
             MOVE 'N' TO WRK-DUPLICADO-SW.
             SET IX-TD TO 1.
             PERFORM 2610-COMPARAR-DOCUMENTO
                   UNTIL IX-TD > WRK-QT-DOCS OR CPF-DUPLICADO.

       2610-COMPARAR-DOCUMENTO.
             IF TD-CHAVE(IX-TD) NOT = WRK-DOC-CHAVE
                   AND TD-DOCUMENTO(IX-TD) = DF-NUMERO
                   MOVE 'S' TO WRK-DUPLICADO-SW
             ELSE
                   SET IX-TD UP BY 1
             END-IF.

      *----------------------------------------------------------------
      * APOS A GRAVACAO, A ENTRADA DA CHAVE RECEBE O CPF GRAVADO (ZERO
      * NA EXCLUSAO); CHAVE NOVA COM CPF ENTRA NO FIM DA TABELA.
      *----------------------------------------------------------------
       2700-ATUALIZAR-TABELA.
             MOVE WRK-CPF-NOVO TO DF-NUMERO.
             MOVE ZEROS TO WRK-IX-PROPRIO.
             SET IX-TD TO 1.
             PERFORM 2710-PROCURAR-CHAVE
                   UNTIL IX-TD > WRK-QT-DOCS OR WRK-IX-PROPRIO > 0.
             IF WRK-IX-PROPRIO > 0
                   SET IX-TD TO WRK-IX-PROPRIO
                   MOVE DF-NUMERO TO TD-DOCUMENTO(IX-TD)
             ELSE
                   IF DF-NUMERO > ZEROS
                         AND WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE DF-NUMERO     TO TD-DOCUMENTO(IX-TD)
                         MOVE WRK-DOC-CHAVE TO TD-CHAVE(IX-TD)
                   END-IF
             END-IF.

       2710-PROCURAR-CHAVE.
             IF TD-CHAVE(IX-TD) = WRK-DOC-CHAVE
                   SET WRK-IX-PROPRIO TO IX-TD
             ELSE
                   SET IX-TD UP BY 1
             END-IF.

       2090-REJEITAR-CPF.
             ADD 1 TO WRK-QT-REJ-ACAO.
             IF CPF-DUPLICADO
                   DISPLAY 'CPF ' WRK-CPF-NOVO ' DO PROFESSOR '
                           PR-CODIGO ' JA CADASTRADO NO PROFESSOR '
                           TD-CHAVE(IX-TD) ', REJEITADO'
             ELSE
                   DISPLAY 'CPF INVALIDO ' WRK-CPF-NOVO
                           ' DO PROFESSOR ' PR-CODIGO ', REJEITADO'
             END-IF.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE PR-CODIGO TO PF-CODIGO.
             DISPLAY 'PROFESSORES ATUALIZADOS.: ' WRK-QT-ATUALIZ.
             DISPLAY 'PROFESSORES EXCLUIDOS...: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.
             DISPLAY 'ACEITOS SEM CPF.........: ' WRK-QT-SEM-CPF.

       END PROGRAM CARGA-PROFESSOR.
