      * SEQUENCIA, NOME, DATA DE NASCIMENTO E TIPO F/C/O) E MANTEM O
      * DEPENDENTE-MASTER (COPYBOOK DEPEND), QUE ALIMENTA A DEDUCAO
      * POR DEPENDENTE DO IRRF E O SALARIO-FAMILIA DO FOLHA-PAGTO.
      * TIPO INVALIDO E REJEITADO. O CPF DO DEPENDENTE (ULTIMA COLUNA)
      * TEM O DIGITO VERIFICADOR CONFERIDO PELA SUBROTINA
      * CALC-DOCUMENTO E NAO PODE REPETIR ENTRE DEPENDENTES (O MESMO
      * DEPENDENTE SO PODE SER DEDUZIDO POR UM FUNCIONARIO); EM BRANCO
      * NA ALTERACAO, FICA O DO MESTRE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO CPF DO DEPENDENTE (DE-CPF) NA CARGA, COM
      *                 CONFERENCIA DO DIGITO VERIFICADOR E RECUSA DE
      *                 CPF JA CADASTRADO EM OUTRO DEPENDENTE.
      * 02/09/2026 DZ - PROGRAMA CRIADO, NOS MOLDES DO CARGA-BOX,
      *                 COM OS CODIGOS DE ACAO I/A/E DAS DEMAIS CARGAS.
      ******************************************************************
           05 DE-NOME          PIC X(30).
           05 DE-DT-NASC       PIC 9(08).
           05 DE-TIPO          PIC X(01).
           05 DE-CPF           PIC 9(11).

       FD  DEPENDENTE-MASTER.
       COPY depend.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE      VALUE 'S'.
       77 WRK-QT-SEM-CPF    PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-MST-SW    PIC X(01) VALUE 'N'.
         88 FIM-MESTRE         VALUE 'S'.
       77 WRK-DOC-SW        PIC X(01) VALUE 'S'.
         88 CPF-ACEITO         VALUE 'S'.
       77 WRK-DUPLICADO-SW  PIC X(01) VALUE 'N'.
         88 CPF-DUPLICADO      VALUE 'S'.
       77 WRK-CPF-NOVO      PIC 9(11) VALUE ZEROS.
       77 WRK-DOC-CHAVE     PIC 9(08) VALUE ZEROS.
       77 WRK-IX-PROPRIO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DOCS       PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-DOCS      PIC 9(05) VALUE 5000.
       01 TABELA-DOCUMENTOS.
          05 TD-DET OCCURS 5000 TIMES INDEXED BY IX-TD.
             10 TD-DOCUMENTO  PIC 9(14).
             10 TD-CHAVE      PIC 9(08).
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.
       COPY fstatus.

       PROCEDURE DIVISION.
                   CLOSE DEPENDENTE-MASTER
                   OPEN I-O DEPENDENTE-MASTER
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
             READ DEPENDENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MST-SW
             END-READ.

       1220-GUARDAR-DOCUMENTO.
             IF DP-CPF IS NUMERIC AND DP-CPF > ZEROS
                   IF WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE DP-CPF TO TD-DOCUMENTO(IX-TD)
                         MOVE DP-CHAVE TO TD-CHAVE(IX-TD)
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
             MOVE DE-MATRICULA TO DP-MATRICULA.
             MOVE DE-SEQ       TO DP-SEQ.
             MOVE DP-CHAVE     TO WRK-DOC-CHAVE.

             PERFORM 2050-BUSCAR-CHAVE.

                   DISPLAY 'INCLUSAO DUPLICADA DE DEPENDENTE: '
                           DE-MATRICULA ' SEQ ' DE-SEQ
             ELSE
                   IF DE-CPF IS NUMERIC
                         MOVE DE-CPF TO WRK-CPF-NOVO
                   ELSE
                         MOVE ZEROS TO WRK-CPF-NOVO
                   END-IF
                   PERFORM 2060-VALIDAR-CPF
                   IF NOT CPF-ACEITO
                         PERFORM 2090-REJEITAR-CPF
                   ELSE
                         MOVE DE-MATRICULA TO DP-MATRICULA
                         MOVE DE-SEQ       TO DP-SEQ
                         MOVE DE-NOME      TO DP-NOME
                         MOVE DE-DT-NASC   TO DP-DT-NASC
                         MOVE DE-TIPO      TO DP-TIPO
                         MOVE WRK-CPF-NOVO TO DP-CPF
                         WRITE DEPENDENTE-MASTER-REC
                         ADD 1 TO WRK-QT-CARGA
                         PERFORM 2700-ATUALIZAR-TABELA
                   END-IF
             END-IF.

       2200-ALTERAR.
                   DISPLAY 'ALTERACAO DE DEPENDENTE INEXISTENTE: '
                           DE-MATRICULA ' SEQ ' DE-SEQ
             ELSE
                   IF DE-CPF IS NUMERIC AND DE-CPF > ZEROS
                         MOVE DE-CPF TO WRK-CPF-NOVO
                         PERFORM 2060-VALIDAR-CPF
                   ELSE
                         MOVE DP-CPF TO WRK-CPF-NOVO
                         MOVE 'S' TO WRK-DOC-SW
                   END-IF
                   IF NOT CPF-ACEITO
                         PERFORM 2090-REJEITAR-CPF
                   ELSE
                         MOVE DE-NOME      TO DP-NOME
                         MOVE DE-DT-NASC   TO DP-DT-NASC
                         MOVE DE-TIPO      TO DP-TIPO
                         MOVE WRK-CPF-NOVO TO DP-CPF
                         REWRITE DEPENDENTE-MASTER-REC
                         ADD 1 TO WRK-QT-ATUALIZ
                         PERFORM 2700-ATUALIZAR-TABELA
                   END-IF
             END-IF.

       2300-EXCLUIR.
             ELSE
                   DELETE DEPENDENTE-MASTER
                   ADD 1 TO WRK-QT-EXCLUIDOS
                   MOVE ZEROS TO WRK-CPF-NOVO
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
                   DISPLAY 'CPF ' WRK-CPF-NOVO ' DO DEPENDENTE '
                           DE-MATRICULA ' SEQ ' DE-SEQ
                           ' JA CADASTRADO NO DEPENDENTE '
                           TD-CHAVE(IX-TD) ', REJEITADO'
             ELSE
                   DISPLAY 'CPF INVALIDO ' WRK-CPF-NOVO
                           ' DO DEPENDENTE ' DE-MATRICULA
                           ' SEQ ' DE-SEQ ', REJEITADO'
             END-IF.

       2050-BUSCAR-CHAVE.
             DISPLAY 'REGISTROS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'REGISTROS EXCLUIDOS.....: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.
             DISPLAY 'ACEITOS SEM CPF.........: ' WRK-QT-SEM-CPF.

       END PROGRAM CARGA-DEPENDENTE.
