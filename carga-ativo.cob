      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO CADASTRO DO ATIVO IMOBILIZADO
      *          (ATIVOMST) - CAMINHOES, RACKS, COMPUTADORES E
      *          EQUIPAMENTOS DO DEPOSITO - COM A PARTIDA DA AQUISICAO
      *          NO DIARIO (LANCTOS).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL ATIVOSEQ (ACAO I/A/E, CODIGO DO BEM,
      * DESCRICAO, CATEGORIA, FILIAL, DATA DE AQUISICAO, CUSTO,
      * FORNECEDOR E NUMERO DA NOTA) E MANTEM O ATIVO-MASTER:
      *   'I' INCLUI O BEM EM USO, COM A VIDA UTIL DA CATEGORIA NO
      *       ATIVCFG; CATEGORIA OU FILIAL (FILIAIS) DESCONHECIDA,
      *       FORNECEDOR FORA DO FORNMST, CUSTO ZERO OU COMPETENCIA
      *       CONTABIL DA AQUISICAO FECHADA (CTRL-COMPET) REJEITAM A
      *       INCLUSAO. A AQUISICAO VAI PARA O DIARIO NA DATA DA NOTA:
      *       D 1201 IMOBILIZADO / C 2103 FORNECEDORES DE IMOBILIZADO.
      *   'A' SO TROCA A DESCRICAO E A FILIAL (TRANSFERENCIA DO BEM);
      *       CUSTO, DATA E CATEGORIA SAO A BASE DA DEPRECIACAO E NAO
      *       MUDAM - CADASTRO ERRADO SE EXCLUI E INCLUI DE NOVO.
      *   'E' EXCLUI O BEM AINDA NAO DEPRECIADO NEM BAIXADO, ESTORNANDO
      *       A PARTIDA DA AQUISICAO NA DATA DE HOJE. BEM JA DEPRECIADO
      *       SAI PELO BAIXA-ATIVO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - AS PARTIDAS SAEM COM A RODADA DE LOTE ABERTA
      *                 NO CTRL-EXECUCAO NA PARTIDA DO PROGRAMA E
      *                 FECHADA NO FIM, E CADA INCLUSAO, ALTERACAO OU
      *                 EXCLUSAO NO ATIVOMST VAI PARA O JORNAL MUDJRN:
      *                 O ESTORNA-EXECUCAO DESFAZ A CARGA INTEIRA PELO
      *                 NUMERO DA RODADA.
      * 15/10/2026 DZ - PROGRAMA CRIADO, NOS MOLDES DO CARGA-BOX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ATIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVO-ENTRADA ASSIGN TO 'ATIVOSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT ATIVO-MASTER ASSIGN TO 'ATIVOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IM-CODIGO
                  FILE STATUS IS WRK-FS-ATIVO.

           SELECT ATIVO-CATEGORIA ASSIGN TO 'ATIVCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CATEGORIA.

           SELECT FILIAL-PARAM ASSIGN TO 'FILIAIS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FILIAL.

           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FO-CODIGO
                  FILE STATUS IS WRK-FS-FORNEC.

           SELECT DIARIO-LANCTOS ASSIGN TO 'LANCTOS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-ENTRADA.
       01  ATIVO-ENTRADA-REC.
           05 IE-ACAO          PIC X(01).
           05 IE-CODIGO        PIC 9(06).
           05 IE-DESCRICAO     PIC X(30).
           05 IE-CATEGORIA     PIC X(02).
           05 IE-FILIAL        PIC 9(02).
           05 IE-DATA-AQUISICAO PIC 9(08).
           05 IE-CUSTO         PIC 9(08)V99.
           05 IE-FORNECEDOR    PIC 9(06).
           05 IE-NOTA          PIC 9(09).

       FD  ATIVO-MASTER.
       COPY ativo.

       FD  ATIVO-CATEGORIA.
       COPY ativcfg.

       FD  FILIAL-PARAM.
       COPY filial.

       FD  FORNECEDOR-MASTER.
       COPY fornec.

       FD  DIARIO-LANCTOS.
       01  DIARIO-LANCTOS-REC.
           05 LC-DATA          PIC 9(08).
           05 LC-CONTA         PIC 9(04).
           05 LC-NATUREZA      PIC X(01).
           05 LC-VALOR         PIC 9(10)V99.
           05 LC-ORIGEM        PIC X(08).
           05 LC-EXECUCAO      PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA   PIC X(02) VALUE '00'.
       77 WRK-FS-ATIVO     PIC X(02) VALUE '00'.
       77 WRK-FS-CATEGORIA PIC X(02) VALUE '00'.
       77 WRK-FS-FILIAL    PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO    PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA         VALUE 'S'.
       77 WRK-EOF-CAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-CATEGORIAS      VALUE 'S'.
       77 WRK-EOF-FIL-SW   PIC X(01) VALUE 'N'.
         88 FIM-FILIAIS         VALUE 'S'.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE        VALUE 'S'.
       77 WRK-CAT-SW       PIC X(01) VALUE 'N'.
         88 CATEGORIA-ACHADA    VALUE 'S'.
       77 WRK-FILIAL-OK-SW PIC X(01) VALUE 'N'.
         88 FILIAL-VALIDA       VALUE 'S'.
       77 WRK-FORNEC-SW    PIC X(01) VALUE 'N'.
         88 FORNECEDOR-VALIDO   VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.

       77 WRK-QT-CARGA     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AQUISICAO PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       01 TABELA-CATEGORIAS.
          05 TCI-DET OCCURS 20 TIMES INDEXED BY IX-TCI.
             10 TCI-CATEGORIA  PIC X(02).
             10 TCI-VIDA-MESES PIC 9(03).
       77 WRK-QT-CATEGORIAS PIC 9(02) VALUE ZEROS.

       01 TABELA-FILIAIS.
          05 TFI-DET OCCURS 10 TIMES.
             10 TFI-CODIGO     PIC 9(02).
       77 WRK-QT-FILIAIS   PIC 9(02) VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.

       01 CP-PARM.
          05 CP-SUBSISTEMA    PIC X(08).
          05 CP-DATA          PIC 9(08).
          05 CP-SITUACAO      PIC X(01).
             88 CP-FECHADA         VALUE 'F'.
             88 CP-ABERTA          VALUE 'A'.
       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE ZEROS TO WRK-QT-CARGA.
             MOVE ZEROS TO WRK-QT-ATUALIZ.
             MOVE ZEROS TO WRK-QT-EXCLUIDOS.
             MOVE ZEROS TO WRK-QT-REJ-ACAO.
             MOVE ZEROS TO WRK-QT-LANCTOS.
             MOVE ZEROS TO WRK-TOT-AQUISICAO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0500-CARREGAR-CATEGORIAS.
             PERFORM 0600-CARREGAR-FILIAIS.
             PERFORM 8600-ABRIR-EXECUCAO.
             PERFORM 1000-ABRIR.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             PERFORM 8650-FECHAR-EXECUCAO.
             GOBACK.

       0500-CARREGAR-CATEGORIAS.
             MOVE ZEROS TO WRK-QT-CATEGORIAS.
             MOVE 'N' TO WRK-EOF-CAT-SW.
             OPEN INPUT ATIVO-CATEGORIA.
             MOVE WRK-FS-CATEGORIA TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0510-LER-CATEGORIA
                   PERFORM 0520-GUARDAR-CATEGORIA
                         UNTIL FIM-CATEGORIAS
                   CLOSE ATIVO-CATEGORIA
             ELSE
                   DISPLAY 'PARAMETRO ATIVCFG AUSENTE, NENHUM BEM '
                           'SERA INCLUIDO'
             END-IF.

       0510-LER-CATEGORIA.
             READ ATIVO-CATEGORIA
                   AT END MOVE 'S' TO WRK-EOF-CAT-SW
             END-READ.

       0520-GUARDAR-CATEGORIA.
             IF WRK-QT-CATEGORIAS < 20 AND CI-VIDA-MESES > ZEROS
                   ADD 1 TO WRK-QT-CATEGORIAS
                   SET IX-TCI TO WRK-QT-CATEGORIAS
                   MOVE CI-CATEGORIA  TO TCI-CATEGORIA(IX-TCI)
                   MOVE CI-VIDA-MESES TO TCI-VIDA-MESES(IX-TCI)
             END-IF.
             PERFORM 0510-LER-CATEGORIA.

       0600-CARREGAR-FILIAIS.
             MOVE ZEROS TO WRK-QT-FILIAIS.
             MOVE 'N' TO WRK-EOF-FIL-SW.
             OPEN INPUT FILIAL-PARAM.
             MOVE WRK-FS-FILIAL TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 0610-LER-FILIAL
                   PERFORM 0620-GUARDAR-FILIAL UNTIL FIM-FILIAIS
                   CLOSE FILIAL-PARAM
             ELSE
                   DISPLAY 'PARAMETRO FILIAIS AUSENTE, CODIGO DE '
                           'FILIAL NAO SERA VALIDADO'
             END-IF.

       0610-LER-FILIAL.
             READ FILIAL-PARAM
                   AT END MOVE 'S' TO WRK-EOF-FIL-SW
             END-READ.

       0620-GUARDAR-FILIAL.
             IF WRK-QT-FILIAIS < 10
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE FI-CODIGO TO TFI-CODIGO(WRK-QT-FILIAIS)
             END-IF.
             PERFORM 0610-LER-FILIAL.

       1000-ABRIR.
             OPEN INPUT ATIVO-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'ARQUIVO ATIVOSEQ INEXISTENTE, NENHUMA '
                           'MANUTENCAO NO IMOBILIZADO'
             END-IF.
             OPEN I-O ATIVO-MASTER.
             MOVE WRK-FS-ATIVO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE ATIVO-MASTER
                   OPEN OUTPUT ATIVO-MASTER
                   CLOSE ATIVO-MASTER
                   OPEN I-O ATIVO-MASTER
             END-IF.
             OPEN INPUT FORNECEDOR-MASTER.
             OPEN EXTEND DIARIO-LANCTOS.
             MOVE WRK-FS-DIARIO TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE DIARIO-LANCTOS
                   OPEN OUTPUT DIARIO-LANCTOS
             END-IF.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ ATIVO-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-ENTRADA.
             MOVE IE-CODIGO TO IM-CODIGO.

             PERFORM 2050-BUSCAR-CHAVE.

             EVALUATE IE-ACAO
                   WHEN 'I' PERFORM 2100-INCLUIR
                   WHEN 'A' PERFORM 2200-ALTERAR
                   WHEN 'E' PERFORM 2300-EXCLUIR
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 IE-ACAO ' BEM ' IE-CODIGO
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             READ ATIVO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       2100-INCLUIR.
             MOVE SPACES TO WRK-MOTIVO.
             IF CHAVE-EXISTE
                   MOVE 'INCLUSAO DUPLICADA' TO WRK-MOTIVO
             ELSE
                   PERFORM 2110-VALIDAR-INCLUSAO
             END-IF.
             IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'BEM ' IE-CODIGO ' REJEITADO: ' WRK-MOTIVO
             ELSE
                   MOVE IE-CODIGO         TO IM-CODIGO
                   MOVE IE-DESCRICAO      TO IM-DESCRICAO
                   MOVE IE-CATEGORIA      TO IM-CATEGORIA
                   MOVE IE-FILIAL         TO IM-FILIAL
                   MOVE IE-DATA-AQUISICAO TO IM-DATA-AQUISICAO
                   MOVE IE-CUSTO          TO IM-CUSTO
                   MOVE IE-FORNECEDOR     TO IM-FORNECEDOR
                   MOVE IE-NOTA           TO IM-NOTA
                   MOVE TCI-VIDA-MESES(IX-TCI) TO IM-VIDA-MESES
                   MOVE ZEROS             TO IM-MESES-DEPREC
                   MOVE ZEROS             TO IM-DEPREC-ACUM
                   MOVE ZEROS             TO IM-ULTIMA-COMPET
                   MOVE 'A'               TO IM-SITUACAO
                   MOVE ZEROS             TO IM-DATA-BAIXA
                   MOVE ZEROS             TO IM-VALOR-BAIXA
                   WRITE ATIVO-MASTER-REC
                   MOVE SPACES TO JP-ANTES
                   MOVE ATIVO-MASTER-REC TO JP-DEPOIS
                   MOVE 'I' TO JP-OPERACAO
                   PERFORM 8800-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-CARGA
                   ADD IM-CUSTO TO WRK-TOT-AQUISICAO
                   MOVE IM-CUSTO          TO LC-VALOR
                   MOVE IM-DATA-AQUISICAO TO LC-DATA
                   MOVE 1201 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 2900-GRAVAR-LANCTO
                   MOVE 2103 TO LC-CONTA
                   MOVE 'C'  TO LC-NATUREZA
                   PERFORM 2900-GRAVAR-LANCTO
             END-IF.

       2110-VALIDAR-INCLUSAO.
             PERFORM 2120-BUSCAR-CATEGORIA.
             PERFORM 2130-VALIDAR-FILIAL.
             PERFORM 2140-VALIDAR-FORNECEDOR.
             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE IE-DATA-AQUISICAO TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             EVALUATE TRUE
                   WHEN NOT CATEGORIA-ACHADA
                         MOVE 'CATEGORIA FORA DO ATIVCFG' TO WRK-MOTIVO
                   WHEN NOT FILIAL-VALIDA
                         MOVE 'FILIAL NAO CADASTRADA' TO WRK-MOTIVO
                   WHEN NOT FORNECEDOR-VALIDO
                         MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
                   WHEN IE-CUSTO NOT > ZEROS
                         MOVE 'CUSTO DE AQUISICAO ZERADO' TO WRK-MOTIVO
                   WHEN IE-DATA-AQUISICAO > WRK-DATA-HOJE
                         MOVE 'DATA DE AQUISICAO FUTURA' TO WRK-MOTIVO
                   WHEN CP-FECHADA
                         MOVE 'COMPETENCIA DA AQUISICAO FECHADA'
                              TO WRK-MOTIVO
             END-EVALUATE.

       2120-BUSCAR-CATEGORIA.
             MOVE 'N' TO WRK-CAT-SW.
             SET IX-TCI TO 1.
             PERFORM 2121-COMPARAR-CATEGORIA
                   UNTIL IX-TCI > WRK-QT-CATEGORIAS
                         OR CATEGORIA-ACHADA.

       2121-COMPARAR-CATEGORIA.
             IF TCI-CATEGORIA(IX-TCI) = IE-CATEGORIA
                   MOVE 'S' TO WRK-CAT-SW
             ELSE
                   SET IX-TCI UP BY 1
             END-IF.

       2130-VALIDAR-FILIAL.
             IF WRK-QT-FILIAIS = ZEROS
                   MOVE 'S' TO WRK-FILIAL-OK-SW
             ELSE
                   MOVE 'N' TO WRK-FILIAL-OK-SW
                   MOVE 1 TO WRK-IX-FIL
                   PERFORM 2131-COMPARAR-FILIAL
                         UNTIL WRK-IX-FIL > WRK-QT-FILIAIS
                            OR FILIAL-VALIDA
             END-IF.

       2131-COMPARAR-FILIAL.
             IF IE-FILIAL = TFI-CODIGO(WRK-IX-FIL)
                   MOVE 'S' TO WRK-FILIAL-OK-SW
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       2140-VALIDAR-FORNECEDOR.
             IF WRK-FS-FORNEC = '35'
                   MOVE 'S' TO WRK-FORNEC-SW
             ELSE
                   MOVE IE-FORNECEDOR TO FO-CODIGO
                   READ FORNECEDOR-MASTER
                         INVALID KEY
                               MOVE 'N' TO WRK-FORNEC-SW
                         NOT INVALID KEY
                               MOVE 'S' TO WRK-FORNEC-SW
                   END-READ
             END-IF.

       2200-ALTERAR.
             MOVE SPACES TO WRK-MOTIVO.
             PERFORM 2130-VALIDAR-FILIAL.
             EVALUATE TRUE
                   WHEN NOT CHAVE-EXISTE
                         MOVE 'ALTERACAO DE BEM INEXISTENTE'
                              TO WRK-MOTIVO
                   WHEN IM-BAIXADO
                         MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                   WHEN NOT FILIAL-VALIDA
                         MOVE 'FILIAL NAO CADASTRADA' TO WRK-MOTIVO
             END-EVALUATE.
             IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'BEM ' IE-CODIGO ' REJEITADO: ' WRK-MOTIVO
             ELSE
                   MOVE ATIVO-MASTER-REC TO JP-ANTES
                   MOVE IE-DESCRICAO TO IM-DESCRICAO
                   MOVE IE-FILIAL    TO IM-FILIAL
                   REWRITE ATIVO-MASTER-REC
                   MOVE ATIVO-MASTER-REC TO JP-DEPOIS
                   MOVE 'A' TO JP-OPERACAO
                   PERFORM 8800-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-ATUALIZ
             END-IF.

      *----------------------------------------------------------------
      * A EXCLUSAO ESTORNA A AQUISICAO NA DATA DE HOJE, ENTAO E A
      * COMPETENCIA CORRENTE QUE PRECISA ESTAR ABERTA.
      *----------------------------------------------------------------
       2300-EXCLUIR.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE 'CONTAB' TO CP-SUBSISTEMA.
             MOVE WRK-DATA-HOJE TO CP-DATA.
             CALL 'CTRL-COMPET' USING CP-PARM.
             EVALUATE TRUE
                   WHEN NOT CHAVE-EXISTE
                         MOVE 'EXCLUSAO DE BEM INEXISTENTE'
                              TO WRK-MOTIVO
                   WHEN IM-BAIXADO
                         MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                   WHEN IM-MESES-DEPREC > ZEROS
                         MOVE 'BEM JA DEPRECIADO, USAR O BAIXA-ATIVO'
                              TO WRK-MOTIVO
                   WHEN CP-FECHADA
                         MOVE 'COMPETENCIA CONTABIL CORRENTE FECHADA'
                              TO WRK-MOTIVO
             END-EVALUATE.
             IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QT-REJ-ACAO
                   DISPLAY 'BEM ' IE-CODIGO ' REJEITADO: ' WRK-MOTIVO
             ELSE
                   MOVE IM-CUSTO      TO LC-VALOR
                   MOVE WRK-DATA-HOJE TO LC-DATA
                   MOVE 2103 TO LC-CONTA
                   MOVE 'D'  TO LC-NATUREZA
                   PERFORM 2900-GRAVAR-LANCTO
                   MOVE 1201 TO LC-CONTA
                   MOVE 'C'  TO LC-NATUREZA
                   PERFORM 2900-GRAVAR-LANCTO
                   MOVE ATIVO-MASTER-REC TO JP-ANTES
                   DELETE ATIVO-MASTER
                   MOVE SPACES TO JP-DEPOIS
                   MOVE 'E' TO JP-OPERACAO
                   PERFORM 8800-GRAVAR-JORNAL
                   ADD 1 TO WRK-QT-EXCLUIDOS
             END-IF.

       2900-GRAVAR-LANCTO.
             MOVE 'IMOBILIZ' TO LC-ORIGEM.
             MOVE EL-EXECUCAO TO LC-EXECUCAO.
             WRITE DIARIO-LANCTOS-REC.
             ADD 1 TO WRK-QT-LANCTOS.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA O QUE ESTE LOTE GRAVA,
      * PARA O ESTORNA-EXECUCAO DESFAZER A RODADA PELO NUMERO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'CARGA-ATIVO' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       8800-GRAVAR-JORNAL.
             MOVE 'ATIVOMST' TO JP-ARQUIVO.
             MOVE 'CARGA-ATIVO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       9000-ENCERRAR.
             IF WRK-FS-ENTRADA NOT = '35'
                   CLOSE ATIVO-ENTRADA
             END-IF.
             CLOSE ATIVO-MASTER.
             IF WRK-FS-FORNEC NOT = '35'
                   CLOSE FORNECEDOR-MASTER
             END-IF.
             CLOSE DIARIO-LANCTOS.
             DISPLAY 'CARGA DO ATIVO IMOBILIZADO CONCLUIDA'.
             DISPLAY 'BENS INCLUIDOS..........: ' WRK-QT-CARGA.
             DISPLAY 'BENS ATUALIZADOS........: ' WRK-QT-ATUALIZ.
             DISPLAY 'BENS EXCLUIDOS..........: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.
             DISPLAY 'CUSTO DAS AQUISICOES....: ' WRK-TOT-AQUISICAO.
             DISPLAY 'PARTIDAS NO DIARIO......: ' WRK-QT-LANCTOS.

       END PROGRAM CARGA-ATIVO.
