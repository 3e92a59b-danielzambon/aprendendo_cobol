      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CARGA/MANUTENCAO DO CADASTRO DE FUNCIONARIOS (FUNCMST,
      *          COPYBOOK FOLHAFUN, INDEXADO POR MATRICULA), QUE
      *          SUBSTITUI O FOLHENT SEQUENCIAL COMO ENTRADA DO
      *          FOLHA-PAGTO E DOS DEMAIS PROGRAMAS DA FOLHA. TODA
      *          INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O JORNAL
      *          MUDJRN (SUBROTINA GRAVA-JORNAL) E TODA MUDANCA DE
      *          SALARIO, CARGO, FILIAL, DOMICILIO BANCARIO OU SITUACAO
      *          GANHA
      *          UMA LINHA DATADA COM O MOTIVO NO HISTORICO FUNCIONAL
      *          FUNCHIST (SUBROTINA GRAVA-HIST-FUNC).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL FUNCSEQ: ACAO (I/A/E), MOTIVO, DATA DE
      * VIGENCIA E OS CAMPOS DO CADASTRO NO LAYOUT DO FOLHAFUN.
      *
      * MOTIVOS (COPYBOOK FUNCHIST): ADM ADMISSAO, DIS DISSIDIO, PRO
      * PROMOCAO, MER MERITO, TRF TRANSFERENCIA DE FILIAL, BCO TROCA
      * DE DOMICILIO BANCARIO, DSL DESLIGAMENTO, COR CORRECAO DE
      * CADASTRO. A INCLUSAO E SEMPRE ADMISSAO (MOTIVO EM BRANCO VIRA
      * ADM). NA ALTERACAO, CAMPO EM BRANCO FICA COM O VALOR DO
      * CADASTRO; SE SALARIO, CARGO, FILIAL, AGENCIA/CONTA OU DATA DE
      * DESLIGAMENTO MUDAREM, O MOTIVO E OBRIGATORIO, E O
      * DESLIGAMENTO (DATA ZERADA PASSANDO A PREENCHIDA) SO ENTRA COM
      * MOTIVO DSL. A VIGENCIA EM BRANCO VIRA A ADMISSAO NA
      * INCLUSAO, O DESLIGAMENTO NO MOTIVO DSL E A DATA DO DIA NOS
      * DEMAIS CASOS.
      *
      * O CPF TEM O DIGITO VERIFICADOR CONFERIDO PELA SUBROTINA
      * CALC-DOCUMENTO E NAO PODE REPETIR EM OUTRA MATRICULA. A
      * EXCLUSAO E PARA INCLUSAO INDEVIDA - FUNCIONARIO QUE SAI DA
      * EMPRESA E DESLIGADO (MOTIVO DSL), NAO EXCLUIDO - E TAMBEM
      * FICA REGISTRADA NO HISTORICO (MOTIVO EXC).
      *
      * O CARGO (FP-CARGO) PRECISA EXISTIR NA TABELA CARGOMST
      * (CARGA-CARGO); ZERO = SEM CARGO. A TROCA DE CARGO NORMALMENTE
      * VEM COM O MOTIVO PRO (PROMOCAO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO FC-CARGO NO FUNCSEQ (CARGO DO FUNCIONARIO,
      *                 CONFERIDO NA TABELA CARGOMST); A TROCA DE CARGO
      *                 EXIGE MOTIVO E ENTRA NO HISTORICO FUNCIONAL.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-FUNCIONARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-FUNC.

           SELECT CARGO-MASTER ASSIGN TO 'CARGOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WRK-FS-CARGO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-ENTRADA.
       01  FUNCIONARIOS-ENTRADA-REC.
           05 FC-ACAO          PIC X(01).
           05 FC-MOTIVO        PIC X(03).
           05 FC-DT-VIGENCIA   PIC 9(08).
           05 FC-MATRICULA     PIC 9(06).
           05 FC-NOME          PIC X(30).
           05 FC-SALARIO       PIC 9(06)V99.
           05 FC-MOEDA         PIC X(03).
           05 FC-AGENCIA       PIC 9(04).
           05 FC-CONTA         PIC 9(08).
           05 FC-DT-ADMISSAO   PIC 9(08).
           05 FC-DT-DESLIG     PIC 9(08).
           05 FC-FILIAL        PIC 9(02).
           05 FC-CPF           PIC 9(11).
           05 FC-CARGO         PIC 9(04).

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  CARGO-MASTER.
       COPY cargo.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA PIC X(02) VALUE '00'.
       77 WRK-FS-FUNC    PIC X(02) VALUE '00'.
       77 WRK-FS-CARGO   PIC X(02) VALUE '00'.
       77 WRK-CARGOS-SW  PIC X(01) VALUE 'N'.
         88 CARGOS-ABERTOS     VALUE 'S'.
       77 WRK-EOF-SW     PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-HISTORICO  PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-MST-SW    PIC X(01) VALUE 'N'.
         88 FIM-MESTRE         VALUE 'S'.
       77 WRK-DOC-SW        PIC X(01) VALUE 'S'.
         88 CPF-ACEITO         VALUE 'S'.
       77 WRK-DUPLICADO-SW  PIC X(01) VALUE 'N'.
         88 CPF-DUPLICADO      VALUE 'S'.
       77 WRK-LINHA-SW      PIC X(01) VALUE 'S'.
         88 LINHA-ACEITA       VALUE 'S'.
       77 WRK-MOTIVO-REJ    PIC X(40) VALUE SPACES.
       77 WRK-CPF-NOVO      PIC 9(11) VALUE ZEROS.
       77 WRK-DOC-CHAVE     PIC 9(06) VALUE ZEROS.
       77 WRK-IX-PROPRIO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DOCS       PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-DOCS      PIC 9(05) VALUE 5000.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77 WRK-MOTIVO        PIC X(03) VALUE SPACES.
         88 MOTIVO-DE-ALTERACAO VALUE 'DIS' 'PRO' 'MER' 'TRF'
                                      'BCO' 'DSL' 'COR'.
       01 TABELA-DOCUMENTOS.
          05 TD-DET OCCURS 5000 TIMES INDEXED BY IX-TD.
             10 TD-DOCUMENTO  PIC 9(14).
             10 TD-CHAVE      PIC 9(06).
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 HP-PARM.
          05 HP-MOTIVO        PIC X(03).
          05 HP-DT-VIGENCIA   PIC 9(08).
          05 HP-PROGRAMA      PIC X(18).
          05 HP-ANTES         PIC X(92).
          05 HP-DEPOIS        PIC X(92).
          05 HP-GRAVADO       PIC X(01).
       COPY folhafun REPLACING
            ==FOLHA-FUNCIONARIO-REC== BY ==FUNC-ANTES-REC==
            ==FP-MATRICULA==    BY ==FA-MATRICULA==
            ==FP-NOME==         BY ==FA-NOME==
            ==FP-SALARIO==      BY ==FA-SALARIO==
            ==FP-MOEDA==        BY ==FA-MOEDA==
            ==FP-AGENCIA==      BY ==FA-AGENCIA==
            ==FP-CONTA==        BY ==FA-CONTA==
            ==FP-DT-ADMISSAO==  BY ==FA-DT-ADMISSAO==
            ==FP-DT-DESLIG==    BY ==FA-DT-DESLIG==
            ==FP-FILIAL==       BY ==FA-FILIAL==
            ==FP-CPF==          BY ==FA-CPF==
            ==FP-CARGO==        BY ==FA-CARGO==.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 1000-ABRIR.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE 'FUNCMST'           TO JP-ARQUIVO.
             MOVE 'CARGA-FUNCIONARIO' TO JP-PROGRAMA.
             MOVE 'CARGA-FUNCIONARIO' TO HP-PROGRAMA.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-SW
                   DISPLAY 'FUNCSEQ INEXISTENTE, NADA A CARREGAR'
             END-IF.
             OPEN I-O FUNCIONARIO-MASTER.
             MOVE WRK-FS-FUNC TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE FUNCIONARIO-MASTER
                   OPEN OUTPUT FUNCIONARIO-MASTER
                   CLOSE FUNCIONARIO-MASTER
                   OPEN I-O FUNCIONARIO-MASTER
             END-IF.
             MOVE 'N' TO WRK-CARGOS-SW.
             OPEN INPUT CARGO-MASTER.
             MOVE WRK-FS-CARGO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE 'S' TO WRK-CARGOS-SW
             END-IF.
             PERFORM 1200-CARREGAR-DOCUMENTOS.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
             IF NOT FIM-ENTRADA
                   READ FUNCIONARIOS-ENTRADA
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.

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
             READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MST-SW
             END-READ.

       1220-GUARDAR-DOCUMENTO.
             IF FP-CPF IS NUMERIC AND FP-CPF > ZEROS
                   IF WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE FP-CPF TO TD-DOCUMENTO(IX-TD)
                         MOVE FP-MATRICULA TO TD-CHAVE(IX-TD)
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
             MOVE FC-MATRICULA TO WRK-DOC-CHAVE.
             MOVE FC-MOTIVO TO WRK-MOTIVO.

             EVALUATE TRUE
                   WHEN FC-MATRICULA IS NOT NUMERIC
                        OR FC-MATRICULA = ZEROS
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'MATRICULA INVALIDA REJEITADA'
                   WHEN FC-ACAO = 'I'
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'INCLUSAO DUPLICADA DE '
                                       'FUNCIONARIO: ' FC-MATRICULA
                         ELSE
                               PERFORM 2100-INCLUIR
                         END-IF
                   WHEN FC-ACAO = 'A'
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'ALTERACAO DE FUNCIONARIO '
                                       'INEXISTENTE: ' FC-MATRICULA
                         ELSE
                               PERFORM 2200-ALTERAR
                         END-IF
                   WHEN FC-ACAO = 'E'
                         IF NOT CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                               DISPLAY 'EXCLUSAO DE FUNCIONARIO '
                                       'INEXISTENTE: ' FC-MATRICULA
                         ELSE
                               PERFORM 2300-EXCLUIR
                         END-IF
                   WHEN OTHER
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE ACAO INVALIDO: '
                                 FC-ACAO ' FUNCIONARIO ' FC-MATRICULA
             END-EVALUATE.

             PERFORM 1100-LER-ENTRADA.

      *----------------------------------------------------------------
      * INCLUSAO = ADMISSAO: SALARIO POSITIVO E DATA DE ADMISSAO SAO
      * OBRIGATORIOS; MOEDA EM BRANCO VIRA BRL; AGENCIA, CONTA E
      * FILIAL EM BRANCO ENTRAM ZERADAS (A FOLHA RECUSA FILIAL
      * INEXISTENTE NA RODADA).
      *----------------------------------------------------------------
       2100-INCLUIR.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.
             EVALUATE TRUE
                   WHEN WRK-MOTIVO NOT = SPACES
                        AND WRK-MOTIVO NOT = 'ADM'
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'INCLUSAO SO COM MOTIVO ADM'
                              TO WRK-MOTIVO-REJ
                   WHEN FC-SALARIO IS NOT NUMERIC
                        OR FC-SALARIO = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'SALARIO INVALIDO' TO WRK-MOTIVO-REJ
                   WHEN FC-DT-ADMISSAO IS NOT NUMERIC
                        OR FC-DT-ADMISSAO = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'DATA DE ADMISSAO OBRIGATORIA'
                              TO WRK-MOTIVO-REJ
             END-EVALUATE.

             IF LINHA-ACEITA
                   PERFORM 2080-VALIDAR-CARGO
             END-IF.

             IF LINHA-ACEITA
                   IF FC-CPF IS NUMERIC
                         MOVE FC-CPF TO WRK-CPF-NOVO
                   ELSE
                         MOVE ZEROS TO WRK-CPF-NOVO
                   END-IF
                   PERFORM 2060-VALIDAR-CPF
                   IF NOT CPF-ACEITO
                         PERFORM 2090-REJEITAR-CPF
                         MOVE 'N' TO WRK-LINHA-SW
                   END-IF
             ELSE
                   PERFORM 2095-REJEITAR-LINHA
             END-IF.

             IF LINHA-ACEITA
                   MOVE FC-MATRICULA   TO FP-MATRICULA
                   MOVE FC-NOME        TO FP-NOME
                   MOVE FC-SALARIO     TO FP-SALARIO
                   IF FC-MOEDA = SPACES
                         MOVE 'BRL' TO FP-MOEDA
                   ELSE
                         MOVE FC-MOEDA TO FP-MOEDA
                   END-IF
                   MOVE ZEROS TO FP-AGENCIA FP-CONTA FP-DT-DESLIG
                                 FP-FILIAL FP-CARGO
                   IF FC-AGENCIA IS NUMERIC
                         MOVE FC-AGENCIA TO FP-AGENCIA
                   END-IF
                   IF FC-CONTA IS NUMERIC
                         MOVE FC-CONTA TO FP-CONTA
                   END-IF
                   IF FC-FILIAL IS NUMERIC
                         MOVE FC-FILIAL TO FP-FILIAL
                   END-IF
                   IF FC-CARGO IS NUMERIC
                         MOVE FC-CARGO TO FP-CARGO
                   END-IF
                   MOVE FC-DT-ADMISSAO TO FP-DT-ADMISSAO
                   MOVE WRK-CPF-NOVO   TO FP-CPF
                   WRITE FOLHA-FUNCIONARIO-REC
                   ADD 1 TO WRK-QT-CARGA
                   PERFORM 2700-ATUALIZAR-TABELA

                   MOVE 'I' TO JP-OPERACAO
                   MOVE SPACES TO JP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL

                   MOVE 'ADM' TO HP-MOTIVO
                   IF FC-DT-VIGENCIA IS NUMERIC
                         AND FC-DT-VIGENCIA > ZEROS
                         MOVE FC-DT-VIGENCIA TO HP-DT-VIGENCIA
                   ELSE
                         MOVE FP-DT-ADMISSAO TO HP-DT-VIGENCIA
                   END-IF
                   MOVE SPACES TO HP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS
                   PERFORM 8900-GRAVAR-HISTORICO
             END-IF.

      *----------------------------------------------------------------
      * ALTERACAO: A IMAGEM DO CADASTRO E GUARDADA ANTES DE APLICAR
      * OS CAMPOS PREENCHIDOS DA LINHA; A MUDANCA DE CAMPO
      * ACOMPANHADO PELO HISTORICO EXIGE MOTIVO.
      *----------------------------------------------------------------
       2200-ALTERAR.
             MOVE FOLHA-FUNCIONARIO-REC TO FUNC-ANTES-REC.
             MOVE 'S' TO WRK-LINHA-SW.
             MOVE SPACES TO WRK-MOTIVO-REJ.

             IF FC-NOME NOT = SPACES
                   MOVE FC-NOME TO FP-NOME
             END-IF.
             IF FC-MOEDA NOT = SPACES
                   MOVE FC-MOEDA TO FP-MOEDA
             END-IF.
             IF FC-SALARIO IS NUMERIC
                   IF FC-SALARIO = ZEROS
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'SALARIO INVALIDO' TO WRK-MOTIVO-REJ
                   ELSE
                         MOVE FC-SALARIO TO FP-SALARIO
                   END-IF
             END-IF.
             IF FC-AGENCIA IS NUMERIC
                   MOVE FC-AGENCIA TO FP-AGENCIA
             END-IF.
             IF FC-CONTA IS NUMERIC
                   MOVE FC-CONTA TO FP-CONTA
             END-IF.
             IF FC-FILIAL IS NUMERIC
                   MOVE FC-FILIAL TO FP-FILIAL
             END-IF.
             IF FC-CARGO IS NUMERIC
                   MOVE FC-CARGO TO FP-CARGO
             END-IF.
             IF FC-DT-ADMISSAO IS NUMERIC AND FC-DT-ADMISSAO > ZEROS
                   MOVE FC-DT-ADMISSAO TO FP-DT-ADMISSAO
             END-IF.
             IF FC-DT-DESLIG IS NUMERIC
                   MOVE FC-DT-DESLIG TO FP-DT-DESLIG
             END-IF.

             IF LINHA-ACEITA
                   PERFORM 2080-VALIDAR-CARGO
             END-IF.

             IF LINHA-ACEITA
                   PERFORM 2250-CONFERIR-MOTIVO
             END-IF.

             IF LINHA-ACEITA
                   IF FC-CPF IS NUMERIC AND FC-CPF > ZEROS
                         MOVE FC-CPF TO WRK-CPF-NOVO
                         PERFORM 2060-VALIDAR-CPF
                   ELSE
                         MOVE FA-CPF TO WRK-CPF-NOVO
                         MOVE 'S' TO WRK-DOC-SW
                   END-IF
                   IF NOT CPF-ACEITO
                         PERFORM 2090-REJEITAR-CPF
                         MOVE 'N' TO WRK-LINHA-SW
                   END-IF
             ELSE
                   PERFORM 2095-REJEITAR-LINHA
             END-IF.

             IF LINHA-ACEITA
                   MOVE WRK-CPF-NOVO TO FP-CPF
                   REWRITE FOLHA-FUNCIONARIO-REC
                   ADD 1 TO WRK-QT-ATUALIZ
                   PERFORM 2700-ATUALIZAR-TABELA

                   MOVE 'A' TO JP-OPERACAO
                   MOVE FUNC-ANTES-REC TO JP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO JP-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL

                   MOVE WRK-MOTIVO TO HP-MOTIVO
                   EVALUATE TRUE
                         WHEN FC-DT-VIGENCIA IS NUMERIC
                              AND FC-DT-VIGENCIA > ZEROS
                               MOVE FC-DT-VIGENCIA TO HP-DT-VIGENCIA
                         WHEN WRK-MOTIVO = 'DSL'
                               MOVE FP-DT-DESLIG TO HP-DT-VIGENCIA
                         WHEN OTHER
                               MOVE WRK-DATA-HOJE TO HP-DT-VIGENCIA
                   END-EVALUATE
                   MOVE FUNC-ANTES-REC TO HP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS
                   PERFORM 8900-GRAVAR-HISTORICO
             END-IF.

      *----------------------------------------------------------------
      * MUDOU SALARIO, CARGO, FILIAL, DOMICILIO OU DESLIGAMENTO: MOTIVO
      * OBRIGATORIO E VALIDO; DESLIGAMENTO NOVO SO COM DSL, E DSL SO
      * COM DESLIGAMENTO PREENCHIDO.
      *----------------------------------------------------------------
       2250-CONFERIR-MOTIVO.
             IF FP-SALARIO   NOT = FA-SALARIO
                OR FP-CARGO     NOT = FA-CARGO
                OR FP-FILIAL    NOT = FA-FILIAL
                OR FP-AGENCIA   NOT = FA-AGENCIA
                OR FP-CONTA     NOT = FA-CONTA
                OR FP-DT-DESLIG NOT = FA-DT-DESLIG
                   EVALUATE TRUE
                         WHEN NOT MOTIVO-DE-ALTERACAO
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'MOTIVO AUSENTE OU INVALIDO'
                                    TO WRK-MOTIVO-REJ
                         WHEN FA-DT-DESLIG = ZEROS
                              AND FP-DT-DESLIG > ZEROS
                              AND WRK-MOTIVO NOT = 'DSL'
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'DESLIGAMENTO SO COM MOTIVO DSL'
                                    TO WRK-MOTIVO-REJ
                         WHEN WRK-MOTIVO = 'DSL'
                              AND FP-DT-DESLIG = ZEROS
                               MOVE 'N' TO WRK-LINHA-SW
                               MOVE 'MOTIVO DSL SEM DESLIGAMENTO'
                                    TO WRK-MOTIVO-REJ
                   END-EVALUATE
             END-IF.

       2300-EXCLUIR.
             MOVE 'E' TO JP-OPERACAO.
             MOVE FOLHA-FUNCIONARIO-REC TO JP-ANTES.
             MOVE SPACES TO JP-DEPOIS.
             MOVE 'EXC' TO HP-MOTIVO.
             IF FC-DT-VIGENCIA IS NUMERIC AND FC-DT-VIGENCIA > ZEROS
                   MOVE FC-DT-VIGENCIA TO HP-DT-VIGENCIA
             ELSE
                   MOVE WRK-DATA-HOJE TO HP-DT-VIGENCIA
             END-IF.
             MOVE FOLHA-FUNCIONARIO-REC TO HP-ANTES.
             MOVE SPACES TO HP-DEPOIS.
             DELETE FUNCIONARIO-MASTER.
             ADD 1 TO WRK-QT-EXCLUIDOS.
             MOVE ZEROS TO WRK-CPF-NOVO.
             PERFORM 2700-ATUALIZAR-TABELA.
             PERFORM 8800-GRAVAR-JORNAL.
             PERFORM 8900-GRAVAR-HISTORICO.

      *----------------------------------------------------------------
      * CPF ZERADO PASSA (COM CONTAGEM); INVALIDO OU JA USADO POR
      * OUTRA MATRICULA DO MESTRE E RECUSADO.
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

      *----------------------------------------------------------------
      * CARGO INFORMADO NA LINHA PRECISA EXISTIR NO CARGOMST; ZERO
      * (SEM CARGO) OU EM BRANCO PASSA.
      *----------------------------------------------------------------
       2080-VALIDAR-CARGO.
             IF FC-CARGO IS NUMERIC AND FC-CARGO > ZEROS
                   IF CARGOS-ABERTOS
                         MOVE FC-CARGO TO CG-CODIGO
                         READ CARGO-MASTER
                               INVALID KEY
                                     MOVE 'N' TO WRK-LINHA-SW
                                     MOVE 'CARGO NAO CADASTRADO'
                                          TO WRK-MOTIVO-REJ
                         END-READ
                   ELSE
                         MOVE 'N' TO WRK-LINHA-SW
                         MOVE 'TABELA DE CARGOS CARGOMST AUSENTE'
                              TO WRK-MOTIVO-REJ
                   END-IF
             END-IF.

       2090-REJEITAR-CPF.
             ADD 1 TO WRK-QT-REJ-ACAO.
             IF CPF-DUPLICADO
                   DISPLAY 'CPF ' WRK-CPF-NOVO ' DO FUNCIONARIO '
                           FC-MATRICULA ' JA CADASTRADO NA MATRICULA '
                           TD-CHAVE(IX-TD) ', REJEITADO'
             ELSE
                   DISPLAY 'CPF INVALIDO ' WRK-CPF-NOVO
                           ' DO FUNCIONARIO ' FC-MATRICULA
                           ', REJEITADO'
             END-IF.

       2095-REJEITAR-LINHA.
             ADD 1 TO WRK-QT-REJ-ACAO.
             DISPLAY 'FUNCIONARIO ' FC-MATRICULA ' REJEITADO: '
                     WRK-MOTIVO-REJ.

       2050-BUSCAR-CHAVE.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE FC-MATRICULA TO FP-MATRICULA.
             READ FUNCIONARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

       8800-GRAVAR-JORNAL.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       8900-GRAVAR-HISTORICO.
             CALL 'GRAVA-HIST-FUNC' USING HP-PARM.
             IF HP-GRAVADO = 'S'
                   ADD 1 TO WRK-QT-HISTORICO
             END-IF.

       9000-ENCERRAR.
             CLOSE FUNCIONARIOS-ENTRADA.
             CLOSE FUNCIONARIO-MASTER.
             IF CARGOS-ABERTOS
                   CLOSE CARGO-MASTER
             END-IF.
             DISPLAY 'CARGA DE FUNCIONARIOS CONCLUIDA'.
             DISPLAY 'FUNCIONARIOS INCLUIDOS..: ' WRK-QT-CARGA.
             DISPLAY 'FUNCIONARIOS ATUALIZADOS: ' WRK-QT-ATUALIZ.
             DISPLAY 'FUNCIONARIOS EXCLUIDOS..: ' WRK-QT-EXCLUIDOS.
             DISPLAY 'ACOES REJEITADAS........: ' WRK-QT-REJ-ACAO.
             DISPLAY 'ACEITOS SEM CPF.........: ' WRK-QT-SEM-CPF.
             DISPLAY 'LINHAS DE HISTORICO.....: ' WRK-QT-HISTORICO.

       END PROGRAM CARGA-FUNCIONARIO.
