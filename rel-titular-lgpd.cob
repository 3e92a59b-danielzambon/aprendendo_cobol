      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONSULTA DO TITULAR (LGPD) - RESPONDE AO PEDIDO "QUE
      *          DADOS VOCES TEM SOBRE MIM": O USUARIO (ADMINISTRADOR
      *          OU SUPERVISOR), AUTENTICADO NOS MOLDES DO BAIXA-PERDA,
      *          INFORMA O IDENTIFICADOR DO TITULAR (CODIGO DE
      *          CLIENTE, MATRICULA DE FUNCIONARIO, MATRICULA DE ALUNO
      *          OU CPF/CNPJ), QUEM FEZ O PEDIDO E O PROTOCOLO, E O
      *          PROGRAMA LISTA NO RELLGPD TODO REGISTRO DO SISTEMA
      *          LIGADO A PESSOA:
      *            - CLIEMST, VENDALDG E OS ARQUIVOS MORTOS DE VENDAS
      *              (VLARC/VLEXP), CONTAS-RECEBER (TITULOS) E AS
      *              IMAGENS DO CLIEMST NO JORNAL DE MUDANCAS (MUDJRN);
      *            - FUNCMST, SUAS IMAGENS NO MUDJRN, O HISTORICO
      *              FUNCIONAL (FUNCHIST), FOLHA-LEDGER E
      *              DEPENDENTES;
      *            - ALUNOMST, NOTALDG E SEUS ARQUIVOS MORTOS (NLEXP),
      *              FREQLDG E A AUDITORIA DE NOTAS (NOTAAUD);
      *            - PROFMST.
      *          CADA EXECUCAO GRAVA UMA LINHA NO LGPDLOG COM O
      *          SOLICITANTE, O PROTOCOLO E O USUARIO QUE EXECUTOU.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O IDENTIFICADOR INFORMADO LEVA AO CPF/CNPJ DO TITULAR NO
      * CADASTRO DE ORIGEM, E O CPF/CNPJ LIGA OS DEMAIS PAPEIS DA
      * MESMA PESSOA (O CLIENTE QUE TAMBEM E FUNCIONARIO, O
      * FUNCIONARIO QUE TAMBEM E DEPENDENTE). HAVENDO MAIS DE UM
      * CADASTRO COM O MESMO DOCUMENTO (ANTERIORES A CONFERENCIA DE
      * DUPLICIDADE NAS CARGAS), OS MOVIMENTOS SAO OS DO PRIMEIRO.
      * OS ARQUIVOS MORTOS SAO ABERTOS DIA A DIA DESDE A DATA
      * INFORMADA ATE HOJE (TECNICA DO CONSULTA-MORTO); DATA EM ZEROS
      * NAO CONSULTA OS ARQUIVOS MORTOS. ARQUIVO AUSENTE SAI
      * INDICADO NA SECAO E NAO INTERROMPE A CONSULTA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FUNCIONARIO LIDO DO CADASTRO INDEXADO FUNCMST
      *                 (NO LUGAR DO FOLHENT); NOVAS SECOES COM AS
      *                 IMAGENS DO FUNCMST NO MUDJRN E O HISTORICO
      *                 FUNCIONAL DO FUNCHIST.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-TITULAR-LGPD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO 'USUAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-USUARIO
                  FILE STATUS IS WRK-FS-USUARIO.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT VENDA-ARQUIVO ASSIGN TO DYNAMIC WRK-NOME-VENDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT CONTAS-RECEBER ASSIGN TO 'TITULOS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TIT-CHAVE
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT MUDANCA-JORNAL ASSIGN TO 'MUDJRN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT FUNCIONARIO-HISTORICO ASSIGN TO 'FUNCHIST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT FOLHA-LEDGER ASSIGN TO 'FOLHALDG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-CHAVE
                  ALTERNATE RECORD KEY IS FL-COMPETENCIA
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT DEPENDENTE-MASTER ASSIGN TO 'DEPENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-CHAVE
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT NOTA-ARQUIVO ASSIGN TO DYNAMIC WRK-NOME-NOTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT FREQUENCIA-LEDGER ASSIGN TO 'FREQLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT NOTA-AUDIT ASSIGN TO 'NOTAAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-CODIGO
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT LGPD-LOG ASSIGN TO 'LGPDLOG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

           SELECT REL-TITULAR ASSIGN TO 'RELLGPD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  VENDA-ARQUIVO.
       COPY vendaldg.

       FD  CONTAS-RECEBER.
       COPY titulo.

       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  FUNCIONARIOS-ENTRADA.
       COPY folhafun.

       FD  FUNCIONARIO-HISTORICO.
       COPY funchist.

       FD  FOLHA-LEDGER.
       COPY folhaldg.

       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  NOTA-ARQUIVO.
       COPY notaldg.

       FD  FREQUENCIA-LEDGER.
       COPY freqldg.

       FD  NOTA-AUDIT.
       COPY notaaud.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  LGPD-LOG.
       COPY lgpdlog.

       FD  REL-TITULAR.
       01  REL-TITULAR-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE '00'.
       77 WRK-FS-LOG       PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO         VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 REGISTRO-DO-TITULAR VALUE 'S'.
       77 WRK-NOME-VENDA   PIC X(20) VALUE SPACES.
       77 WRK-NOME-NOTA    PIC X(20) VALUE SPACES.

       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OPERADOR PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-SW    PIC X(01) VALUE 'N'.
         88 OPERADOR-ENCONTRADO  VALUE 'S'.
       77 WRK-AUTORIZADO-SW  PIC X(01) VALUE 'N'.
         88 OPERADOR-AUTORIZADO  VALUE 'S'.
       77 WRK-SENHA-CONFERE-SW PIC X(01) VALUE 'N'.
         88 SENHA-CONFERE          VALUE 'S'.
       01 HS-PARM.
          05 HS-SENHA          PIC X(10).
          05 HS-HASH           PIC X(10).

      *----------------------------------------------------------------
      * PEDIDO DO TITULAR E CHAVES DA PESSOA NOS CADASTROS (ZERO =
      * A PESSOA NAO TEM AQUELE PAPEL).
      *----------------------------------------------------------------
       77 WRK-TIPO-ID      PIC X(01) VALUE SPACES.
         88 ID-CLIENTE          VALUE 'C'.
         88 ID-FUNCIONARIO      VALUE 'F'.
         88 ID-ALUNO            VALUE 'A'.
         88 ID-DOCUMENTO        VALUE 'D'.
         88 ID-TIPO-VALIDO      VALUE 'C' 'F' 'A' 'D'.
       77 WRK-IDENTIFICADOR PIC 9(14) VALUE ZEROS.
       77 WRK-SOLICITANTE  PIC X(30) VALUE SPACES.
       77 WRK-PROTOCOLO    PIC X(15) VALUE SPACES.
       77 WRK-DATA-ARQUIVO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORRENTE PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-X    PIC X(06) VALUE SPACES.
       77 WRK-MAT-FUNC     PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-FUNC-X   PIC X(06) VALUE SPACES.
       77 WRK-MAT-ALUNO    PIC 9(06) VALUE ZEROS.
       77 WRK-DOCUMENTO    PIC 9(14) VALUE ZEROS.

       77 WRK-QT-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SECAO     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MORTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-LINHAS   PIC 9(03) VALUE 50.
       77 WRK-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-SECAO        PIC X(40) VALUE SPACES.
       77 WRK-ROTULO       PIC X(13) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(66) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED    PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-MEDIA-ED     PIC Z9,99.
       77 WRK-MEDIA2-ED    PIC Z9,99.

       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).

       01  LINHA-PEDIDO.
           05 FILLER          PIC X(14) VALUE 'SOLICITANTE: '.
           05 LP-SOLICITANTE  PIC X(30).
           05 FILLER          PIC X(12) VALUE ' PROTOCOLO: '.
           05 LP-PROTOCOLO    PIC X(15).
           05 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-IDENTIFICADOR.
           05 FILLER          PIC X(14) VALUE 'IDENTIFICADOR:'.
           05 LI-TIPO-ID      PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LI-IDENTIFICADOR PIC 9(14).
           05 FILLER          PIC X(10) VALUE ' USUARIO: '.
           05 LI-USUARIO      PIC X(10).
           05 FILLER          PIC X(30) VALUE SPACES.

       01  LINHA-SECAO.
           05 FILLER          PIC X(04) VALUE '>>> '.
           05 LS-SECAO        PIC X(40).
           05 FILLER          PIC X(36) VALUE SPACES.

       01  LINHA-AVISO.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LA-AVISO        PIC X(76).

       01  LINHA-REGISTRO.
           05 LR-ROTULO       PIC X(13).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LR-DESCRICAO    PIC X(66).

       01  LINHA-FIM-SECAO.
           05 FILLER          PIC X(15) VALUE '    REGISTROS: '.
           05 LF-QT-SECAO     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(56) VALUE SPACES.

       COPY fstatus.
       COPY rpthdr.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 0100-IDENTIFICAR-OPERADOR.

             IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A CONSULTAR DADOS '
                           'PESSOAIS DE TITULAR'
                   GOBACK
             END-IF.

             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             PERFORM 0200-INFORMAR-PEDIDO.
             IF NOT ID-TIPO-VALIDO
                   OR WRK-IDENTIFICADOR = ZEROS
                   OR (NOT ID-DOCUMENTO
                   AND WRK-IDENTIFICADOR > 999999)
                   DISPLAY 'IDENTIFICADOR DO TITULAR INVALIDO'
                   GOBACK
             END-IF.
             IF WRK-SOLICITANTE = SPACES
                   DISPLAY 'SOLICITANTE NAO INFORMADO, CONSULTA '
                           'RECUSADA'
                   GOBACK
             END-IF.

             OPEN OUTPUT REL-TITULAR.
             PERFORM 8000-CABECALHO.
             MOVE WRK-SOLICITANTE TO LP-SOLICITANTE.
             MOVE WRK-PROTOCOLO   TO LP-PROTOCOLO.
             WRITE REL-TITULAR-LINHA FROM LINHA-PEDIDO.
             MOVE WRK-TIPO-ID       TO LI-TIPO-ID.
             MOVE WRK-IDENTIFICADOR TO LI-IDENTIFICADOR.
             MOVE WRK-OPERADOR      TO LI-USUARIO.
             WRITE REL-TITULAR-LINHA FROM LINHA-IDENTIFICADOR.
             ADD 2 TO WRK-LINHAS-PAGINA.

             PERFORM 1000-OBTER-DOCUMENTO.
             PERFORM 2000-CLIENTES.
             PERFORM 2100-VENDAS.
             PERFORM 2200-TITULOS.
             PERFORM 2300-JORNAL.
             PERFORM 3000-FUNCIONARIOS.
             PERFORM 3050-JORNAL-FUNCIONARIO.
             PERFORM 3100-FOLHA-LEDGER.
             PERFORM 3150-HISTORICO-FUNCIONAL.
             PERFORM 3200-DEPENDENTES.
             PERFORM 4000-ALUNOS.
             PERFORM 4100-NOTAS.
             PERFORM 4200-FREQUENCIA.
             PERFORM 4300-AUDITORIA-NOTAS.
             PERFORM 4500-PROFESSORES.
             PERFORM 5000-ARQUIVOS-MORTOS.

             PERFORM 8500-GRAVAR-LOG.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-IDENTIFICAR-OPERADOR.
             DISPLAY 'USUARIO: '
             ACCEPT WRK-OPERADOR.

             DISPLAY 'SENHA: '
             ACCEPT WRK-SENHA-OPERADOR.

             OPEN INPUT USUARIO-MASTER.
             MOVE 'N' TO WRK-OPERADOR-SW.
             MOVE WRK-OPERADOR TO US-USUARIO.
             READ USUARIO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-OPERADOR-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-OPERADOR-SW
             END-READ.
             CLOSE USUARIO-MASTER.

             MOVE 'N' TO WRK-SENHA-CONFERE-SW.
             IF OPERADOR-ENCONTRADO
                   IF US-SENHA-HASHEADA
                         MOVE WRK-SENHA-OPERADOR TO HS-SENHA
                         CALL 'CALC-HASH-SENHA' USING HS-PARM
                         IF HS-HASH = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   ELSE
                         IF WRK-SENHA-OPERADOR = US-SENHA
                               MOVE 'S' TO WRK-SENHA-CONFERE-SW
                         END-IF
                   END-IF
             END-IF.

             MOVE 'N' TO WRK-AUTORIZADO-SW.
             IF OPERADOR-ENCONTRADO
                   AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   AND (US-ADM OR US-SUPERVISOR)
                   MOVE 'S' TO WRK-AUTORIZADO-SW
             END-IF.

       0200-INFORMAR-PEDIDO.
             DISPLAY 'TIPO DO IDENTIFICADOR (C=CLIENTE, '
                     'F=FUNCIONARIO, A=ALUNO, D=CPF/CNPJ): '
             ACCEPT WRK-TIPO-ID.
             DISPLAY 'IDENTIFICADOR: '
             ACCEPT WRK-IDENTIFICADOR.
             DISPLAY 'SOLICITANTE (TITULAR OU REPRESENTANTE): '
             ACCEPT WRK-SOLICITANTE.
             DISPLAY 'PROTOCOLO DO PEDIDO: '
             ACCEPT WRK-PROTOCOLO.
             DISPLAY 'ARQUIVOS MORTOS A PARTIR DE (AAAAMMDD, '
                     'ZEROS = NAO CONSULTAR): '
             ACCEPT WRK-DATA-ARQUIVO.

      *----------------------------------------------------------------
      * CHAVE INFORMADA -> CPF/CNPJ DO TITULAR NO CADASTRO DE ORIGEM.
      *----------------------------------------------------------------
       1000-OBTER-DOCUMENTO.
             EVALUATE TRUE
                   WHEN ID-CLIENTE
                         MOVE WRK-IDENTIFICADOR TO WRK-CLIENTE
                         PERFORM 1100-DOCUMENTO-CLIENTE
                   WHEN ID-FUNCIONARIO
                         MOVE WRK-IDENTIFICADOR TO WRK-MAT-FUNC
                         PERFORM 1200-DOCUMENTO-FUNCIONARIO
                   WHEN ID-ALUNO
                         MOVE WRK-IDENTIFICADOR TO WRK-MAT-ALUNO
                         PERFORM 1300-DOCUMENTO-ALUNO
                   WHEN ID-DOCUMENTO
                         MOVE WRK-IDENTIFICADOR TO WRK-DOCUMENTO
             END-EVALUATE.

       1100-DOCUMENTO-CLIENTE.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-CLIENTE TO CL-CODIGO
                   READ CLIENTE-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE CL-DOCUMENTO TO WRK-DOCUMENTO
                   END-READ
                   CLOSE CLIENTE-MASTER
             END-IF.

       1200-DOCUMENTO-FUNCIONARIO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MAT-FUNC TO FP-MATRICULA
                   READ FUNCIONARIOS-ENTRADA
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               IF FP-CPF IS NUMERIC
                                     MOVE FP-CPF TO WRK-DOCUMENTO
                               END-IF
                   END-READ
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.

       1300-DOCUMENTO-ALUNO.
             OPEN INPUT ALUNO-MASTER.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE WRK-MAT-ALUNO TO AL-MATRICULA
                   READ ALUNO-MASTER
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE AL-CPF TO WRK-DOCUMENTO
                   END-READ
                   CLOSE ALUNO-MASTER
             END-IF.

      *----------------------------------------------------------------
      * CLIENTE: CADASTRO (PELO CODIGO OU PELO DOCUMENTO), VENDAS,
      * TITULOS E IMAGENS NO JORNAL DE MUDANCAS.
      *----------------------------------------------------------------
       2000-CLIENTES.
             MOVE 'CADASTRO DE CLIENTES (CLIEMST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             OPEN INPUT CLIENTE-MASTER.
             PERFORM 7150-CONFERIR-ABERTURA.
             IF NOT FIM-ARQUIVO
                   PERFORM 2010-LER-CLIENTE
                   PERFORM 2020-CONFERIR-CLIENTE UNTIL FIM-ARQUIVO
                   CLOSE CLIENTE-MASTER
             END-IF.
             PERFORM 7200-FIM-SECAO.
             MOVE WRK-CLIENTE TO WRK-CLIENTE-X.

       2010-LER-CLIENTE.
             READ CLIENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2020-CONFERIR-CLIENTE.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-CLIENTE > ZEROS AND CL-CODIGO = WRK-CLIENTE
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF WRK-DOCUMENTO > ZEROS
                   AND CL-DOCUMENTO = WRK-DOCUMENTO
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF REGISTRO-DO-TITULAR
                   IF WRK-CLIENTE = ZEROS
                         MOVE CL-CODIGO TO WRK-CLIENTE
                   END-IF
                   MOVE 'CLIEMST' TO WRK-ROTULO
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING CL-CODIGO ' ' CL-RAZAO ' UF ' CL-UF
                          ' DOC ' CL-DOCUMENTO
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING CL-ENDERECO ' ' CL-CIDADE ' CEP ' CL-CEP
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7010-IMPRIMIR-CONTINUACAO
             END-IF.
             PERFORM 2010-LER-CLIENTE.

       2100-VENDAS.
             MOVE 'VENDAS (VENDALDG)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-CLIENTE > ZEROS
                   MOVE 'VENDALDG' TO WRK-NOME-VENDA
                   OPEN INPUT VENDA-ARQUIVO
                   PERFORM 7150-CONFERIR-ABERTURA
                   PERFORM 2110-PERCORRER-VENDAS
             END-IF.
             PERFORM 7200-FIM-SECAO.

      *----------------------------------------------------------------
      * USADO PELO VENDALDG VIVO E PELOS ARQUIVOS MORTOS DE VENDAS.
      *----------------------------------------------------------------
       2110-PERCORRER-VENDAS.
             IF NOT FIM-ARQUIVO
                   MOVE WRK-NOME-VENDA TO WRK-ROTULO
                   PERFORM 2120-LER-VENDA
                   PERFORM 2130-CONFERIR-VENDA UNTIL FIM-ARQUIVO
                   CLOSE VENDA-ARQUIVO
             END-IF.

       2120-LER-VENDA.
             READ VENDA-ARQUIVO
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2130-CONFERIR-VENDA.
             IF VL-CLIENTE = WRK-CLIENTE
                   MOVE VL-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING VL-DATA ' SEQ ' VL-SEQ ' ' VL-TIPO
                          ' VALOR ' WRK-VALOR-ED ' VEND ' VL-VENDEDOR
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 2120-LER-VENDA.

       2200-TITULOS.
             MOVE 'CONTAS A RECEBER (TITULOS)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-CLIENTE > ZEROS
                   OPEN INPUT CONTAS-RECEBER
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'TITULOS' TO WRK-ROTULO
                         PERFORM 2210-LER-TITULO
                         PERFORM 2220-CONFERIR-TITULO
                               UNTIL FIM-ARQUIVO
                         CLOSE CONTAS-RECEBER
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       2210-LER-TITULO.
             READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2220-CONFERIR-TITULO.
             IF TIT-CLIENTE = WRK-CLIENTE
                   MOVE TIT-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING TIT-DATA-VENDA '/' TIT-SEQ '/' TIT-PARCELA
                          ' VALOR ' WRK-VALOR-ED ' VENC '
                          TIT-VENCIMENTO ' ST ' TIT-STATUS
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 2210-LER-TITULO.

      *----------------------------------------------------------------
      * IMAGENS DO CLIEMST NO JORNAL; A CHAVE ESTA NAS 6 PRIMEIRAS
      * POSICOES DAS IMAGENS ANTES/DEPOIS. AS DO FUNCMST SAEM NA
      * SECAO DO FUNCIONARIO (3050).
      *----------------------------------------------------------------
       2300-JORNAL.
             MOVE 'JORNAL DE MUDANCAS (MUDJRN)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-CLIENTE > ZEROS
                   OPEN INPUT MUDANCA-JORNAL
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'MUDJRN' TO WRK-ROTULO
                         PERFORM 2310-LER-JORNAL
                         PERFORM 2320-CONFERIR-JORNAL
                               UNTIL FIM-ARQUIVO
                         CLOSE MUDANCA-JORNAL
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       2310-LER-JORNAL.
             READ MUDANCA-JORNAL
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2320-CONFERIR-JORNAL.
             IF JR-ARQUIVO = 'CLIEMST'
                   AND (JR-ANTES(1:6) = WRK-CLIENTE-X
                   OR JR-DEPOIS(1:6) = WRK-CLIENTE-X)
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING JR-DATA ' ' JR-HORA ' OPER ' JR-OPERACAO
                          ' ' JR-PROGRAMA
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 2310-LER-JORNAL.

      *----------------------------------------------------------------
      * FUNCIONARIO: FUNCMST, JORNAL, FOLHA-LEDGER, HISTORICO
      * FUNCIONAL E DEPENDENTES (DO FUNCIONARIO OU A PESSOA COMO
      * DEPENDENTE, PELO CPF).
      *----------------------------------------------------------------
       3000-FUNCIONARIOS.
             MOVE 'FUNCIONARIOS (FUNCMST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             PERFORM 7150-CONFERIR-ABERTURA.
             IF NOT FIM-ARQUIVO
                   MOVE 'FUNCMST' TO WRK-ROTULO
                   PERFORM 3010-LER-FUNCIONARIO
                   PERFORM 3020-CONFERIR-FUNCIONARIO UNTIL FIM-ARQUIVO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.
             PERFORM 7200-FIM-SECAO.

       3010-LER-FUNCIONARIO.
             READ FUNCIONARIOS-ENTRADA NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3020-CONFERIR-FUNCIONARIO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-MAT-FUNC > ZEROS
                   AND FP-MATRICULA = WRK-MAT-FUNC
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF WRK-DOCUMENTO > ZEROS
                   AND FP-CPF IS NUMERIC
                   AND FP-CPF = WRK-DOCUMENTO
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF REGISTRO-DO-TITULAR
                   IF WRK-MAT-FUNC = ZEROS
                         MOVE FP-MATRICULA TO WRK-MAT-FUNC
                   END-IF
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING FP-MATRICULA ' ' FP-NOME ' AG ' FP-AGENCIA
                          ' CC ' FP-CONTA
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
                   MOVE FP-SALARIO TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'ADMISSAO ' FP-DT-ADMISSAO ' SALARIO '
                          WRK-VALOR-ED ' CPF ' FP-CPF
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7010-IMPRIMIR-CONTINUACAO
             END-IF.
             PERFORM 3010-LER-FUNCIONARIO.

      *----------------------------------------------------------------
      * IMAGENS DO FUNCMST NO JORNAL (CARGA-FUNCIONARIO, DISSIDIO,
      * RESCISAO): A MATRICULA ESTA NAS 6 PRIMEIRAS POSICOES.
      *----------------------------------------------------------------
       3050-JORNAL-FUNCIONARIO.
             MOVE 'JORNAL DO FUNCIONARIO (MUDJRN)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-FUNC > ZEROS
                   MOVE WRK-MAT-FUNC TO WRK-MAT-FUNC-X
                   OPEN INPUT MUDANCA-JORNAL
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'MUDJRN' TO WRK-ROTULO
                         PERFORM 2310-LER-JORNAL
                         PERFORM 3060-CONFERIR-JORNAL
                               UNTIL FIM-ARQUIVO
                         CLOSE MUDANCA-JORNAL
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       3060-CONFERIR-JORNAL.
             IF JR-ARQUIVO = 'FUNCMST'
                   AND (JR-ANTES(1:6) = WRK-MAT-FUNC-X
                   OR JR-DEPOIS(1:6) = WRK-MAT-FUNC-X)
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING JR-DATA ' ' JR-HORA ' OPER ' JR-OPERACAO
                          ' ' JR-PROGRAMA
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 2310-LER-JORNAL.

       3100-FOLHA-LEDGER.
             MOVE 'FOLHA DE PAGAMENTO (FOLHALDG)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-FUNC > ZEROS
                   OPEN INPUT FOLHA-LEDGER
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'FOLHALDG' TO WRK-ROTULO
                         MOVE WRK-MAT-FUNC TO FL-MATRICULA
                         MOVE ZEROS TO FL-COMPETENCIA
                         START FOLHA-LEDGER KEY IS >= FL-CHAVE
                               INVALID KEY MOVE 'S' TO WRK-EOF-SW
                         END-START
                         PERFORM 3110-LER-FOLHA
                         PERFORM 3120-IMPRIMIR-FOLHA UNTIL FIM-ARQUIVO
                         CLOSE FOLHA-LEDGER
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       3110-LER-FOLHA.
             IF NOT FIM-ARQUIVO
                   READ FOLHA-LEDGER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             IF NOT FIM-ARQUIVO AND FL-MATRICULA NOT = WRK-MAT-FUNC
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       3120-IMPRIMIR-FOLHA.
             MOVE FL-SALARIO-BRUTO TO WRK-VALOR-ED.
             MOVE FL-SALARIO-LIQ   TO WRK-VALOR2-ED.
             MOVE SPACES TO WRK-DESCRICAO.
             STRING 'COMPET ' FL-COMPETENCIA ' BRUTO ' WRK-VALOR-ED
                    ' LIQUIDO ' WRK-VALOR2-ED ' ' FL-STATUS-PAGTO
                    DELIMITED BY SIZE INTO WRK-DESCRICAO.
             PERFORM 7000-IMPRIMIR-REGISTRO.
             PERFORM 3110-LER-FOLHA.

      *----------------------------------------------------------------
      * HISTORICO FUNCIONAL: UMA LINHA POR MUDANCA, COM O MOTIVO, A
      * VIGENCIA E OS VALORES NOVOS (O VALOR ANTERIOR E O DA LINHA
      * PRECEDENTE).
      *----------------------------------------------------------------
       3150-HISTORICO-FUNCIONAL.
             MOVE 'HISTORICO FUNCIONAL (FUNCHIST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-FUNC > ZEROS
                   OPEN INPUT FUNCIONARIO-HISTORICO
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'FUNCHIST' TO WRK-ROTULO
                         MOVE WRK-MAT-FUNC TO FH-MATRICULA
                         MOVE ZEROS TO FH-DT-VIGENCIA
                         MOVE ZEROS TO FH-SEQ
                         START FUNCIONARIO-HISTORICO
                               KEY IS >= FH-CHAVE
                               INVALID KEY MOVE 'S' TO WRK-EOF-SW
                         END-START
                         PERFORM 3160-LER-HISTORICO
                         PERFORM 3170-IMPRIMIR-HISTORICO
                               UNTIL FIM-ARQUIVO
                         CLOSE FUNCIONARIO-HISTORICO
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       3160-LER-HISTORICO.
             IF NOT FIM-ARQUIVO
                   READ FUNCIONARIO-HISTORICO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             IF NOT FIM-ARQUIVO AND FH-MATRICULA NOT = WRK-MAT-FUNC
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       3170-IMPRIMIR-HISTORICO.
             MOVE FH-SALARIO-NOVO TO WRK-VALOR-ED.
             MOVE SPACES TO WRK-DESCRICAO.
             STRING FH-DT-VIGENCIA ' ' FH-MOTIVO ' SAL '
                    WRK-VALOR-ED ' FIL ' FH-FILIAL-NOVA
                    ' AG ' FH-AGENCIA-NOVA ' CC ' FH-CONTA-NOVA
                    DELIMITED BY SIZE INTO WRK-DESCRICAO.
             PERFORM 7000-IMPRIMIR-REGISTRO.
             PERFORM 3160-LER-HISTORICO.

       3200-DEPENDENTES.
             MOVE 'DEPENDENTES (DEPENDMST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-FUNC > ZEROS OR WRK-DOCUMENTO > ZEROS
                   OPEN INPUT DEPENDENTE-MASTER
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'DEPENDMST' TO WRK-ROTULO
                         PERFORM 3210-LER-DEPENDENTE
                         PERFORM 3220-CONFERIR-DEPENDENTE
                               UNTIL FIM-ARQUIVO
                         CLOSE DEPENDENTE-MASTER
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       3210-LER-DEPENDENTE.
             READ DEPENDENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3220-CONFERIR-DEPENDENTE.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-MAT-FUNC > ZEROS AND DP-MATRICULA = WRK-MAT-FUNC
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF WRK-DOCUMENTO > ZEROS AND DP-CPF = WRK-DOCUMENTO
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF REGISTRO-DO-TITULAR
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING DP-MATRICULA '/' DP-SEQ ' ' DP-NOME ' '
                          DP-DT-NASC ' CPF ' DP-CPF
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 3210-LER-DEPENDENTE.

      *----------------------------------------------------------------
      * ALUNO: CADASTRO, NOTAS, FREQUENCIA E AUDITORIA DE NOTAS.
      *----------------------------------------------------------------
       4000-ALUNOS.
             MOVE 'ALUNOS (ALUNOMST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             OPEN INPUT ALUNO-MASTER.
             PERFORM 7150-CONFERIR-ABERTURA.
             IF NOT FIM-ARQUIVO
                   MOVE 'ALUNOMST' TO WRK-ROTULO
                   PERFORM 4010-LER-ALUNO
                   PERFORM 4020-CONFERIR-ALUNO UNTIL FIM-ARQUIVO
                   CLOSE ALUNO-MASTER
             END-IF.
             PERFORM 7200-FIM-SECAO.

       4010-LER-ALUNO.
             READ ALUNO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4020-CONFERIR-ALUNO.
             MOVE 'N' TO WRK-ACHOU-SW.
             IF WRK-MAT-ALUNO > ZEROS AND AL-MATRICULA = WRK-MAT-ALUNO
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF WRK-DOCUMENTO > ZEROS AND AL-CPF = WRK-DOCUMENTO
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.
             IF REGISTRO-DO-TITULAR
                   IF WRK-MAT-ALUNO = ZEROS
                         MOVE AL-MATRICULA TO WRK-MAT-ALUNO
                   END-IF
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING AL-MATRICULA ' ' AL-NOME ' TURMA ' AL-TURMA
                          ' CPF ' AL-CPF
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 4010-LER-ALUNO.

       4100-NOTAS.
             MOVE 'NOTAS (NOTALDG)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-ALUNO > ZEROS
                   MOVE 'NOTALDG' TO WRK-NOME-NOTA
                   OPEN INPUT NOTA-ARQUIVO
                   PERFORM 7150-CONFERIR-ABERTURA
                   PERFORM 4110-PERCORRER-NOTAS
             END-IF.
             PERFORM 7200-FIM-SECAO.

      *----------------------------------------------------------------
      * USADO PELO NOTALDG VIVO E PELOS ARQUIVOS MORTOS DE NOTAS.
      *----------------------------------------------------------------
       4110-PERCORRER-NOTAS.
             IF NOT FIM-ARQUIVO
                   MOVE WRK-NOME-NOTA TO WRK-ROTULO
                   PERFORM 4120-LER-NOTA
                   PERFORM 4130-CONFERIR-NOTA UNTIL FIM-ARQUIVO
                   CLOSE NOTA-ARQUIVO
             END-IF.

       4120-LER-NOTA.
             READ NOTA-ARQUIVO
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4130-CONFERIR-NOTA.
             IF NLG-MATRICULA = WRK-MAT-ALUNO
                   MOVE NLG-MEDIA TO WRK-MEDIA-ED
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'TERMO ' NLG-TERMO ' DISC ' NLG-DISCIPLINA
                          ' N1 ' NLG-NOTA1 ' N2 ' NLG-NOTA2
                          ' MEDIA ' WRK-MEDIA-ED ' ' NLG-SITUACAO
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 4120-LER-NOTA.

       4200-FREQUENCIA.
             MOVE 'FREQUENCIA (FREQLDG)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-ALUNO > ZEROS
                   OPEN INPUT FREQUENCIA-LEDGER
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'FREQLDG' TO WRK-ROTULO
                         PERFORM 4210-LER-FREQUENCIA
                         PERFORM 4220-CONFERIR-FREQUENCIA
                               UNTIL FIM-ARQUIVO
                         CLOSE FREQUENCIA-LEDGER
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       4210-LER-FREQUENCIA.
             READ FREQUENCIA-LEDGER
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4220-CONFERIR-FREQUENCIA.
             IF FQ-MATRICULA = WRK-MAT-ALUNO
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING 'TERMO ' FQ-TERMO ' AULAS ' FQ-AULAS-DADAS
                          ' PRESENCAS ' FQ-AULAS-PRESENTES
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 4210-LER-FREQUENCIA.

       4300-AUDITORIA-NOTAS.
             MOVE 'AUDITORIA DE NOTAS (NOTAAUD)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-MAT-ALUNO > ZEROS
                   OPEN INPUT NOTA-AUDIT
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'NOTAAUD' TO WRK-ROTULO
                         PERFORM 4310-LER-AUDITORIA
                         PERFORM 4320-CONFERIR-AUDITORIA
                               UNTIL FIM-ARQUIVO
                         CLOSE NOTA-AUDIT
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       4310-LER-AUDITORIA.
             READ NOTA-AUDIT
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4320-CONFERIR-AUDITORIA.
             IF NAU-MATRICULA = WRK-MAT-ALUNO
                   MOVE NAU-MEDIA-ANT  TO WRK-MEDIA-ED
                   MOVE NAU-MEDIA-NOVA TO WRK-MEDIA2-ED
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING NAU-DATA ' TERMO ' NAU-TERMO ' DISC '
                          NAU-DISCIPLINA ' MEDIA ' WRK-MEDIA-ED
                          ' -> ' WRK-MEDIA2-ED ' OPER ' NAU-OPERADOR
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 4310-LER-AUDITORIA.

       4500-PROFESSORES.
             MOVE 'PROFESSORES (PROFMST)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-DOCUMENTO > ZEROS
                   OPEN INPUT PROFESSOR-MASTER
                   PERFORM 7150-CONFERIR-ABERTURA
                   IF NOT FIM-ARQUIVO
                         MOVE 'PROFMST' TO WRK-ROTULO
                         PERFORM 4510-LER-PROFESSOR
                         PERFORM 4520-CONFERIR-PROFESSOR
                               UNTIL FIM-ARQUIVO
                         CLOSE PROFESSOR-MASTER
                   END-IF
             END-IF.
             PERFORM 7200-FIM-SECAO.

       4510-LER-PROFESSOR.
             READ PROFESSOR-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4520-CONFERIR-PROFESSOR.
             IF PF-CPF = WRK-DOCUMENTO
                   MOVE SPACES TO WRK-DESCRICAO
                   STRING PF-CODIGO ' ' PF-NOME ' CPF ' PF-CPF
                          DELIMITED BY SIZE INTO WRK-DESCRICAO
                   PERFORM 7000-IMPRIMIR-REGISTRO
             END-IF.
             PERFORM 4510-LER-PROFESSOR.

      *----------------------------------------------------------------
      * ARQUIVOS MORTOS: VLARC (FECHA-VENDAS) E VLEXP/NLEXP
      * (ARQ-EXPURGO), UM DIA CORRIDO POR VEZ ATE HOJE; DIA SEM
      * ARQUIVO E PULADO EM SILENCIO.
      *----------------------------------------------------------------
       5000-ARQUIVOS-MORTOS.
             MOVE 'ARQUIVOS MORTOS (VLARC/VLEXP/NLEXP)' TO WRK-SECAO.
             PERFORM 7100-INICIAR-SECAO.
             IF WRK-DATA-ARQUIVO = ZEROS
                   MOVE 'NAO CONSULTADOS' TO LA-AVISO
                   WRITE REL-TITULAR-LINHA FROM LINHA-AVISO
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.
             IF WRK-DATA-ARQUIVO > ZEROS
                   AND (WRK-CLIENTE > ZEROS OR WRK-MAT-ALUNO > ZEROS)
                   MOVE WRK-DATA-ARQUIVO TO WRK-DATA-CORRENTE
                   PERFORM 5100-CONSULTAR-DIA
                         UNTIL WRK-DATA-CORRENTE > WRK-DATA-HOJE
             END-IF.
             PERFORM 7200-FIM-SECAO.
             DISPLAY 'ARQUIVOS MORTOS ABERTOS: ' WRK-QT-MORTOS.

       5100-CONSULTAR-DIA.
             IF WRK-CLIENTE > ZEROS
                   MOVE SPACES TO WRK-NOME-VENDA
                   STRING 'VLARC' WRK-DATA-CORRENTE
                         DELIMITED BY SIZE INTO WRK-NOME-VENDA
                   PERFORM 5200-ABRIR-MORTO-VENDA
                   MOVE SPACES TO WRK-NOME-VENDA
                   STRING 'VLEXP' WRK-DATA-CORRENTE
                         DELIMITED BY SIZE INTO WRK-NOME-VENDA
                   PERFORM 5200-ABRIR-MORTO-VENDA
             END-IF.
             IF WRK-MAT-ALUNO > ZEROS
                   MOVE SPACES TO WRK-NOME-NOTA
                   STRING 'NLEXP' WRK-DATA-CORRENTE
                         DELIMITED BY SIZE INTO WRK-NOME-NOTA
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN INPUT NOTA-ARQUIVO
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         ADD 1 TO WRK-QT-MORTOS
                         PERFORM 4110-PERCORRER-NOTAS
                   END-IF
             END-IF.

             MOVE 'A' TO DA-OPERACAO.
             MOVE WRK-DATA-CORRENTE TO DA-DATA-1.
             MOVE 1 TO DA-QT-DIAS.
             CALL 'CALC-DATA-ARIT' USING DA-PARM.
             MOVE DA-DATA-RESULT TO WRK-DATA-CORRENTE.

       5200-ABRIR-MORTO-VENDA.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT VENDA-ARQUIVO.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   ADD 1 TO WRK-QT-MORTOS
                   PERFORM 2110-PERCORRER-VENDAS
             END-IF.

       7000-IMPRIMIR-REGISTRO.
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE WRK-ROTULO    TO LR-ROTULO.
             MOVE WRK-DESCRICAO TO LR-DESCRICAO.
             WRITE REL-TITULAR-LINHA FROM LINHA-REGISTRO.
             ADD 1 TO WRK-LINHAS-PAGINA.
             ADD 1 TO WRK-QT-SECAO.
             ADD 1 TO WRK-QT-REGISTROS.

      *----------------------------------------------------------------
      * SEGUNDA LINHA DO MESMO REGISTRO: NAO CONTA DE NOVO.
      *----------------------------------------------------------------
       7010-IMPRIMIR-CONTINUACAO.
             MOVE SPACES        TO LR-ROTULO.
             MOVE WRK-DESCRICAO TO LR-DESCRICAO.
             WRITE REL-TITULAR-LINHA FROM LINHA-REGISTRO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       7100-INICIAR-SECAO.
             MOVE ZEROS TO WRK-QT-SECAO.
             MOVE 'N' TO WRK-EOF-SW.
             IF WRK-LINHAS-PAGINA + 6 > WRK-MAX-LINHAS
                   PERFORM 8000-CABECALHO
             END-IF.
             MOVE SPACES TO REL-TITULAR-LINHA.
             WRITE REL-TITULAR-LINHA.
             ADD 1 TO WRK-LINHAS-PAGINA.
             MOVE WRK-SECAO TO LS-SECAO.
             WRITE REL-TITULAR-LINHA FROM LINHA-SECAO.
             ADD 1 TO WRK-LINHAS-PAGINA.

      *----------------------------------------------------------------
      * ARQUIVO AUSENTE SAI INDICADO NA SECAO E NAO E LIDO.
      *----------------------------------------------------------------
       7150-CONFERIR-ABERTURA.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-SW
                   MOVE 'ARQUIVO AUSENTE' TO LA-AVISO
                   WRITE REL-TITULAR-LINHA FROM LINHA-AVISO
                   ADD 1 TO WRK-LINHAS-PAGINA
             END-IF.

      *----------------------------------------------------------------
      * SECAO NAO PESQUISADA (A PESSOA NAO TEM O PAPEL) SAI SO COM O
      * TITULO E A CONTAGEM ZERADA.
      *----------------------------------------------------------------
       7200-FIM-SECAO.
             MOVE WRK-QT-SECAO TO LF-QT-SECAO.
             WRITE REL-TITULAR-LINHA FROM LINHA-FIM-SECAO.
             ADD 1 TO WRK-LINHAS-PAGINA.

       8000-CABECALHO.
             ADD 1 TO WRK-PAGINA.
             MOVE 'DADOS PESSOAIS DO TITULAR (LGPD)' TO RPTH-TITULO.
             MOVE WRK-PAGINA TO RPTH-PAGINA.
             WRITE REL-TITULAR-LINHA FROM RPT-CABECALHO-PADRAO.
             MOVE WRK-DATA-HOJE TO RPTH-DATA.
             WRITE REL-TITULAR-LINHA FROM RPT-CABECALHO-DATA.
             MOVE ALL '-' TO REL-TITULAR-LINHA.
             WRITE REL-TITULAR-LINHA.
             MOVE ZEROS TO WRK-LINHAS-PAGINA.

       8500-GRAVAR-LOG.
             OPEN EXTEND LGPD-LOG.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE LGPD-LOG
                   OPEN OUTPUT LGPD-LOG
             END-IF.
             MOVE WRK-DATA-HOJE     TO LGP-DATA.
             MOVE WRK-HORA-AGORA    TO LGP-HORA.
             SET LGP-CONSULTA TO TRUE.
             MOVE WRK-TIPO-ID       TO LGP-TIPO-ID.
             MOVE WRK-IDENTIFICADOR TO LGP-IDENTIFICADOR.
             MOVE WRK-SOLICITANTE   TO LGP-SOLICITANTE.
             MOVE WRK-PROTOCOLO     TO LGP-PROTOCOLO.
             MOVE WRK-OPERADOR      TO LGP-USUARIO.
             MOVE WRK-QT-REGISTROS  TO LGP-QT-REGISTROS.
             SET LGP-EXECUTADA TO TRUE.
             WRITE LGPD-LOG-REC.
             CLOSE LGPD-LOG.

       9000-ENCERRAR.
             MOVE SPACES TO REL-TITULAR-LINHA.
             WRITE REL-TITULAR-LINHA.
             MOVE SPACES TO REL-TITULAR-LINHA.
             STRING 'TOTAL DE REGISTROS DO TITULAR: ' WRK-QT-REGISTROS
                    DELIMITED BY SIZE INTO REL-TITULAR-LINHA.
             WRITE REL-TITULAR-LINHA.
             WRITE REL-TITULAR-LINHA FROM RPT-RODAPE-PADRAO.
             CLOSE REL-TITULAR.
             DISPLAY 'CONSULTA DO TITULAR CONCLUIDA - RELLGPD'.
             DISPLAY 'CLIENTE.................: ' WRK-CLIENTE.
             DISPLAY 'MATRICULA FUNCIONARIO...: ' WRK-MAT-FUNC.
             DISPLAY 'MATRICULA ALUNO.........: ' WRK-MAT-ALUNO.
             DISPLAY 'CPF/CNPJ................: ' WRK-DOCUMENTO.
             DISPLAY 'REGISTROS LISTADOS......: ' WRK-QT-REGISTROS.

       END PROGRAM REL-TITULAR-LGPD.
