      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: ANONIMIZACAO DO TITULAR (LGPD) - ATENDE O PEDIDO DE
      *          ELIMINACAO: O ADMINISTRADOR, AUTENTICADO NOS MOLDES DO
      *          BAIXA-PERDA, INFORMA O IDENTIFICADOR DO TITULAR (O
      *          MESMO DO REL-TITULAR-LGPD), QUEM PEDIU E O PROTOCOLO;
      *          CONFIRMADO, O PROGRAMA SOBREGRAVA COM VALORES
      *          MASCARADOS OS NOMES, ENDERECOS E DADOS BANCARIOS DA
      *          PESSOA E MANTEM CHAVES E VALORES, PARA A CONTABILIDADE
      *          E A GUARDA LEGAL CONTINUAREM FECHANDO:
      *            - CLIEMST: RAZAO, ENDERECO, CIDADE E CEP (COM
      *              JORNAL DA ALTERACAO) E AS IMAGENS DO CLIENTE JA
      *              GRAVADAS NO JORNAL DE MUDANCAS (MUDJRN);
      *            - FUNCMST: NOME, AGENCIA E CONTA (COM JORNAL DA
      *              ALTERACAO), AS IMAGENS DO FUNCIONARIO NO MUDJRN
      *              E A AGENCIA/CONTA NO HISTORICO FUNCIONAL
      *              (FUNCHIST);
      *            - DEPENDMST: NOME DOS DEPENDENTES DO FUNCIONARIO E
      *              DA PESSOA QUANDO ELA E DEPENDENTE;
      *            - ALUNOMST E PROFMST: NOME.
      *          CADA EXECUCAO GRAVA UMA LINHA NO LGPDLOG COM O
      *          SOLICITANTE, O PROTOCOLO, O USUARIO E O RESULTADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O CPF/CNPJ E MANTIDO: E A CHAVE FISCAL DAS NOTAS, DOS INFORMES
      * DE RENDIMENTOS E DA GUARDA LEGAL, E E POR ELE QUE O
      * REL-TITULAR-LGPD COMPROVA A ANONIMIZACAO. NADA E MASCARADO SE
      * HOUVER IMPEDIMENTO LEGAL: CLIENTE COM SALDO DEVEDOR (CL-SALDO)
      * OU FUNCIONARIO AINDA ATIVO NA FOLHA (FP-DT-DESLIG ZERADA) -
      * O PEDIDO E RECUSADO E REGISTRADO COMO TAL. OS LEDGERS E
      * ARQUIVOS MORTOS SO TEM CHAVES E VALORES E NAO SAO TOCADOS; AS
      * COPIAS DO BACKUP-MESTRES SAEM DE CIRCULACAO PELO RODIZIO
      * NORMAL. O MUDJRN E REGRAVADO PELO ARQUIVO DE TRABALHO
      * LGPDTRAB (TECNICA DO ARQ-EXPURGO); OS CADASTROS INDEXADOS SAO
      * REGRAVADOS NO PROPRIO ARQUIVO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - MUDJRN ENCADEADO POR HASH: NA REGRAVACAO CADA
      *                 ELO E CONFERIDO NA LINHA ORIGINAL E REFEITO NA
      *                 LINHA MASCARADA, E O ELOCTL RECEBE O NOVO ULTIMO
      *                 HASH (ENCADEIA-LOG 'R'); COM ELO JA QUEBRADO O
      *                 JORNAL NAO E REGRAVADO. LINHA DO LGPDTRAB PASSA
      *                 A 380 POSICOES.
      * 15/10/2026 DZ - LINHA DO LGPDTRAB PASSA A 351 POSICOES,
      *                 ACOMPANHANDO O JR-EXECUCAO NOVO DO MUDJRN.
      * 15/10/2026 DZ - FUNCIONARIO NO CADASTRO INDEXADO FUNCMST (NO
      *                 LUGAR DO FOLHENT): MASCARADO POR REWRITE COM
      *                 JORNAL; O MUDJRN PASSA A MASCARAR TAMBEM AS
      *                 IMAGENS DO FUNCMST E O FUNCHIST PERDE A
      *                 AGENCIA/CONTA DO TITULAR.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-TITULAR.
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

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-CODIGO
                  FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT LGPD-TRABALHO ASSIGN TO 'LGPDTRAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.

           SELECT LGPD-LOG ASSIGN TO 'LGPDLOG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  MUDANCA-JORNAL.
       COPY mudjrn.

       FD  FUNCIONARIOS-ENTRADA.
       COPY folhafun.

       FD  FUNCIONARIO-HISTORICO.
       COPY funchist.

       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  LGPD-TRABALHO.
       01  TRABALHO-LINHA      PIC X(380).

       FD  LGPD-LOG.
       COPY lgpdlog.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE '00'.
       77 WRK-FS-TRAB      PIC X(02) VALUE '00'.
       77 WRK-FS-LOG       PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO         VALUE 'S'.
       77 WRK-EOF-TRB-SW   PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO        VALUE 'S'.
       77 WRK-ACHOU-SW     PIC X(01) VALUE 'N'.
         88 REGISTRO-DO-TITULAR VALUE 'S'.
       77 WRK-IMPEDIDO-SW  PIC X(01) VALUE 'N'.
         88 PEDIDO-IMPEDIDO     VALUE 'S'.
       77 WRK-CONFIRMA-SW  PIC X(01) VALUE 'N'.
         88 CONFIRMA-ANONIMIZACAO VALUE 'S'.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACES.
         88 RESULTADO-EXECUTADA  VALUE 'E'.
         88 RESULTADO-RECUSADA   VALUE 'R'.
         88 RESULTADO-CANCELADA  VALUE 'C'.

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
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-X    PIC X(06) VALUE SPACES.
       77 WRK-MAT-FUNC     PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-FUNC-X   PIC X(06) VALUE SPACES.
       77 WRK-MAT-ALUNO    PIC 9(06) VALUE ZEROS.
       77 WRK-DOCUMENTO    PIC 9(14) VALUE ZEROS.
       77 WRK-DOCUMENTO-X  PIC X(14) VALUE SPACES.
       01 WRK-CPF          PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-X REDEFINES WRK-CPF PIC X(11).

      *----------------------------------------------------------------
      * VALORES MASCARADOS GRAVADOS NO LUGAR DOS DADOS PESSOAIS.
      *----------------------------------------------------------------
       77 WRK-NOME-MASCARA PIC X(30) VALUE 'TITULAR ANONIMIZADO'.
       77 WRK-END-MASCARA  PIC X(30) VALUE 'ANONIMIZADO'.

      *----------------------------------------------------------------
      * IMAGEM DO CLIENTE-MASTER-REC (COPYBOOK CLIENTE) NAS POSICOES
      * ANTES/DEPOIS DO JORNAL DE MUDANCAS.
      *----------------------------------------------------------------
       01 WRK-IMAGEM-CLIENTE.
          05 IC-CODIGO        PIC X(06).
          05 IC-RAZAO         PIC X(30).
          05 FILLER           PIC X(22).
          05 IC-ENDERECO      PIC X(30).
          05 IC-CIDADE        PIC X(20).
          05 IC-CEP           PIC X(08).
          05 FILLER           PIC X(01).
          05 IC-DOCUMENTO     PIC X(14).
          05 FILLER           PIC X(19).

      *----------------------------------------------------------------
      * IMAGEM DO FOLHA-FUNCIONARIO-REC (COPYBOOK FOLHAFUN) NAS
      * POSICOES ANTES/DEPOIS DO JORNAL DE MUDANCAS.
      *----------------------------------------------------------------
       01 WRK-IMAGEM-FUNCIONARIO.
          05 IF-MATRICULA     PIC X(06).
          05 IF-NOME          PIC X(30).
          05 FILLER           PIC X(11).
          05 IF-AGENCIA       PIC X(04).
          05 IF-CONTA         PIC X(08).
          05 FILLER           PIC X(18).
          05 IF-CPF           PIC X(11).
          05 FILLER           PIC X(62).

       77 WRK-QT-MASCARADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CLIENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JORNAL    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-HISTORICO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEPENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALUNOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROFESSORES PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-ELO-SW       PIC X(01) VALUE 'N'.
         88 JORNAL-ENCADEADO    VALUE 'S'.
       77 WRK-QUEBRA-SW    PIC X(01) VALUE 'N'.
         88 JORNAL-ELO-QUEBRADO VALUE 'S'.
       77 WRK-SEQ-QUEBRA   PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-ORIGINAL PIC X(10) VALUE SPACES.
       77 WRK-HASH-NOVO    PIC X(10) VALUE SPACES.

       01 HE-PARM.
          05 HE-HASH-ANTERIOR PIC X(10).
          05 HE-SEQUENCIA     PIC 9(09).
          05 HE-CONTEUDO      PIC X(390).
          05 HE-HASH          PIC X(10).

       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).

       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 0100-IDENTIFICAR-OPERADOR.

             IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A ANONIMIZAR '
                           'DADOS DE TITULAR'
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
                   DISPLAY 'SOLICITANTE NAO INFORMADO, ANONIMIZACAO '
                           'RECUSADA'
                   GOBACK
             END-IF.

             PERFORM 1000-OBTER-DOCUMENTO.
             PERFORM 1500-CONFERIR-IMPEDIMENTOS.

             EVALUATE TRUE
                   WHEN PEDIDO-IMPEDIDO
                         DISPLAY 'ANONIMIZACAO RECUSADA, NENHUM '
                                 'REGISTRO ALTERADO'
                         SET RESULTADO-RECUSADA TO TRUE
                   WHEN OTHER
                         PERFORM 0300-CONFIRMAR
                         IF CONFIRMA-ANONIMIZACAO
                               PERFORM 2000-CLIENTES
                               PERFORM 2100-JORNAL
                               PERFORM 3000-FUNCIONARIOS
                               PERFORM 3100-HISTORICO-FUNCIONAL
                               PERFORM 3200-DEPENDENTES
                               PERFORM 4000-ALUNOS
                               PERFORM 4500-PROFESSORES
                               SET RESULTADO-EXECUTADA TO TRUE
                         ELSE
                               DISPLAY 'ANONIMIZACAO CANCELADA'
                               SET RESULTADO-CANCELADA TO TRUE
                         END-IF
             END-EVALUATE.

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
                   AND US-ADM
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

       0300-CONFIRMAR.
             DISPLAY 'TITULAR A ANONIMIZAR:'.
             DISPLAY '  CLIENTE...............: ' WRK-CLIENTE.
             DISPLAY '  MATRICULA FUNCIONARIO.: ' WRK-MAT-FUNC.
             DISPLAY '  MATRICULA ALUNO.......: ' WRK-MAT-ALUNO.
             DISPLAY '  CPF/CNPJ..............: ' WRK-DOCUMENTO.
             DISPLAY 'A ANONIMIZACAO NAO TEM VOLTA. CONFIRMA (S/N)? '
             ACCEPT WRK-CONFIRMA-SW.

      *----------------------------------------------------------------
      * CHAVE INFORMADA -> CPF/CNPJ DO TITULAR NO CADASTRO DE ORIGEM
      * (MESMA RESOLUCAO DO REL-TITULAR-LGPD).
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
      * IMPEDIMENTOS LEGAIS: PERCORRE CLIEMST E FUNCMST ANTES DE
      * QUALQUER ALTERACAO, COMPLETANDO O CODIGO DO CLIENTE E A
      * MATRICULA DO FUNCIONARIO ACHADOS PELO DOCUMENTO.
      *----------------------------------------------------------------
       1500-CONFERIR-IMPEDIMENTOS.
             MOVE 'N' TO WRK-IMPEDIDO-SW.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT CLIENTE-MASTER.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 2010-LER-CLIENTE
                   PERFORM 1510-IMPEDIMENTO-CLIENTE UNTIL FIM-ARQUIVO
                   CLOSE CLIENTE-MASTER
             END-IF.

             MOVE 'N' TO WRK-EOF-SW.
             OPEN INPUT FUNCIONARIOS-ENTRADA.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 3010-LER-FUNCIONARIO
                   PERFORM 1520-IMPEDIMENTO-FUNCIONARIO
                         UNTIL FIM-ARQUIVO
                   CLOSE FUNCIONARIOS-ENTRADA
             END-IF.

             MOVE WRK-CLIENTE   TO WRK-CLIENTE-X.
             MOVE WRK-DOCUMENTO TO WRK-DOCUMENTO-X.
             MOVE WRK-MAT-FUNC  TO WRK-MAT-FUNC-X.
             IF WRK-DOCUMENTO NOT > 99999999999
                   MOVE WRK-DOCUMENTO TO WRK-CPF
             END-IF.

       1510-IMPEDIMENTO-CLIENTE.
             PERFORM 2020-CONFERIR-CLIENTE.
             IF REGISTRO-DO-TITULAR
                   IF WRK-CLIENTE = ZEROS
                         MOVE CL-CODIGO TO WRK-CLIENTE
                   END-IF
                   IF CL-SALDO > ZEROS
                         MOVE 'S' TO WRK-IMPEDIDO-SW
                         DISPLAY 'CLIENTE ' CL-CODIGO ' COM SALDO '
                                 'DEVEDOR ' CL-SALDO
                   END-IF
             END-IF.
             PERFORM 2010-LER-CLIENTE.

       1520-IMPEDIMENTO-FUNCIONARIO.
             PERFORM 3020-CONFERIR-FUNCIONARIO.
             IF REGISTRO-DO-TITULAR
                   IF WRK-MAT-FUNC = ZEROS
                         MOVE FP-MATRICULA TO WRK-MAT-FUNC
                   END-IF
                   IF FP-DT-DESLIG = ZEROS
                         MOVE 'S' TO WRK-IMPEDIDO-SW
                         DISPLAY 'FUNCIONARIO ' FP-MATRICULA
                                 ' ATIVO NA FOLHA'
                   END-IF
             END-IF.
             PERFORM 3010-LER-FUNCIONARIO.

      *----------------------------------------------------------------
      * CLIENTE: MASCARA O CADASTRO E JORNALIZA A ALTERACAO. A IMAGEM
      * ANTERIOR NAO VAI AO JORNAL (SERIA O PROPRIO DADO ELIMINADO):
      * ANTES E DEPOIS LEVAM O REGISTRO JA MASCARADO.
      *----------------------------------------------------------------
       2000-CLIENTES.
             MOVE 'N' TO WRK-EOF-SW.
             OPEN I-O CLIENTE-MASTER.
             MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO.
             IF FS-OK
                   PERFORM 2010-LER-CLIENTE
                   PERFORM 2030-MASCARAR-CLIENTE UNTIL FIM-ARQUIVO
                   CLOSE CLIENTE-MASTER
             END-IF.

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

       2030-MASCARAR-CLIENTE.
             PERFORM 2020-CONFERIR-CLIENTE.
             IF REGISTRO-DO-TITULAR
                   MOVE WRK-NOME-MASCARA TO CL-RAZAO
                   MOVE WRK-END-MASCARA  TO CL-ENDERECO
                   MOVE WRK-END-MASCARA  TO CL-CIDADE
                   MOVE ZEROS            TO CL-CEP
                   REWRITE CLIENTE-MASTER-REC
                   MOVE CLIENTE-MASTER-REC TO JP-ANTES
                   MOVE CLIENTE-MASTER-REC TO JP-DEPOIS
                   MOVE 'CLIEMST ' TO JP-ARQUIVO
                   MOVE 'ANONIMIZA-TITULAR' TO JP-PROGRAMA
                   MOVE 'A' TO JP-OPERACAO
                   CALL 'GRAVA-JORNAL' USING JP-PARM
                   ADD 1 TO WRK-QT-CLIENTES
                   ADD 1 TO WRK-QT-MASCARADOS
             END-IF.
             PERFORM 2010-LER-CLIENTE.

      *----------------------------------------------------------------
      * IMAGENS DO TITULAR NO JORNAL: REGRAVA O MUDJRN PELO LGPDTRAB
      * COM RAZAO, ENDERECO, CIDADE E CEP MASCARADOS NAS IMAGENS
      * ANTES/DEPOIS DAS LINHAS DO CLIEMST DO TITULAR, E NOME,
      * AGENCIA E CONTA NAS LINHAS DO FUNCMST. O JORNAL E ENCADEADO
      * POR HASH: NA MESMA LEITURA CADA ELO E CONFERIDO CONTRA A LINHA
      * ORIGINAL E REFEITO SOBRE A LINHA MASCARADA (MESMA SEQUENCIA),
      * E O ELOCTL RECEBE O NOVO ULTIMO HASH. JORNAL COM ELO JA
      * QUEBRADO NAO E REGRAVADO - A REGRAVACAO ENCOBRIRIA A
      * ADULTERACAO; O CASO VAI PARA A SEGURANCA (VERIFICA-ELOS).
      *----------------------------------------------------------------
       2100-JORNAL.
             IF WRK-CLIENTE > ZEROS OR WRK-DOCUMENTO > ZEROS
                   OR WRK-MAT-FUNC > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   MOVE 'N' TO WRK-ELO-SW
                   MOVE 'N' TO WRK-QUEBRA-SW
                   OPEN INPUT MUDANCA-JORNAL
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         OPEN OUTPUT LGPD-TRABALHO
                         PERFORM 2110-LER-JORNAL
                         PERFORM 2120-MASCARAR-JORNAL
                               UNTIL FIM-ARQUIVO
                         CLOSE MUDANCA-JORNAL
                         CLOSE LGPD-TRABALHO
                         IF JORNAL-ELO-QUEBRADO
                               DISPLAY 'MUDJRN COM ELO QUEBRADO NA '
                                       'SEQUENCIA ' WRK-SEQ-QUEBRA
                               DISPLAY 'IMAGENS DO JORNAL NAO '
                                       'MASCARADAS - ACIONAR A '
                                       'SEGURANCA'
                               MOVE ZEROS TO WRK-QT-JORNAL
                         ELSE
                               PERFORM 2200-REGRAVAR-JORNAL
                               IF JORNAL-ENCADEADO
                                     PERFORM 2300-RECADEAR-CONTROLE
                               END-IF
                         END-IF
                   END-IF
             END-IF.

       2110-LER-JORNAL.
             READ MUDANCA-JORNAL
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       2120-MASCARAR-JORNAL.
             IF JR-SEQUENCIA IS NUMERIC AND JR-SEQUENCIA > ZEROS
                   PERFORM 2150-CONFERIR-ELO
             END-IF.
             IF JR-ARQUIVO = 'CLIEMST '
                   MOVE 'N' TO WRK-ACHOU-SW
                   MOVE JR-ANTES TO WRK-IMAGEM-CLIENTE
                   PERFORM 2130-MASCARAR-IMAGEM
                   MOVE WRK-IMAGEM-CLIENTE TO JR-ANTES
                   MOVE JR-DEPOIS TO WRK-IMAGEM-CLIENTE
                   PERFORM 2130-MASCARAR-IMAGEM
                   MOVE WRK-IMAGEM-CLIENTE TO JR-DEPOIS
                   IF REGISTRO-DO-TITULAR
                         ADD 1 TO WRK-QT-JORNAL
                   END-IF
             END-IF.
             IF JR-ARQUIVO = 'FUNCMST '
                   MOVE 'N' TO WRK-ACHOU-SW
                   MOVE JR-ANTES TO WRK-IMAGEM-FUNCIONARIO
                   PERFORM 2140-MASCARAR-IMAGEM-FUNC
                   MOVE WRK-IMAGEM-FUNCIONARIO TO JR-ANTES
                   MOVE JR-DEPOIS TO WRK-IMAGEM-FUNCIONARIO
                   PERFORM 2140-MASCARAR-IMAGEM-FUNC
                   MOVE WRK-IMAGEM-FUNCIONARIO TO JR-DEPOIS
                   IF REGISTRO-DO-TITULAR
                         ADD 1 TO WRK-QT-JORNAL
                   END-IF
             END-IF.
             IF JR-SEQUENCIA IS NUMERIC AND JR-SEQUENCIA > ZEROS
                   PERFORM 2160-REFAZER-ELO
             END-IF.
             MOVE MUDANCA-JORNAL-REC TO TRABALHO-LINHA.
             WRITE TRABALHO-LINHA.
             PERFORM 2110-LER-JORNAL.

       2130-MASCARAR-IMAGEM.
             IF (WRK-CLIENTE > ZEROS AND IC-CODIGO = WRK-CLIENTE-X)
                   OR (WRK-DOCUMENTO > ZEROS
                   AND IC-DOCUMENTO = WRK-DOCUMENTO-X)
                   MOVE WRK-NOME-MASCARA TO IC-RAZAO
                   MOVE WRK-END-MASCARA  TO IC-ENDERECO
                   MOVE WRK-END-MASCARA  TO IC-CIDADE
                   MOVE ZEROS            TO IC-CEP
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.

       2140-MASCARAR-IMAGEM-FUNC.
             IF (WRK-MAT-FUNC > ZEROS AND IF-MATRICULA = WRK-MAT-FUNC-X)
                   OR (WRK-CPF > ZEROS AND IF-CPF = WRK-CPF-X)
                   MOVE WRK-NOME-MASCARA TO IF-NOME
                   MOVE ZEROS            TO IF-AGENCIA
                   MOVE ZEROS            TO IF-CONTA
                   MOVE 'S' TO WRK-ACHOU-SW
             END-IF.

      *----------------------------------------------------------------
      * A PRIMEIRA LINHA ENCADEADA DA A ANCORA (HASH ANTERIOR DELA);
      * DAI EM DIANTE CADA LINHA TEM DE APONTAR PARA O HASH DA
      * ANTERIOR E O PROPRIO HASH TEM DE BATER COM O CONTEUDO.
      *----------------------------------------------------------------
       2150-CONFERIR-ELO.
             IF NOT JORNAL-ENCADEADO
                   MOVE 'S' TO WRK-ELO-SW
                   MOVE JR-HASH-ANTERIOR TO WRK-HASH-ORIGINAL
                   MOVE JR-HASH-ANTERIOR TO WRK-HASH-NOVO
             END-IF.
             MOVE JR-HASH-ANTERIOR TO HE-HASH-ANTERIOR.
             MOVE JR-SEQUENCIA     TO HE-SEQUENCIA.
             MOVE JR-DADOS         TO HE-CONTEUDO.
             CALL 'CALC-HASH-ELO' USING HE-PARM.
             IF NOT JORNAL-ELO-QUEBRADO
                   IF JR-HASH-ANTERIOR NOT = WRK-HASH-ORIGINAL
                         OR JR-HASH NOT = HE-HASH
                         MOVE 'S' TO WRK-QUEBRA-SW
                         MOVE JR-SEQUENCIA TO WRK-SEQ-QUEBRA
                   END-IF
             END-IF.
             MOVE JR-HASH TO WRK-HASH-ORIGINAL.

       2160-REFAZER-ELO.
             MOVE WRK-HASH-NOVO TO JR-HASH-ANTERIOR.
             MOVE WRK-HASH-NOVO TO HE-HASH-ANTERIOR.
             MOVE JR-SEQUENCIA  TO HE-SEQUENCIA.
             MOVE JR-SEQUENCIA  TO EN-SEQUENCIA.
             MOVE JR-DADOS      TO HE-CONTEUDO.
             CALL 'CALC-HASH-ELO' USING HE-PARM.
             MOVE HE-HASH TO JR-HASH.
             MOVE HE-HASH TO WRK-HASH-NOVO.

       2200-REGRAVAR-JORNAL.
             MOVE 'N' TO WRK-EOF-TRB-SW.
             OPEN INPUT LGPD-TRABALHO.
             OPEN OUTPUT MUDANCA-JORNAL.
             PERFORM 8100-LER-TRABALHO.
             PERFORM 2210-COPIAR-JORNAL UNTIL FIM-TRABALHO.
             CLOSE LGPD-TRABALHO.
             CLOSE MUDANCA-JORNAL.

       2210-COPIAR-JORNAL.
             MOVE TRABALHO-LINHA TO MUDANCA-JORNAL-REC.
             WRITE MUDANCA-JORNAL-REC.
             PERFORM 8100-LER-TRABALHO.

       2300-RECADEAR-CONTROLE.
             MOVE 'R' TO EN-OPERACAO.
             MOVE 'MUDJRN' TO EN-LOG.
             MOVE SPACES TO EN-CONTEUDO.
             MOVE WRK-HASH-NOVO TO EN-HASH.
             CALL 'ENCADEIA-LOG' USING EN-PARM.

      *----------------------------------------------------------------
      * FUNCIONARIO: MASCARA NOME, AGENCIA E CONTA NO FUNCMST E
      * JORNALIZA A ALTERACAO COMO NO CLIENTE (ANTES E DEPOIS JA
      * MASCARADOS).
      *----------------------------------------------------------------
       3000-FUNCIONARIOS.
             IF WRK-MAT-FUNC > ZEROS OR WRK-DOCUMENTO > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O FUNCIONARIOS-ENTRADA
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         PERFORM 3010-LER-FUNCIONARIO
                         PERFORM 3030-MASCARAR-FUNCIONARIO
                               UNTIL FIM-ARQUIVO
                         CLOSE FUNCIONARIOS-ENTRADA
                   END-IF
             END-IF.

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

       3030-MASCARAR-FUNCIONARIO.
             PERFORM 3020-CONFERIR-FUNCIONARIO.
             IF REGISTRO-DO-TITULAR
                   MOVE WRK-NOME-MASCARA TO FP-NOME
                   MOVE ZEROS TO FP-AGENCIA
                   MOVE ZEROS TO FP-CONTA
                   REWRITE FOLHA-FUNCIONARIO-REC
                   MOVE FOLHA-FUNCIONARIO-REC TO JP-ANTES
                   MOVE FOLHA-FUNCIONARIO-REC TO JP-DEPOIS
                   MOVE 'FUNCMST ' TO JP-ARQUIVO
                   MOVE 'ANONIMIZA-TITULAR' TO JP-PROGRAMA
                   MOVE 'A' TO JP-OPERACAO
                   CALL 'GRAVA-JORNAL' USING JP-PARM
                   ADD 1 TO WRK-QT-FUNCIONARIOS
                   ADD 1 TO WRK-QT-MASCARADOS
             END-IF.
             PERFORM 3010-LER-FUNCIONARIO.

      *----------------------------------------------------------------
      * HISTORICO FUNCIONAL: AS LINHAS DA MATRICULA DO TITULAR PERDEM
      * AGENCIA E CONTA (ANTERIOR E NOVA); DATAS, MOTIVOS E SALARIOS
      * FICAM PARA A GUARDA LEGAL.
      *----------------------------------------------------------------
       3100-HISTORICO-FUNCIONAL.
             IF WRK-MAT-FUNC > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O FUNCIONARIO-HISTORICO
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE WRK-MAT-FUNC TO FH-MATRICULA
                         MOVE ZEROS TO FH-DT-VIGENCIA
                         MOVE ZEROS TO FH-SEQ
                         START FUNCIONARIO-HISTORICO
                               KEY IS >= FH-CHAVE
                               INVALID KEY MOVE 'S' TO WRK-EOF-SW
                         END-START
                         PERFORM 3110-LER-HISTORICO
                         PERFORM 3120-MASCARAR-HISTORICO
                               UNTIL FIM-ARQUIVO
                         CLOSE FUNCIONARIO-HISTORICO
                   END-IF
             END-IF.

       3110-LER-HISTORICO.
             IF NOT FIM-ARQUIVO
                   READ FUNCIONARIO-HISTORICO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
             IF NOT FIM-ARQUIVO AND FH-MATRICULA NOT = WRK-MAT-FUNC
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       3120-MASCARAR-HISTORICO.
             MOVE ZEROS TO FH-AGENCIA-ANT.
             MOVE ZEROS TO FH-CONTA-ANT.
             MOVE ZEROS TO FH-AGENCIA-NOVA.
             MOVE ZEROS TO FH-CONTA-NOVA.
             REWRITE FUNC-HIST-REC.
             ADD 1 TO WRK-QT-HISTORICO.
             ADD 1 TO WRK-QT-MASCARADOS.
             PERFORM 3110-LER-HISTORICO.

       3200-DEPENDENTES.
             IF WRK-MAT-FUNC > ZEROS OR WRK-DOCUMENTO > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O DEPENDENTE-MASTER
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         PERFORM 3210-LER-DEPENDENTE
                         PERFORM 3220-MASCARAR-DEPENDENTE
                               UNTIL FIM-ARQUIVO
                         CLOSE DEPENDENTE-MASTER
                   END-IF
             END-IF.

       3210-LER-DEPENDENTE.
             READ DEPENDENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       3220-MASCARAR-DEPENDENTE.
             IF (WRK-MAT-FUNC > ZEROS AND DP-MATRICULA = WRK-MAT-FUNC)
                   OR (WRK-DOCUMENTO > ZEROS
                   AND DP-CPF = WRK-DOCUMENTO)
                   MOVE WRK-NOME-MASCARA TO DP-NOME
                   REWRITE DEPENDENTE-MASTER-REC
                   ADD 1 TO WRK-QT-DEPENDENTES
                   ADD 1 TO WRK-QT-MASCARADOS
             END-IF.
             PERFORM 3210-LER-DEPENDENTE.

       4000-ALUNOS.
             IF WRK-MAT-ALUNO > ZEROS OR WRK-DOCUMENTO > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O ALUNO-MASTER
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         PERFORM 4010-LER-ALUNO
                         PERFORM 4020-MASCARAR-ALUNO UNTIL FIM-ARQUIVO
                         CLOSE ALUNO-MASTER
                   END-IF
             END-IF.

       4010-LER-ALUNO.
             READ ALUNO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4020-MASCARAR-ALUNO.
             IF (WRK-MAT-ALUNO > ZEROS
                   AND AL-MATRICULA = WRK-MAT-ALUNO)
                   OR (WRK-DOCUMENTO > ZEROS
                   AND AL-CPF = WRK-DOCUMENTO)
                   MOVE WRK-NOME-MASCARA TO AL-NOME
                   REWRITE ALUNO-MASTER-REC
                   ADD 1 TO WRK-QT-ALUNOS
                   ADD 1 TO WRK-QT-MASCARADOS
             END-IF.
             PERFORM 4010-LER-ALUNO.

       4500-PROFESSORES.
             IF WRK-DOCUMENTO > ZEROS
                   MOVE 'N' TO WRK-EOF-SW
                   OPEN I-O PROFESSOR-MASTER
                   MOVE WRK-FS-ARQUIVO TO WRK-FS-ULTIMO
                   IF FS-OK
                         PERFORM 4510-LER-PROFESSOR
                         PERFORM 4520-MASCARAR-PROFESSOR
                               UNTIL FIM-ARQUIVO
                         CLOSE PROFESSOR-MASTER
                   END-IF
             END-IF.

       4510-LER-PROFESSOR.
             READ PROFESSOR-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

       4520-MASCARAR-PROFESSOR.
             IF PF-CPF = WRK-DOCUMENTO
                   MOVE WRK-NOME-MASCARA TO PF-NOME
                   REWRITE PROFESSOR-MASTER-REC
                   ADD 1 TO WRK-QT-PROFESSORES
                   ADD 1 TO WRK-QT-MASCARADOS
             END-IF.
             PERFORM 4510-LER-PROFESSOR.

       8100-LER-TRABALHO.
             READ LGPD-TRABALHO
                   AT END MOVE 'S' TO WRK-EOF-TRB-SW
             END-READ.

       8500-GRAVAR-LOG.
             OPEN EXTEND LGPD-LOG.
             MOVE WRK-FS-LOG TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE LGPD-LOG
                   OPEN OUTPUT LGPD-LOG
             END-IF.
             MOVE WRK-DATA-HOJE     TO LGP-DATA.
             MOVE WRK-HORA-AGORA    TO LGP-HORA.
             SET LGP-ANONIMIZACAO TO TRUE.
             MOVE WRK-TIPO-ID       TO LGP-TIPO-ID.
             MOVE WRK-IDENTIFICADOR TO LGP-IDENTIFICADOR.
             MOVE WRK-SOLICITANTE   TO LGP-SOLICITANTE.
             MOVE WRK-PROTOCOLO     TO LGP-PROTOCOLO.
             MOVE WRK-OPERADOR      TO LGP-USUARIO.
             MOVE WRK-QT-MASCARADOS TO LGP-QT-REGISTROS.
             MOVE WRK-RESULTADO     TO LGP-RESULTADO.
             WRITE LGPD-LOG-REC.
             CLOSE LGPD-LOG.

       9000-ENCERRAR.
             DISPLAY 'ANONIMIZACAO DO TITULAR - RESULTADO '
                     WRK-RESULTADO.
             DISPLAY 'CLIENTES MASCARADOS.....: ' WRK-QT-CLIENTES.
             DISPLAY 'LINHAS DO JORNAL........: ' WRK-QT-JORNAL.
             DISPLAY 'FUNCIONARIOS (FUNCMST)..: ' WRK-QT-FUNCIONARIOS.
             DISPLAY 'HISTORICO FUNCIONAL.....: ' WRK-QT-HISTORICO.
             DISPLAY 'DEPENDENTES.............: ' WRK-QT-DEPENDENTES.
             DISPLAY 'ALUNOS..................: ' WRK-QT-ALUNOS.
             DISPLAY 'PROFESSORES.............: ' WRK-QT-PROFESSORES.
             DISPLAY 'TOTAL MASCARADO.........: ' WRK-QT-MASCARADOS.

       END PROGRAM ANONIMIZA-TITULAR.
