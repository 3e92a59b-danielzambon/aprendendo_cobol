      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: MANUTENCAO DO MESTRE CENTRAL DE PARAMETROS (PARAMST)
      *          - INCLUI, ALTERA, EXCLUI E CONSULTA AS VIGENCIAS DOS
      *          PARAMETROS DE NEGOCIO (JUROSCFG, ICMSCFG, DESCCFG,
      *          DORMCFG, BENEFCFG, ARMAZCFG, MENSALCFG, NOTACFG,
      *          UFCFG, SEGREGCFG), QUE DEIXAM DE SER EDITADOS DIRETO
      *          NOS ARQUIVOS SOLTOS, SEM RASTRO. TODA MUDANCA PASSA
      *          PELO JORNAL MUDJRN (ARQUIVO 'PARAMST') COM AS IMAGENS
      *          ANTES E DEPOIS E GUARDA O USUARIO NO REGISTRO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MUDANCA DE VALOR E SEMPRE UMA VIGENCIA NOVA, COM DATA A PARTIR
      * DO DIA DE MOVIMENTO ABERTO (DATAMOV): VIGENCIA RETROATIVA E
      * RECUSADA, PARA QUE O REPROCESSAMENTO DE UM DIA PASSADO CONTINUE
      * USANDO O VALOR QUE VALIA NAQUELE DIA. SO VIGENCIA AINDA FUTURA
      * PODE SER ALTERADA OU EXCLUIDA; A QUE JA ENTROU EM VIGOR FICA
      * COMO HISTORICO. O VALOR E DIGITADO NO LAYOUT DA LINHA DO
      * ARQUIVO ANTIGO DO GRUPO; NOS GRUPOS DE LINHA UNICA O ITEM E
      * SEMPRE 'PADRAO'. A OPCAO DO MENU E RESTRITA POR PERFIL E O
      * PROGRAMA AINDA EXIGE SUPERVISOR OU ADMINISTRADOR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - NOVO GRUPO SEGREGCFG: PARES DE OPCOES DO MENU
      *                 INCOMPATIVEIS NO MESMO PERFIL (ITEM = 'OO-OO',
      *                 VALOR = AS DUAS OPCOES E A DESCRICAO DO
      *                 CONFLITO), LIDO PELO REL-SEGREGACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT-PARAMETRO.
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

           SELECT PARAMETRO-MASTER ASSIGN TO 'PARAMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PA-CHAVE
                  FILE STATUS IS WRK-FS-PARAMETRO.

           SELECT DATA-MOVIMENTO ASSIGN TO 'DATAMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-MOVIMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       COPY usuario.

       FD  PARAMETRO-MASTER.
       COPY paramst.

       FD  DATA-MOVIMENTO.
       COPY datamov.

       WORKING-STORAGE SECTION.

       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETRO PIC X(02) VALUE '00'.
       77 WRK-FS-MOVIMENTO PIC X(02) VALUE '00'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVTO   PIC 9(08) VALUE ZEROS.
       77 WRK-ACAO         PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-FIM-SW       PIC X(01) VALUE 'N'.
         88 FIM-MANUTENCAO     VALUE 'S'.
       77 WRK-CHAVE-SW     PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-RECUSA-SW    PIC X(01) VALUE 'N'.
         88 PEDIDO-RECUSADO    VALUE 'S'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-VIGENCIAS      VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-QT-INCLUIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ALTERADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCLUIDAS PIC 9(04) VALUE ZEROS.

       77 WRK-GRUPO        PIC X(10) VALUE SPACES.
         88 GRUPO-CONHECIDO    VALUE 'JUROSCFG' 'ICMSCFG' 'DESCCFG'
                                     'DORMCFG' 'BENEFCFG' 'ARMAZCFG'
                                     'MENSALCFG' 'NOTACFG' 'UFCFG'
                                     'SEGREGCFG'.
         88 GRUPO-LINHA-UNICA  VALUE 'JUROSCFG' 'DESCCFG' 'DORMCFG'
                                     'NOTACFG'.
       77 WRK-ITEM         PIC X(20) VALUE SPACES.
       77 WRK-VALOR        PIC X(60) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(12) VALUE SPACES.
       77 WRK-VIGENTE      PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA     PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
          05 WRK-VIG-ANO      PIC 9(04).
          05 WRK-VIG-MES      PIC 9(02).
          05 WRK-VIG-DIA      PIC 9(02).

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

       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             PERFORM 0100-IDENTIFICAR-OPERADOR.
             IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'USUARIO NAO AUTORIZADO A MANTER '
                           'PARAMETROS'
                   GOBACK
             END-IF.

             PERFORM 0200-OBTER-DATA-MOVIMENTO.
             PERFORM 0300-ABRIR-PARAMETROS.

             MOVE 'N' TO WRK-FIM-SW.
             PERFORM 1000-ATENDER-PEDIDO UNTIL FIM-MANUTENCAO.
             CLOSE PARAMETRO-MASTER.

             DISPLAY 'VIGENCIAS INCLUIDAS.....: ' WRK-QT-INCLUIDAS.
             DISPLAY 'VIGENCIAS ALTERADAS.....: ' WRK-QT-ALTERADAS.
             DISPLAY 'VIGENCIAS EXCLUIDAS.....: ' WRK-QT-EXCLUIDAS.
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

      *----------------------------------------------------------------
      * A VIGENCIA MINIMA DE UMA MUDANCA E O DIA DE MOVIMENTO ABERTO;
      * SEM CONTROLE OU COM O DIA FECHADO, A DATA DA MAQUINA.
      *----------------------------------------------------------------
       0200-OBTER-DATA-MOVIMENTO.
             MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO.
             OPEN INPUT DATA-MOVIMENTO.
             MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ DATA-MOVIMENTO
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-MOVIMENTO TO WRK-FS-ULTIMO
                   IF FS-OK AND DM-DIA-ABERTO
                         MOVE DM-DATA-MOVIMENTO TO WRK-DATA-MOVTO
                   ELSE
                         DISPLAY 'DIA DE MOVIMENTO FECHADO OU SEM '
                                 'CONTROLE, USANDO A DATA DA MAQUINA'
                   END-IF
                   CLOSE DATA-MOVIMENTO
             ELSE
                   DISPLAY 'CONTROLE DATAMOV AUSENTE, USANDO A DATA '
                           'DA MAQUINA'
             END-IF.
             DISPLAY 'DATA DE MOVIMENTO: ' WRK-DATA-MOVTO.

       0300-ABRIR-PARAMETROS.
             OPEN I-O PARAMETRO-MASTER.
             MOVE WRK-FS-PARAMETRO TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE PARAMETRO-MASTER
                   OPEN OUTPUT PARAMETRO-MASTER
                   CLOSE PARAMETRO-MASTER
                   OPEN I-O PARAMETRO-MASTER
             END-IF.

       1000-ATENDER-PEDIDO.
             DISPLAY ' '.
             DISPLAY 'ACAO (I-INCLUIR VIGENCIA, A-ALTERAR, E-EXCLUIR, '
                     'C-CONSULTAR, F-FIM): '
             ACCEPT WRK-ACAO.

             MOVE 'N' TO WRK-RECUSA-SW.
             MOVE SPACES TO WRK-MOTIVO.
             EVALUATE WRK-ACAO
                   WHEN 'I' PERFORM 2000-INCLUIR-VIGENCIA
                   WHEN 'A' PERFORM 3000-ALTERAR-VIGENCIA
                   WHEN 'E' PERFORM 4000-EXCLUIR-VIGENCIA
                   WHEN 'C' PERFORM 5000-CONSULTAR-ITEM
                   WHEN 'F' MOVE 'S' TO WRK-FIM-SW
                   WHEN OTHER DISPLAY 'ACAO INVALIDA'
             END-EVALUATE.

             IF PEDIDO-RECUSADO
                   DISPLAY 'PEDIDO RECUSADO: ' WRK-MOTIVO
             END-IF.

      *----------------------------------------------------------------
      * GRUPO FORA DA LISTA DOS PARAMETROS MIGRADOS E RECUSADO, PARA
      * QUE UM NOME DIGITADO ERRADO NAO VIRE UM GRUPO QUE NINGUEM LE.
      *----------------------------------------------------------------
       1100-PEDIR-GRUPO-ITEM.
             DISPLAY 'GRUPO (JUROSCFG, ICMSCFG, DESCCFG, DORMCFG, '
                     'BENEFCFG, ARMAZCFG, MENSALCFG, NOTACFG, UFCFG, '
                     'SEGREGCFG): '
             ACCEPT WRK-GRUPO.
             IF NOT GRUPO-CONHECIDO
                   MOVE 'S' TO WRK-RECUSA-SW
                   MOVE 'GRUPO DE PARAMETRO DESCONHECIDO'
                        TO WRK-MOTIVO
             ELSE
                   IF GRUPO-LINHA-UNICA
                         MOVE 'PADRAO' TO WRK-ITEM
                   ELSE
                         DISPLAY 'ITEM (UF, TAMANHO, TURMA, '
                                 'MATRICULA OU PAR OO-OO): '
                         ACCEPT WRK-ITEM
                         IF WRK-ITEM = SPACES
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'ITEM EM BRANCO' TO WRK-MOTIVO
                         END-IF
                   END-IF
             END-IF.

       1200-PEDIR-VIGENCIA.
             DISPLAY 'VIGENCIA A PARTIR DE (AAAAMMDD): '
             ACCEPT WRK-VIGENCIA.
             IF WRK-VIGENCIA IS NOT NUMERIC
                   OR WRK-VIG-MES < 01 OR WRK-VIG-MES > 12
                   OR WRK-VIG-DIA < 01 OR WRK-VIG-DIA > 31
                   MOVE 'S' TO WRK-RECUSA-SW
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WRK-MOTIVO
             END-IF.

       1300-BUSCAR-VIGENCIA.
             MOVE 'N' TO WRK-CHAVE-SW.
             MOVE WRK-GRUPO    TO PA-GRUPO.
             MOVE WRK-ITEM     TO PA-ITEM.
             MOVE WRK-VIGENCIA TO PA-VIGENCIA.
             READ PARAMETRO-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-CHAVE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

      *----------------------------------------------------------------
      * VIGENCIA NOVA: A PARTIR DO DIA DE MOVIMENTO, NUNCA ANTES.
      *----------------------------------------------------------------
       2000-INCLUIR-VIGENCIA.
             PERFORM 1100-PEDIR-GRUPO-ITEM.
             IF NOT PEDIDO-RECUSADO
                   PERFORM 1200-PEDIR-VIGENCIA
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   AND WRK-VIGENCIA < WRK-DATA-MOVTO
                   MOVE 'S' TO WRK-RECUSA-SW
                   MOVE 'VIGENCIA ANTERIOR AO DIA DE MOVIMENTO'
                        TO WRK-MOTIVO
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   PERFORM 1300-BUSCAR-VIGENCIA
                   IF CHAVE-EXISTE
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'VIGENCIA JA CADASTRADA, USE ALTERAR'
                              TO WRK-MOTIVO
                   END-IF
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   DISPLAY 'VALOR (LAYOUT DA LINHA DO ' WRK-GRUPO '): '
                   ACCEPT WRK-VALOR
                   DISPLAY 'DESCRICAO DA MUDANCA: '
                   ACCEPT WRK-DESCRICAO
                   IF WRK-VALOR = SPACES
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'VALOR EM BRANCO' TO WRK-MOTIVO
                   END-IF
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   MOVE WRK-GRUPO     TO PA-GRUPO
                   MOVE WRK-ITEM      TO PA-ITEM
                   MOVE WRK-VIGENCIA  TO PA-VIGENCIA
                   MOVE WRK-VALOR     TO PA-VALOR
                   MOVE WRK-DESCRICAO TO PA-DESCRICAO
                   MOVE WRK-OPERADOR  TO PA-USUARIO
                   MOVE WRK-DATA-HOJE TO PA-DATA-ALT
                   WRITE PARAMETRO-MASTER-REC
                         INVALID KEY
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'FALHA AO GRAVAR A VIGENCIA'
                                    TO WRK-MOTIVO
                         NOT INVALID KEY
                               ADD 1 TO WRK-QT-INCLUIDAS
                               MOVE 'I' TO JP-OPERACAO
                               MOVE SPACES TO JP-ANTES
                               MOVE PARAMETRO-MASTER-REC TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                               DISPLAY 'VIGENCIA INCLUIDA'
                   END-WRITE
             END-IF.

      *----------------------------------------------------------------
      * SO VIGENCIA FUTURA (DEPOIS DO DIA DE MOVIMENTO) PODE MUDAR; A
      * QUE JA VALE OU JA VALEU E HISTORICO.
      *----------------------------------------------------------------
       3000-ALTERAR-VIGENCIA.
             PERFORM 3900-LOCALIZAR-FUTURA.
             IF NOT PEDIDO-RECUSADO
                   DISPLAY 'VALOR ATUAL: ' PA-VALOR
                   DISPLAY 'NOVO VALOR (BRANCO MANTEM): '
                   ACCEPT WRK-VALOR
                   DISPLAY 'DESCRICAO (BRANCO MANTEM): '
                   ACCEPT WRK-DESCRICAO
                   MOVE PARAMETRO-MASTER-REC TO JP-ANTES
                   IF WRK-VALOR NOT = SPACES
                         MOVE WRK-VALOR TO PA-VALOR
                   END-IF
                   IF WRK-DESCRICAO NOT = SPACES
                         MOVE WRK-DESCRICAO TO PA-DESCRICAO
                   END-IF
                   MOVE WRK-OPERADOR  TO PA-USUARIO
                   MOVE WRK-DATA-HOJE TO PA-DATA-ALT
                   REWRITE PARAMETRO-MASTER-REC
                         INVALID KEY
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'FALHA AO REGRAVAR A VIGENCIA'
                                    TO WRK-MOTIVO
                         NOT INVALID KEY
                               ADD 1 TO WRK-QT-ALTERADAS
                               MOVE 'A' TO JP-OPERACAO
                               MOVE PARAMETRO-MASTER-REC TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                               DISPLAY 'VIGENCIA ALTERADA'
                   END-REWRITE
             END-IF.

       3900-LOCALIZAR-FUTURA.
             PERFORM 1100-PEDIR-GRUPO-ITEM.
             IF NOT PEDIDO-RECUSADO
                   PERFORM 1200-PEDIR-VIGENCIA
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   PERFORM 1300-BUSCAR-VIGENCIA
                   IF NOT CHAVE-EXISTE
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'VIGENCIA NAO CADASTRADA' TO WRK-MOTIVO
                   END-IF
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   AND PA-VIGENCIA NOT > WRK-DATA-MOVTO
                   MOVE 'S' TO WRK-RECUSA-SW
                   MOVE 'VIGENCIA JA EM VIGOR, INCLUA UMA NOVA'
                        TO WRK-MOTIVO
             END-IF.

       4000-EXCLUIR-VIGENCIA.
             PERFORM 3900-LOCALIZAR-FUTURA.
             IF NOT PEDIDO-RECUSADO
                   DISPLAY 'VALOR: ' PA-VALOR
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA NOT = 'S'
                         MOVE 'S' TO WRK-RECUSA-SW
                         MOVE 'EXCLUSAO NAO CONFIRMADA' TO WRK-MOTIVO
                   END-IF
             END-IF.
             IF NOT PEDIDO-RECUSADO
                   MOVE PARAMETRO-MASTER-REC TO JP-ANTES
                   DELETE PARAMETRO-MASTER
                         INVALID KEY
                               MOVE 'S' TO WRK-RECUSA-SW
                               MOVE 'FALHA AO EXCLUIR A VIGENCIA'
                                    TO WRK-MOTIVO
                         NOT INVALID KEY
                               ADD 1 TO WRK-QT-EXCLUIDAS
                               MOVE 'E' TO JP-OPERACAO
                               MOVE SPACES TO JP-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                               DISPLAY 'VIGENCIA EXCLUIDA'
                   END-DELETE
             END-IF.

      *----------------------------------------------------------------
      * CONSULTA: TODAS AS VIGENCIAS DO ITEM, EM ORDEM DE DATA, COM A
      * SITUACAO NO DIA DE MOVIMENTO (A ULTIMA ATE ELE ESTA EM VIGOR).
      *----------------------------------------------------------------
       5000-CONSULTAR-ITEM.
             PERFORM 1100-PEDIR-GRUPO-ITEM.
             IF NOT PEDIDO-RECUSADO
                   MOVE ZEROS TO WRK-VIGENTE
                   PERFORM 5100-POSICIONAR-ITEM
                   PERFORM 5200-ACHAR-VIGENTE UNTIL FIM-VIGENCIAS
                   PERFORM 5100-POSICIONAR-ITEM
                   IF FIM-VIGENCIAS
                         DISPLAY 'NENHUMA VIGENCIA PARA ' WRK-GRUPO
                                 ' ' WRK-ITEM
                   END-IF
                   PERFORM 5300-EXIBIR-VIGENCIA UNTIL FIM-VIGENCIAS
             END-IF.

       5100-POSICIONAR-ITEM.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE WRK-GRUPO TO PA-GRUPO.
             MOVE WRK-ITEM  TO PA-ITEM.
             MOVE ZEROS     TO PA-VIGENCIA.
             START PARAMETRO-MASTER KEY IS >= PA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             IF NOT FIM-VIGENCIAS
                   PERFORM 5400-LER-VIGENCIA
             END-IF.

       5200-ACHAR-VIGENTE.
             IF PA-VIGENCIA NOT > WRK-DATA-MOVTO
                   MOVE PA-VIGENCIA TO WRK-VIGENTE
             END-IF.
             PERFORM 5400-LER-VIGENCIA.

       5300-EXIBIR-VIGENCIA.
             EVALUATE TRUE
                   WHEN PA-VIGENCIA > WRK-DATA-MOVTO
                         MOVE 'PROGRAMADA' TO WRK-SITUACAO
                   WHEN PA-VIGENCIA = WRK-VIGENTE
                         MOVE 'EM VIGOR' TO WRK-SITUACAO
                   WHEN OTHER
                         MOVE 'SUBSTITUIDA' TO WRK-SITUACAO
             END-EVALUATE.
             DISPLAY PA-VIGENCIA ' ' WRK-SITUACAO ' ' PA-USUARIO
                     ' ' PA-DATA-ALT.
             DISPLAY '   ' PA-VALOR.
             IF PA-DESCRICAO NOT = SPACES
                   DISPLAY '   ' PA-DESCRICAO
             END-IF.
             PERFORM 5400-LER-VIGENCIA.

       5400-LER-VIGENCIA.
             READ PARAMETRO-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.
             IF NOT FIM-VIGENCIAS
                   AND (PA-GRUPO NOT = WRK-GRUPO
                        OR PA-ITEM NOT = WRK-ITEM)
                   MOVE 'S' TO WRK-EOF-SW
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'PARAMST' TO JP-ARQUIVO.
             MOVE 'MANUT-PARAMETRO' TO JP-PROGRAMA.
             CALL 'GRAVA-JORNAL' USING JP-PARM.

       END PROGRAM MANUT-PARAMETRO.
