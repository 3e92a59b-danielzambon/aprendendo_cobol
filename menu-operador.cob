      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVAS OPCOES 66 A 75 PARA OS PROGRAMAS QUE SO
      *                 RODAVAM FORA DO MENU: BAIXA-PERDA, RENEGOCIA-
      *                 DIVIDA, ESTORNA-EXECUCAO, ANONIMIZA-TITULAR,
      *                 REL-TITULAR-LGPD, CIENCIA-ALERTA, APROVA-BOLSA,
      *                 TRANSFERE-ALUNO, CARGA-EXCECAO E GERA-NFE;
      *                 ESTORNO, ANONIMIZACAO E EXCECOES DE ACESSO SO
      *                 ADMINISTRADOR; AS DEMAIS, SUPERVISOR OU
      *                 ADMINISTRADOR.
      * 15/10/2026 DZ - O LOGIN DE USUARIO COM O PERFIL DE SERVICO '***'
      *                 (RESERVADO AO JOB-NOTURNO) E RECUSADO E
      *                 AUDITADO.
      * 15/10/2026 DZ - PERFMST QUE NAO ABRE (LAYOUT ANTIGO, FILE STATUS
      *                 39) NAO E MAIS LIDO: A SESSAO SEGUE SO PELA
      *                 REGRA DE NIVEL COM AVISO PARA RODAR O
      *                 MIGRA-MESTRES.
      * 15/10/2026 DZ - JANELA DE LOGIN: COM A SENHA CONFERIDA, O
      *                 CONFERE-JANELA RECUSA O LOGIN FORA DOS DIAS E DO
      *                 HORARIO DO PERFIL (OU DA EXCECAO EM VIGOR DO
      *                 USUARIO, EXCACESS), COM A RECUSA NO
      *                 ACESSO-AUDIT; AS FILIAIS PERMITIDAS VAO PARA O
      *                 OPERATU, ONDE O CONFERE-FILIAL AS CONFERE. NOVA
      *                 OPCAO 65 - EXCECOES DE ACESSO EM VIGOR
      *                 (REL-EXCECAO-ACESSO, SUPERVISOR/ADMINISTRADOR).
      * 15/10/2026 DZ - NOVA OPCAO 64 - CONFLITOS DE SEGREGACAO DE
      *                 FUNCOES POR PERFIL (REL-SEGREGACAO, SUPERVISOR/
      *                 ADMINISTRADOR).
      * 15/10/2026 DZ - O LOGIN ACEITO GRAVA O OPERADOR DA SESSAO NO
      *                 OPERATU (COPYBOOK OPERATU), ESVAZIADO NA SAIDA
      *                 DO MENU, PARA O REG-VENDAS E O CARGA-USUARIO
      *                 CARIMBAREM O ORIGINADOR DOS ITENS ENFILEIRADOS E
      *                 OS APROVADORES RECUSAREM A AUTOAPROVACAO.
      * 15/10/2026 DZ - LINHA DO ACESSAUD E DO OPERLOG PASSA A LEVAR O
      *                 ELO DE ENCADEAMENTO (SEQUENCIA E HASHES PELO
      *                 ENCADEIA-LOG) ANTES DO WRITE, PARA O VERIFICA-
      *                 ELOS DETECTAR LINHA APAGADA OU ALTERADA.
      * 15/10/2026 DZ - NOVAS OPCOES 61 - MANUTENCAO DO MESTRE DE
      *                 PARAMETROS (MANUT-PARAMETRO, SUPERVISOR/
      *                 ADMINISTRADOR), 62 - MIGRACAO DOS ARQUIVOS DE
      *                 CONFIGURACAO PARA O PARAMST (MIGRA-PARAMETROS,
      *                 SO ADMINISTRADOR, COMO AS DEMAIS MIGRACOES
      *                 UNICAS) E 63 - RELATORIO DE PARAMETROS E
      *                 MUDANCAS PROGRAMADAS (REL-PARAMETROS). A TABELA
      *                 DE PERMISSOES DO PERFIL PASSA A 99 OPCOES.
      * 15/10/2026 DZ - NOVA OPCAO 60 - MIGRACAO DO FOLHENT PARA O
      *                 CADASTRO INDEXADO FUNCMST (MIGRA-FOLHENT),
      *                 RESTRITA A ADMINISTRADOR, COMO AS DEMAIS
      *                 MIGRACOES UNICAS.
      * 15/10/2026 DZ - NOVA OPCAO 59 - REVISAO DE OCUPACAO DOS BOXES
      *                 (REALOCA-BOX): SUGERE E CONFIRMA A MUDANCA DE
      *                 MATERIAL PARA BOX MENOR.
      * 15/10/2026 DZ - NOVA OPCAO 58 - CURVA ABC E RENTABILIDADE POR
      *                 PRODUTO (REL-CURVA-ABC), NIVEL SUPERVISOR POR
      *                 TRAZER MARGEM.
      * 15/10/2026 DZ - NOVAS OPCOES 54 A 57 DO CONTAS-PAGAR: PROPOSTA,
      *                 APROVACAO, REMESSA E RETORNO DE PAGAMENTOS; AS
      *                 TRES ULTIMAS EXIGEM SUPERVISOR.
      * 02/09/2026 DZ - NOVA OPCAO 53 - MIGRACAO DOS MESTRES
      *                 INDEXADOS PARA OS LAYOUTS NOVOS
      *                 (MIGRA-MESTRES), RESTRITA A ADMINISTRADOR,
                  RECORD KEY IS PRF-CODIGO
                  FILE STATUS IS WRK-FS-PERFIL.

           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
       FD  PERFIL-MASTER.
       COPY perfil.

       FD  OPERADOR-ATUAL.
       COPY operatu.

       WORKING-STORAGE SECTION.

       77 WRK-OPCAO      PIC 9(02) VALUE ZEROS.
       77 WRK-PERFIL-OPERADOR PIC X(03) VALUE SPACES.
       77 WRK-PERFIL-OK-SW PIC X(01) VALUE 'N'.
         88 PERFIL-CARREGADO   VALUE 'S'.
       01 JA-PARM.
          05 JA-USUARIO       PIC X(10).
          05 JA-PERFIL        PIC X(03).
          05 JA-RESULTADO     PIC X(01).
             88 JA-PERMITIDO       VALUE 'S'.
             88 JA-DIA-NEGADO      VALUE 'D'.
             88 JA-HORA-NEGADA     VALUE 'H'.
             88 JA-SERVICO-NEGADO  VALUE 'P'.
          05 JA-EXCECAO       PIC X(01).
             88 JA-COM-EXCECAO     VALUE 'S'.
          05 JA-VALIDADE      PIC 9(08).
          05 JA-FILIAL        OCCURS 10 TIMES PIC 9(02).
       77 WRK-IX-FIL     PIC 9(02) VALUE ZEROS.
       01 TABELA-PERMISSOES.
          05 TPM-OPCAO OCCURS 99 TIMES PIC X(01).
       77 WRK-IX-PERM    PIC 9(03) VALUE ZEROS.
       77 WRK-FS-OPERLOG PIC X(02) VALUE '00'.
       77 WRK-PROG-EXEC  PIC X(18) VALUE SPACES.
       01 TL-PARM.
          05 TL-DONO-PROGRAMA PIC X(18).
          05 TL-DONO-USUARIO  PIC X(10).
       77 WRK-FS-DUPLO   PIC X(02) VALUE '00'.
       77 WRK-FS-OPERADOR PIC X(02) VALUE '00'.
       77 WRK-EOF-DUP-SW PIC X(01) VALUE 'N'.
         88 FIM-DUPLO-CONTROLE VALUE 'S'.
       01 TABELA-DUPLO-CONTROLE.
       77 WRK-SENHA-AUT  PIC X(10) VALUE SPACES.
       77 WRK-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INI   PIC 9(08) VALUE ZEROS.
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.
             IF OPERADOR-LOGADO
                   PERFORM 0065-CARREGAR-PERFIL
                   PERFORM 0075-CARREGAR-DUPLO-CONTROLE
                   PERFORM 0062-GRAVAR-OPERADOR-ATUAL
             END-IF.

             IF OPERADOR-LOGADO
                   PERFORM 0100-EXIBIR-MENU UNTIL NOT CONTINUAR-MENU
                   PERFORM 0063-LIMPAR-OPERADOR-ATUAL
             ELSE
                   DISPLAY 'ACESSO NEGADO, MENU ENCERRADO'
             END-IF.
             END-READ.

             PERFORM 0055-CONFERIR-SENHA.
             PERFORM 0057-CONFERIR-JANELA.

             EVALUATE TRUE
                   WHEN NOT USUARIO-ENCONTRADO
                         MOVE 'MENU: SENHA INVALIDA'
                              TO WRK-RESULTADO
                         DISPLAY 'USUARIO OU SENHA INVALIDOS'
                   WHEN JA-DIA-NEGADO
                         MOVE 'MENU: LOGIN FORA DO DIA'
                              TO WRK-RESULTADO
                         DISPLAY 'LOGIN NAO PERMITIDO NESTE DIA DA '
                                 'SEMANA'
                   WHEN JA-HORA-NEGADA
                         MOVE 'MENU: LOGIN FORA DO HORARIO'
                              TO WRK-RESULTADO
                         DISPLAY 'LOGIN FORA DA JANELA DE HORARIO '
                                 'DO PERFIL'
                   WHEN JA-SERVICO-NEGADO
                         MOVE 'MENU: PERFIL DE SERVICO'
                              TO WRK-RESULTADO
                         DISPLAY 'PERFIL DE SERVICO NAO ENTRA PELO '
                                 'MENU'
                   WHEN OTHER
                         MOVE 'S' TO WRK-LOGADO-SW
                         MOVE US-NIVEL TO WRK-NIVEL-OPERADOR
                   END-IF
             END-IF.

      *----------------------------------------------------------------
      * COM A SENHA CONFERIDA, O CONFERE-JANELA DIZ SE O USUARIO PODE
      * ENTRAR AGORA (DIAS E HORARIO DO PERFIL OU DA EXCECAO EM VIGOR)
      * E DEVOLVE AS FILIAIS QUE ELE PODE MOVIMENTAR NA SESSAO.
      *----------------------------------------------------------------
       0057-CONFERIR-JANELA.
             MOVE 'S' TO JA-RESULTADO.
             IF USUARIO-ENCONTRADO AND SENHA-CONFERE
                   AND NOT US-CONTA-BLOQUEADA
                   MOVE WRK-USUARIO TO JA-USUARIO
                   MOVE US-PERFIL   TO JA-PERFIL
                   CALL 'CONFERE-JANELA' USING JA-PARM
                   IF JA-PERMITIDO AND JA-COM-EXCECAO
                         DISPLAY 'EXCECAO DE ACESSO EM VIGOR ATE '
                                 JA-VALIDADE
                   END-IF
             END-IF.

       0060-GRAVAR-AUDITORIA.
             MOVE WRK-USUARIO   TO AA-USUARIO.
             MOVE WRK-RESULTADO TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

      *----------------------------------------------------------------
      * O OPERADOR DA SESSAO FICA NO OPERATU ENQUANTO O MENU ESTA
      * ABERTO: OS PROGRAMAS QUE ENFILEIRAM ITENS PARA APROVACAO O
      * CARIMBAM COMO ORIGINADOR, E OS APROVADORES RECUSAM DECIDIR
      * O ITEM QUE O PROPRIO USUARIO ORIGINOU.
      *----------------------------------------------------------------
       0062-GRAVAR-OPERADOR-ATUAL.
             OPEN OUTPUT OPERADOR-ATUAL.
             MOVE WRK-USUARIO         TO OA-USUARIO.
             MOVE WRK-PERFIL-OPERADOR TO OA-PERFIL.
             ACCEPT OA-DATA-LOGIN FROM DATE YYYYMMDD.
             ACCEPT OA-HORA-LOGIN FROM TIME.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 0064-COPIAR-FILIAL UNTIL WRK-IX-FIL > 10.
             WRITE OPERADOR-ATUAL-REC.
             CLOSE OPERADOR-ATUAL.

       0063-LIMPAR-OPERADOR-ATUAL.
             OPEN OUTPUT OPERADOR-ATUAL.
             CLOSE OPERADOR-ATUAL.

       0064-COPIAR-FILIAL.
             MOVE JA-FILIAL(WRK-IX-FIL) TO OA-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

      *----------------------------------------------------------------
      * O PERFIL DO OPERADOR E CARREGADO UMA VEZ POR SESSAO; SEM
      * PERFIL NO CADASTRO, COM O MESTRE AUSENTE OU COM O CODIGO
             ELSE
                   OPEN INPUT PERFIL-MASTER
                   MOVE WRK-FS-PERFIL TO WRK-FS-ULTIMO
                   EVALUATE TRUE
                         WHEN FS-ARQ-NAO-EXISTE
                               DISPLAY 'PERFMST AUSENTE, AUTORIZACAO '
                                       'SO POR NIVEL NESTA SESSAO'
                         WHEN NOT FS-OK
                               DISPLAY 'FILE STATUS ' WRK-FS-PERFIL
                                       ' NO PERFMST (RODE O '
                                       'MIGRA-MESTRES), AUTORIZACAO '
                                       'SO POR NIVEL'
                         WHEN OTHER
                               PERFORM 0066-LER-PERFIL
                               CLOSE PERFIL-MASTER
                   END-EVALUATE
             END-IF.

       0066-LER-PERFIL.
             MOVE WRK-PERFIL-OPERADOR TO PRF-CODIGO.
             READ PERFIL-MASTER
                   INVALID KEY
                         DISPLAY 'PERFIL ' WRK-PERFIL-OPERADOR
                                 ' FORA DO PERFMST, AUTORIZACAO SO '
                                 'POR NIVEL'
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-PERFIL-OK-SW
                         PERFORM 0067-COPIAR-PERMISSOES
             END-READ.

       0067-COPIAR-PERMISSOES.
             MOVE 1 TO WRK-IX-PERM.
             PERFORM 0068-COPIAR-UMA-PERMISSAO
                   UNTIL WRK-IX-PERM > 99.

       0068-COPIAR-UMA-PERMISSAO.
             MOVE PRF-OPCAO(WRK-IX-PERM)
                   WHEN 50
                   WHEN 52
                   WHEN 53
                   WHEN 60
                   WHEN 62
                   WHEN 68
                   WHEN 69
                   WHEN 74
                         MOVE 'A' TO WRK-NIVEL-MINIMO
                   WHEN 14
                   WHEN 16
                   WHEN 47
                   WHEN 49
                   WHEN 51
                   WHEN 55
                   WHEN 56
                   WHEN 57
                   WHEN 58
                   WHEN 61
                   WHEN 64
                   WHEN 65
                   WHEN 66
                   WHEN 67
                   WHEN 70
                   WHEN 71
                   WHEN 72
                   WHEN 73
                   WHEN 75
                         MOVE 'S' TO WRK-NIVEL-MINIMO
                   WHEN OTHER
                         MOVE 'U' TO WRK-NIVEL-MINIMO
                   MOVE 'N' TO WRK-AUTORIZADO-SW
             END-IF.
             IF PERFIL-CARREGADO
                   AND WRK-OPCAO >= 1 AND WRK-OPCAO <= 99
                   AND TPM-OPCAO(WRK-OPCAO) NOT = 'S'
                   MOVE 'N' TO WRK-AUTORIZADO-SW
             END-IF.
             DISPLAY ' 51 - FECHAR/REABRIR COMPETENCIA'.
             DISPLAY ' 52 - REAPLICAR JORNAL DE MUDANCAS'.
             DISPLAY ' 53 - MIGRACAO DOS MESTRES (LAYOUT NOVO)'.
             DISPLAY ' 54 - PROPOSTA DE PAGAMENTOS (CONTAS-PAGAR)'.
             DISPLAY ' 55 - APROVACAO DE PAGAMENTOS'.
             DISPLAY ' 56 - REMESSA DE PAGAMENTOS AO BANCO'.
             DISPLAY ' 57 - RETORNO DO BANCO (PAGAMENTOS)'.
             DISPLAY ' 58 - CURVA ABC E RENTABILIDADE POR PRODUTO'.
             DISPLAY ' 59 - REVISAO DE OCUPACAO DOS BOXES (REALOCACAO)'.
             DISPLAY ' 60 - MIGRACAO DO FOLHENT (CADASTRO FUNCMST)'.
             DISPLAY ' 61 - MANUTENCAO DE PARAMETROS (PARAMST)'.
             DISPLAY ' 62 - MIGRACAO DOS PARAMETROS PARA O PARAMST'.
             DISPLAY ' 63 - PARAMETROS E MUDANCAS PROGRAMADAS'.
             DISPLAY ' 64 - CONFLITOS DE SEGREGACAO DE FUNCOES'.
             DISPLAY ' 65 - EXCECOES DE ACESSO EM VIGOR'.
             DISPLAY ' 66 - BAIXA DE TITULO PARA PERDA'.
             DISPLAY ' 67 - RENEGOCIACAO DE DIVIDA'.
             DISPLAY ' 68 - ESTORNO DE EXECUCAO DE LOTE'.
             DISPLAY ' 69 - ANONIMIZACAO DE TITULAR (LGPD)'.
             DISPLAY ' 70 - DADOS DO TITULAR (LGPD)'.
             DISPLAY ' 71 - CIENCIA DE ALERTAS OPERACIONAIS'.
             DISPLAY ' 72 - APROVACAO DE BOLSAS'.
             DISPLAY ' 73 - TRANSFERENCIA DE ALUNO DE TURMA'.
             DISPLAY ' 74 - EXCECOES DE ACESSO (CARGA)'.
             DISPLAY ' 75 - GERACAO DO XML DA NF-E'.
             DISPLAY ' 00 - SAIR'.
             DISPLAY '======================================='.
             DISPLAY 'OPCAO: '.
                                TO WRK-PROG-EXEC
                   WHEN 53 MOVE 'MIGRA-MESTRES'
                                TO WRK-PROG-EXEC
                   WHEN 54 MOVE 'PROPOSTA-PAGTO' TO WRK-PROG-EXEC
                   WHEN 55 MOVE 'APROVA-PAGTO' TO WRK-PROG-EXEC
                   WHEN 56 MOVE 'PAGTO-REMESSA' TO WRK-PROG-EXEC
                   WHEN 57 MOVE 'PAGTO-RETORNO' TO WRK-PROG-EXEC
                   WHEN 58 MOVE 'REL-CURVA-ABC' TO WRK-PROG-EXEC
                   WHEN 59 MOVE 'REALOCA-BOX' TO WRK-PROG-EXEC
                   WHEN 60 MOVE 'MIGRA-FOLHENT' TO WRK-PROG-EXEC
                   WHEN 61 MOVE 'MANUT-PARAMETRO' TO WRK-PROG-EXEC
                   WHEN 62 MOVE 'MIGRA-PARAMETROS'
                                TO WRK-PROG-EXEC
                   WHEN 63 MOVE 'REL-PARAMETROS' TO WRK-PROG-EXEC
                   WHEN 64 MOVE 'REL-SEGREGACAO' TO WRK-PROG-EXEC
                   WHEN 65 MOVE 'REL-EXCECAO-ACESSO'
                                TO WRK-PROG-EXEC
                   WHEN 66 MOVE 'BAIXA-PERDA' TO WRK-PROG-EXEC
                   WHEN 67 MOVE 'RENEGOCIA-DIVIDA' TO WRK-PROG-EXEC
                   WHEN 68 MOVE 'ESTORNA-EXECUCAO' TO WRK-PROG-EXEC
                   WHEN 69 MOVE 'ANONIMIZA-TITULAR' TO WRK-PROG-EXEC
                   WHEN 70 MOVE 'REL-TITULAR-LGPD' TO WRK-PROG-EXEC
                   WHEN 71 MOVE 'CIENCIA-ALERTA' TO WRK-PROG-EXEC
                   WHEN 72 MOVE 'APROVA-BOLSA' TO WRK-PROG-EXEC
                   WHEN 73 MOVE 'TRANSFERE-ALUNO' TO WRK-PROG-EXEC
                   WHEN 74 MOVE 'CARGA-EXCECAO' TO WRK-PROG-EXEC
                   WHEN 75 MOVE 'GERA-NFE' TO WRK-PROG-EXEC
                   WHEN OTHER MOVE SPACES TO WRK-PROG-EXEC
             END-EVALUATE.

             END-IF.
             ACCEPT OL-DATA-FIM FROM DATE YYYYMMDD.
             ACCEPT OL-HORA-FIM FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'OPERLOG' TO EN-LOG.
             MOVE OL-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO OL-ELO.
             WRITE OPERACAO-LOG-REC.
             CLOSE OPERACAO-LOG.

                   WHEN 51 CALL 'FECHA-COMPETENCIA'
                   WHEN 52 CALL 'REAPLICA-JORNAL'
                   WHEN 53 CALL 'MIGRA-MESTRES'
                   WHEN 54 CALL 'PROPOSTA-PAGTO'
                   WHEN 55 CALL 'APROVA-PAGTO'
                   WHEN 56 CALL 'PAGTO-REMESSA'
                   WHEN 57 CALL 'PAGTO-RETORNO'
                   WHEN 58 CALL 'REL-CURVA-ABC'
                   WHEN 59 CALL 'REALOCA-BOX'
                   WHEN 60 CALL 'MIGRA-FOLHENT'
                   WHEN 61 CALL 'MANUT-PARAMETRO'
                   WHEN 62 CALL 'MIGRA-PARAMETROS'
                   WHEN 63 CALL 'REL-PARAMETROS'
                   WHEN 64 CALL 'REL-SEGREGACAO'
                   WHEN 65 CALL 'REL-EXCECAO-ACESSO'
                   WHEN 66 CALL 'BAIXA-PERDA'
                   WHEN 67 CALL 'RENEGOCIA-DIVIDA'
                   WHEN 68 CALL 'ESTORNA-EXECUCAO'
                   WHEN 69 CALL 'ANONIMIZA-TITULAR'
                   WHEN 70 CALL 'REL-TITULAR-LGPD'
                   WHEN 71 CALL 'CIENCIA-ALERTA'
                   WHEN 72 CALL 'APROVA-BOLSA'
                   WHEN 73 CALL 'TRANSFERE-ALUNO'
                   WHEN 74 CALL 'CARGA-EXCECAO'
                   WHEN 75 CALL 'GERA-NFE'
                   WHEN 00 MOVE 'N' TO WRK-CONTINUAR-SW
                   WHEN OTHER
                         DISPLAY 'OPCAO INVALIDA'
