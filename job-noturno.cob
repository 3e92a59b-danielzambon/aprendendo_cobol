      *          ANTES DOS RELATORIOS QUE OS LEEM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * OS PASSOS VEM DA DEFINICAO JOBPASSO (CARGA-JOBPASSO): NUMERO,
      * ORDEM, PROGRAMA, PREDECESSORES, REGRA DE FALHA E ATIVO. A
      * SUITE CHAMA CADA PROGRAMA PELO NOME, NA ORDEM DA DEFINICAO,
      * SO DEPOIS DOS SEUS PREDECESSORES; PASSO NOVO OU MUDANCA DE
      * SEQUENCIA E FEITO NO JOBPASSO, SEM ALTERAR ESTE PROGRAMA.
      * LIMITE DE 200 PASSOS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ORDENACAO DOS PASSOS DESEMPATA PELO CODIGO DO
      *                 PASSO (A TROCA SEM ESSE CRITERIO INVERTIA PASSOS
      *                 DE MESMA ORDEM); AGENDA JOBSCHED COM 200
      *                 POSICOES, COMO A TABELA DE PASSOS, E AVISO NO
      *                 CONSOLE PARA A LINHA QUE NAO COUBER; CONTADORES
      *                 DE PASSOS PULADOS, FORA DA AGENDA E SEM TRAVA
      *                 COM 3 DIGITOS.
      * 15/10/2026 DZ - O OPERATU PASSA A TRAZER A IDENTIDADE DE SERVICO
      *                 DA SUITE (USUARIO NOTURNO, PERFIL DE SERVICO
      *                 '***', SEM FILIAIS) DO PRIMEIRO AO ULTIMO PASSO,
      *                 NO LUGAR DE SESSAO DE MENU ESQUECIDA NO ARQUIVO,
      *                 E E ESVAZIADO NO FIM.
      * 15/10/2026 DZ - ALERTA OPERACIONAL (SUBROTINA GRAVA-ALERTA):
      *                 PASSO COM FALHA E SUITE PARADA POR GRAVIDADE DO
      *                 VERIFSEV VAO PARA A CAIXA DE SAIDA ALERTOUT DO
      *                 GATEWAY, SEM ESPERAR O REL-JOBLOG DE MANHA.
      * 15/10/2026 DZ - PASSOS DEIXAM DE SER PARAGRAFOS FIXOS: A LISTA
      *                 (PASSO, ORDEM, PROGRAMA, PREDECESSORES, REGRA DE
      *                 FALHA E ATIVO) E LIDA DO JOBPASSO E O PROGRAMA
      *                 E CHAMADO DINAMICAMENTE EM ORDEM DE
      *                 DEPENDENCIA, MANTENDO JOBSCHED, TRAVACFG E A
      *                 RETOMADA PELO JOBCTL. FALHA (PROGRAMA AUSENTE OU
      *                 RETURN-CODE NAO ZERO) GRAVA 'F' NO JOBCTL E PARA
      *                 A SUITE OU SO APONTA, CONFORME A DEFINICAO;
      *                 DEPENDENTE DE PASSO NAO CONCLUIDO GRAVA 'B'.
      * 15/10/2026 DZ - CONSIGNADOS E PENSAO: PASSO DIARIO 0028
      *                 CARGA-CONSIGNACAO (APOS O 0039, COM O FUNCMST
      *                 JA ATUALIZADO) E MENSAL 0082 REL-CONSIGNADO
      *                 (REPASSE AOS BANCOS), NO JOBSCHED.
      * 15/10/2026 DZ - BANCO DE HORAS: NOVO PASSO MENSAL 0083
      *                 REL-BANCO-HORAS (EXTRATO DO MES E PASSIVO POR
      *                 FILIAL), NO JOBSCHED.
      * 15/10/2026 DZ - AFASTAMENTOS: PASSO DIARIO 0039
      *                 CARGA-AFASTAMENTO (LOGO APOS O 0038, QUE
      *                 MANTEM AS MATRICULAS VALIDADAS) E MENSAL 0084
      *                 REL-AFASTADOS, NO JOBSCHED.
      * 15/10/2026 DZ - CARGOS E FAIXAS SALARIAIS: PASSO DIARIO 0029
      *                 CARGA-CARGO (ANTES DO 0038 CARGA-FUNCIONARIO,
      *                 QUE VALIDA O CARGO) E MENSAL 0088
      *                 REL-FAIXA-SALARIAL, NO JOBSCHED. TABELA DE
      *                 PASSOS CONCLUIDOS AMPLIADA PARA 99, POIS A
      *                 SUITE JA PASSA DE 50 PASSOS.
      * 15/10/2026 DZ - NOVO PASSO DIARIO 0038 CARGA-FUNCIONARIO
      *                 (MANUTENCAO DO CADASTRO INDEXADO FUNCMST COM
      *                 HISTORICO FUNCIONAL), JUNTO DAS DEMAIS CARGAS.
      * 15/10/2026 DZ - NOVO PASSO MENSAL 0087 REL-INATIVOS (CLIENTES
      *                 INATIVOS E EM QUEDA DE VOLUME), NO JOBSCHED.
      * 15/10/2026 DZ - NOVO PASSO DIARIO 0037 REL-QUEBRA-ACORDO
      *                 (ACORDOS DE RENEGOCIACAO COM PARCELA ATRASADA).
      * 15/10/2026 DZ - NOVO PASSO MENSAL 0086 REL-EXTRATO (EXTRATO
      *                 DE CONTA POR CLIENTE), NO JOBSCHED.
      * 15/10/2026 DZ - NOVO PASSO MENSAL 0089 CALC-PDD (PROVISAO PARA
      *                 DEVEDORES DUVIDOSOS), NO JOBSCHED.
      * 15/10/2026 DZ - ATIVO IMOBILIZADO: PASSOS DIARIOS 0035
      *                 CARGA-ATIVO E 0036 BAIXA-ATIVO, E MENSAIS NO
      *                 JOBSCHED 0091 DEPREC-ATIVO (ANTES DOS RELATORIOS
      *                 DO MES) E 0100 REL-IMOBILIZADO.
      * 15/10/2026 DZ - NOVO PASSO 0099 REL-ISS (APURACAO MENSAL DO ISS
      *                 POR FILIAL).
      * 15/10/2026 DZ - NOVO PASSO 0097 REL-PISCOFINS (APURACAO MENSAL
      *                 DE PIS E COFINS SOBRE VENDAS, ARMAZENAGEM E
      *                 MENSALIDADES), MENSAL NO JOBSCHED AO LADO DO
      *                 REL-ICMS.
      * 15/10/2026 DZ - NOVO PASSO 0057 EXP-RASTREIO (RASTREIO DE
      *                 PEDIDOS PARA A LOJA VIRTUAL E O ATENDIMENTO, SO
      *                 AS MUDANCAS DESDE A ULTIMA RODADA), DEPOIS DO
      *                 FECHAMENTO DA EXPEDICAO DA NOITE.
      * 15/10/2026 DZ - NOVO PASSO 0034 APURA-PRAZO-TRANSP (% DE
      *                 ENTREGAS NO PRAZO POR TRANSPORTADORA E UF,
      *                 ARQUIVO PRAZOTR), ANTES DO COTA-FRETE-LOTE E DO
      *                 REL-FRETE-LOTE QUE ESCOLHEM A TRANSPORTADORA POR
      *                 ELE.
      * 15/10/2026 DZ - NOVO PASSO 0031 CARGA-TRANSP (MESTRE DE
      *                 TRANSPORTADORAS), JUNTO DAS DEMAIS CARGAS E
      *                 ANTES DE QUALQUER COTACAO OU EMBARQUE DA NOITE.
      * 15/10/2026 DZ - NOVO PASSO 0053 REL-VALIDADE-LOTE (LOTES
      *                 VENCIDOS COM SALDO E A VENCER EM 30/60/90 DIAS),
      *                 DEPOIS DA MOVIMENTACAO DO ESTOQUE.
      * 15/10/2026 DZ - NOVO PASSO 0052 REL-BACKORDER (FILA DE
      *                 BACKORDER: LIBERADOS NO DIA E PENDENTES), DEPOIS
      *                 DA COTACAO DO LOTE.
      * 15/10/2026 DZ - NOVO PASSO 0093 REL-CURVA-ABC (CURVA ABC E
      *                 RENTABILIDADE POR PRODUTO DO MES ANTERIOR),
      *                 MENSAL NO JOBSCHED.
      * 15/10/2026 DZ - NOVO PASSO 0095 REL-VALOR-ESTOQUE (VALORIZACAO
      *                 DO ESTOQUE A CUSTO MEDIO CONTRA O SALDO CONTABIL
      *                 DA CONTA 1104), MENSAL NO JOBSCHED COMO OS
      *                 DEMAIS RELATORIOS DE FECHAMENTO.
      * 15/10/2026 DZ - NOVO PASSO 0056 PROPOSTA-PAGTO (PROPOSTA SEMANAL
      *                 DE PAGAMENTOS DO CONTAS-PAGAR), AGENDADO NO
      *                 JOBSCHED PARA AS SEGUNDAS-FEIRAS.
      * 15/10/2026 DZ - NOVO PASSO 0033 RECEBE-COMPRA, ANTES DO MOVTO-
      *                 ESTOQUE, PARA AS ENTRADAS DO RECEBIMENTO CONTRA
      *                 PEDIDO DE COMPRA SEREM LANCADAS NO SALDO NA
      *                 MESMA NOITE.
      * 15/10/2026 DZ - NOVOS PASSOS 0032 CARGA-FORNECEDOR (MESTRE DE
      *                 FORNECEDORES E CUSTO POR PRODUTO, JUNTO DAS
      *                 DEMAIS CARGAS) E 0049 GERA-PEDIDO-COMPRA
      *                 (PEDIDOS DE COMPRA A PARTIR DA REPOSICAO, DEPOIS
      *                 DO REL-REPOSICAO DA NOITE).
      * 02/09/2026 DZ - EXCLUSAO MUTUA TAMBEM NO CAMINHO BATCH: ANTES
      *                 DE CADA PASSO A SUITE PEDE A TRAVA DO RECURSO
      *                 DO PROGRAMA AO CTRL-TRAVA (TABELA TRAVACFG) E
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-AGENDA.

           SELECT JOB-PASSO ASSIGN TO 'JOBPASSO'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JD-PASSO
                  FILE STATUS IS WRK-FS-PASSO.

           SELECT VERIFICA-SEVERIDADE ASSIGN TO 'VERIFSEV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SEVERIDADE.

           SELECT OPERADOR-ATUAL ASSIGN TO 'OPERATU'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROLE.
             88 JS-ANUAL           VALUE 'A'.
           05 JS-DETALHE       PIC 9(04).

       FD  JOB-PASSO.
       COPY jobpasso.

       FD  VERIFICA-SEVERIDADE.
       01  VERIFICA-SEVERIDADE-REC.
           05 SV-SEVERIDADE    PIC X(01).
             88 SV-GRAVE           VALUE '2'.
           05 SV-DATA          PIC 9(08).

       FD  OPERADOR-ATUAL.
       COPY operatu.

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONTROLE PIC X(02) VALUE '00'.
       01 WRK-DATA-RODADA PIC 9(08) VALUE ZEROS.

       01 TABELA-CONCLUIDOS.
          05 TC-PASSO OCCURS 200 TIMES PIC X(04).
       77 WRK-QT-CONCLUIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-IX-TC       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PULADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-FS-AGENDA   PIC X(02) VALUE '00'.
       77 WRK-FS-SEVERIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-OPERADOR PIC X(02) VALUE '00'.
       77 WRK-IX-FIL      PIC 9(02) VALUE ZEROS.
       77 WRK-PARAR-SW    PIC X(01) VALUE 'N'.
         88 PARAR-POR-DANO     VALUE 'S'.
       77 WRK-EOF-AGE-SW  PIC X(01) VALUE 'N'.
         88 FIM-AGENDA         VALUE 'S'.
       01 TABELA-AGENDA.
          05 TAG-DET OCCURS 200 TIMES.
             10 TAG-PASSO      PIC X(04).
             10 TAG-FREQUENCIA PIC X(01).
             10 TAG-DETALHE    PIC 9(04).
       77 WRK-QT-AGENDA   PIC 9(03) VALUE ZEROS.
       77 WRK-IX-AGE      PIC 9(03) VALUE ZEROS.
       77 WRK-DEVIDO-SW   PIC X(01) VALUE 'S'.
         88 PASSO-DEVIDO-HOJE  VALUE 'S'.
       77 WRK-AGE-ACHOU-SW PIC X(01) VALUE 'N'.
         88 AGENDA-ACHADA      VALUE 'S'.
       77 WRK-QT-FORA-AGENDA PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SEM-TRAVA PIC 9(03) VALUE ZEROS.
       77 WRK-SEM-TRAVA-SW PIC X(01) VALUE 'N'.
         88 PASSO-SEM-TRAVA    VALUE 'S'.
       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
          05 AV-NUMERO        PIC 9(08).

      *----------------------------------------------------------------
      * DEFINICAO DOS PASSOS (JOBPASSO) EM ORDEM DE EXECUCAO.
      * TPS-SITUACAO: BRANCO = A AVALIAR, C = CONCLUIDO (HOJE OU
      * NESTA RODADA), D = DISPENSADO (FORA DE AGENDA OU DESATIVADO),
      * F = FALHOU, T = SEM TRAVA, B = BLOQUEADO POR PREDECESSOR.
      *----------------------------------------------------------------
       01 TABELA-PASSOS.
          05 TPS-DET OCCURS 200 TIMES.
             10 TPS-PASSO       PIC X(04).
             10 TPS-ORDEM       PIC 9(04).
             10 TPS-PROGRAMA    PIC X(18).
             10 TPS-PREDECESSOR OCCURS 4 TIMES PIC X(04).
             10 TPS-FALHA       PIC X(01).
             10 TPS-ATIVO       PIC X(01).
             10 TPS-SITUACAO    PIC X(01).
               88 TPS-A-AVALIAR     VALUE SPACE.
               88 TPS-CONCLUIDO     VALUE 'C'.
               88 TPS-DISPENSADO    VALUE 'D'.
       01 WRK-TROCA-PASSO    PIC X(45) VALUE SPACES.
       77 WRK-FS-PASSO       PIC X(02) VALUE '00'.
       77 WRK-EOF-PAS-SW     PIC X(01) VALUE 'N'.
         88 FIM-PASSOS          VALUE 'S'.
       77 WRK-QT-PASSOS      PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PS          PIC 9(03) VALUE ZEROS.
       77 WRK-IX-BUSCA       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ORD         PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ORD2        PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PRED        PIC 9(01) VALUE ZEROS.
       77 WRK-PASSO-BUSCA    PIC X(04) VALUE SPACES.
       77 WRK-PRED-PARADO    PIC X(04) VALUE SPACES.
       77 WRK-PASSO-PARADA   PIC X(04) VALUE SPACES.
       77 WRK-ACHOU-SW       PIC X(01) VALUE 'N'.
         88 LINHA-ACHADA        VALUE 'S'.
       77 WRK-PRED-SW        PIC X(01) VALUE 'L'.
         88 PREDECESSOR-LIBERA   VALUE 'L'.
         88 PREDECESSOR-ESPERA   VALUE 'E'.
         88 PREDECESSOR-BLOQUEIA VALUE 'B'.
       77 WRK-PROGRESSO-SW   PIC X(01) VALUE 'S'.
         88 HOUVE-PROGRESSO     VALUE 'S'.
       77 WRK-PARAR-SUITE-SW PIC X(01) VALUE 'N'.
         88 PARAR-SUITE         VALUE 'S'.
       77 WRK-FALHA-SW       PIC X(01) VALUE 'N'.
         88 PASSO-FALHOU        VALUE 'S'.
       77 WRK-QT-DESATIVADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALHAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCED-PASSOS PIC 9(03) VALUE ZEROS.
       01 TL-PARM.
          05 TL-OPERACAO      PIC X(01).
          05 TL-PROGRAMA      PIC X(18).
             ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.
             PERFORM 7000-CARREGAR-CONCLUIDOS.
             PERFORM 7500-CARREGAR-AGENDA.
             PERFORM 7700-CARREGAR-PASSOS.
             IF WRK-QT-PASSOS = ZEROS
                   DISPLAY '======================================='
                   DISPLAY ' JOB-NOTURNO ABORTADO: DEFINICAO DE '
                           'PASSOS (JOBPASSO) AUSENTE OU VAZIA'
                   DISPLAY '======================================='
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
             END-IF.
             PERFORM 7800-ORDENAR-PASSOS.

             PERFORM 6000-GRAVAR-OPERADOR.
             MOVE 'S' TO WRK-PROGRESSO-SW.
             PERFORM 2000-PASSADA
                   UNTIL NOT HOUVE-PROGRESSO OR PARAR-SUITE.
             PERFORM 6100-LIMPAR-OPERADOR.

             IF PARAR-POR-DANO
                   DISPLAY '======================================='
                   DISPLAY ' JOB-NOTURNO ABORTADO: DANO GRAVE EM '
                           'ARQUIVO (VER RELVERIF/ARQDANO)'
                   DISPLAY '======================================='
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
             END-IF.
             IF PARAR-SUITE
                   DISPLAY '======================================='
                   DISPLAY ' JOB-NOTURNO INTERROMPIDO NA FALHA DO '
                           'PASSO ' WRK-PASSO-PARADA
                   DISPLAY '======================================='
             ELSE
                   MOVE 1 TO WRK-IX-PS
                   PERFORM 2500-BLOQUEAR-RESTANTE
                         UNTIL WRK-IX-PS > WRK-QT-PASSOS
             END-IF.

             DISPLAY '======================================='.
             DISPLAY ' JOB-NOTURNO - PROCESSAMENTO CONCLUIDO'.
                     WRK-QT-FORA-AGENDA.
             DISPLAY ' PASSOS SEM TRAVA (RECURSO EM USO): '
                     WRK-QT-SEM-TRAVA.
             DISPLAY ' PASSOS DESATIVADOS............: '
                     WRK-QT-DESATIVADOS.
             DISPLAY ' PASSOS COM FALHA..............: '
                     WRK-QT-FALHAS.
             DISPLAY ' PASSOS SEM PREDECESSOR OK.....: '
                     WRK-QT-BLOQUEADOS.
             DISPLAY '======================================='.
             IF WRK-QT-FALHAS > 0
                   MOVE 8 TO RETURN-CODE
             ELSE
                   MOVE 0 TO RETURN-CODE
             END-IF.
             STOP RUN.

      *----------------------------------------------------------------
      * A GRAVIDADE DA VERIFICACAO VALE MESMO QUANDO O PASSO FOI
                   CLOSE VERIFICA-SEVERIDADE
             END-IF.

      *----------------------------------------------------------------
      * CADA PASSADA PERCORRE A TABELA NA ORDEM DE EXECUCAO E RODA OS
      * PASSOS AINDA NAO AVALIADOS CUJOS PREDECESSORES JA TERMINARAM;
      * PASSO COM PREDECESSOR AINDA POR RODAR ESPERA A PASSADA
      * SEGUINTE. AS PASSADAS SE REPETEM ENQUANTO ALGUM PASSO FOR
      * AVALIADO.
      *----------------------------------------------------------------
       2000-PASSADA.
             MOVE 'N' TO WRK-PROGRESSO-SW.
             MOVE 1 TO WRK-IX-PS.
             PERFORM 2100-AVALIAR-PASSO
                   UNTIL WRK-IX-PS > WRK-QT-PASSOS OR PARAR-SUITE.

       2100-AVALIAR-PASSO.
             IF TPS-A-AVALIAR(WRK-IX-PS)
                   PERFORM 2200-CONFERIR-PREDECESSORES
                   EVALUATE TRUE
                         WHEN PREDECESSOR-BLOQUEIA
                               MOVE 'B' TO TPS-SITUACAO(WRK-IX-PS)
                               MOVE 'S' TO WRK-PROGRESSO-SW
                               MOVE TPS-PASSO(WRK-IX-PS) TO WRK-PASSO
                               MOVE TPS-PROGRAMA(WRK-IX-PS)
                                    TO WRK-PROGRAMA
                               DISPLAY 'PASSO ' WRK-PASSO ' - '
                                       WRK-PROGRAMA ' NAO EXECUTADO: '
                                       'PREDECESSOR ' WRK-PRED-PARADO
                                       ' NAO CONCLUIDO'
                               PERFORM 8900-REGISTRAR-BLOQUEIO
                         WHEN PREDECESSOR-LIBERA
                               MOVE 'S' TO WRK-PROGRESSO-SW
                               PERFORM 3000-EXECUTAR-PASSO
                         WHEN OTHER
                               CONTINUE
                   END-EVALUATE
             END-IF.
             ADD 1 TO WRK-IX-PS.

      *----------------------------------------------------------------
      * PREDECESSOR CONCLUIDO, FORA DE AGENDA OU DESATIVADO LIBERA O
      * PASSO; PREDECESSOR COM FALHA, SEM TRAVA OU BLOQUEADO BLOQUEIA;
      * PREDECESSOR AINDA NAO AVALIADO FAZ O PASSO ESPERAR.
      * PREDECESSOR FORA DO JOBPASSO E IGNORADO COM AVISO.
      *----------------------------------------------------------------
       2200-CONFERIR-PREDECESSORES.
             MOVE 'L' TO WRK-PRED-SW.
             MOVE SPACES TO WRK-PRED-PARADO.
             MOVE 1 TO WRK-IX-PRED.
             PERFORM 2210-CONFERIR-UM-PREDECESSOR
                   UNTIL WRK-IX-PRED > 4.

       2210-CONFERIR-UM-PREDECESSOR.
             IF TPS-PREDECESSOR(WRK-IX-PS, WRK-IX-PRED) NOT = SPACES
                   MOVE TPS-PREDECESSOR(WRK-IX-PS, WRK-IX-PRED)
                        TO WRK-PASSO-BUSCA
                   PERFORM 2300-LOCALIZAR-PASSO
                   IF NOT LINHA-ACHADA
                         DISPLAY 'PASSO ' TPS-PASSO(WRK-IX-PS)
                                 ': PREDECESSOR ' WRK-PASSO-BUSCA
                                 ' FORA DO JOBPASSO, IGNORADO'
                   ELSE
                         EVALUATE TRUE
                               WHEN TPS-CONCLUIDO(WRK-IX-BUSCA)
                                 OR TPS-DISPENSADO(WRK-IX-BUSCA)
                                     CONTINUE
                               WHEN TPS-A-AVALIAR(WRK-IX-BUSCA)
                                     IF NOT PREDECESSOR-BLOQUEIA
                                           MOVE 'E' TO WRK-PRED-SW
                                     END-IF
                               WHEN OTHER
                                     MOVE 'B' TO WRK-PRED-SW
                                     MOVE WRK-PASSO-BUSCA
                                          TO WRK-PRED-PARADO
                         END-EVALUATE
                   END-IF
             END-IF.
             ADD 1 TO WRK-IX-PRED.

       2300-LOCALIZAR-PASSO.
             MOVE 'N' TO WRK-ACHOU-SW.
             MOVE 1 TO WRK-IX-BUSCA.
             PERFORM 2310-COMPARAR-PASSO
                   UNTIL WRK-IX-BUSCA > WRK-QT-PASSOS OR LINHA-ACHADA.

       2310-COMPARAR-PASSO.
             IF TPS-PASSO(WRK-IX-BUSCA) = WRK-PASSO-BUSCA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   ADD 1 TO WRK-IX-BUSCA
             END-IF.

      *----------------------------------------------------------------
      * O QUE SOBROU SEM AVALIAR AO FIM DAS PASSADAS ESTA NUMA CADEIA
      * CIRCULAR DE PREDECESSORES.
      *----------------------------------------------------------------
       2500-BLOQUEAR-RESTANTE.
             IF TPS-A-AVALIAR(WRK-IX-PS)
                   MOVE 'B' TO TPS-SITUACAO(WRK-IX-PS)
                   MOVE TPS-PASSO(WRK-IX-PS)    TO WRK-PASSO
                   MOVE TPS-PROGRAMA(WRK-IX-PS) TO WRK-PROGRAMA
                   DISPLAY 'PASSO ' WRK-PASSO ' - ' WRK-PROGRAMA
                           ' NAO EXECUTADO: PREDECESSORES EM CICLO'
                   PERFORM 8900-REGISTRAR-BLOQUEIO
             END-IF.
             ADD 1 TO WRK-IX-PS.

      *----------------------------------------------------------------
      * UM PASSO: DESATIVADO NA DEFINICAO, FORA DA AGENDA DO DIA, JA
      * CONCLUIDO HOJE OU SEM TRAVA E PULADO (8000); SENAO O PROGRAMA
      * E CHAMADO PELO NOME DA DEFINICAO. PROGRAMA QUE NAO CARREGA OU
      * DEVOLVE RETURN-CODE DIFERENTE DE ZERO FALHOU: A FALHA FICA NO
      * JOBCTL ('F') E, COM REGRA P, PARA A SUITE.
      *----------------------------------------------------------------
       3000-EXECUTAR-PASSO.
             MOVE TPS-PASSO(WRK-IX-PS)    TO WRK-PASSO.
             MOVE TPS-PROGRAMA(WRK-IX-PS) TO WRK-PROGRAMA.
             IF TPS-ATIVO(WRK-IX-PS) = 'N'
                   MOVE 'D' TO TPS-SITUACAO(WRK-IX-PS)
                   ADD 1 TO WRK-QT-DESATIVADOS
                   DISPLAY 'PASSO ' WRK-PASSO ' - ' WRK-PROGRAMA
                           ' DESATIVADO NO JOBPASSO, PULADO'
             ELSE
                   MOVE 'N' TO WRK-SEM-TRAVA-SW
                   PERFORM 8000-VERIFICAR-PASSO
                   EVALUATE TRUE
                         WHEN PASSO-PENDENTE
                               PERFORM 3100-CHAMAR-PROGRAMA
                         WHEN NOT PASSO-DEVIDO-HOJE
                               MOVE 'D' TO TPS-SITUACAO(WRK-IX-PS)
                         WHEN PASSO-SEM-TRAVA
                               MOVE 'T' TO TPS-SITUACAO(WRK-IX-PS)
                         WHEN OTHER
                               MOVE 'C' TO TPS-SITUACAO(WRK-IX-PS)
                   END-EVALUATE
             END-IF.
             IF WRK-PROGRAMA = 'VERIFICA-ARQUIVOS'
                   PERFORM 0003-LER-SEVERIDADE
                   IF PARAR-POR-DANO
                         MOVE 'S' TO WRK-PARAR-SUITE-SW
                         MOVE WRK-PASSO TO WRK-PASSO-PARADA
                         PERFORM 8960-ALERTAR-DANO
                   END-IF
             END-IF.

       3100-CHAMAR-PROGRAMA.
             PERFORM 8100-REGISTRAR-INICIO.
             MOVE 'N' TO WRK-FALHA-SW.
             MOVE 0 TO RETURN-CODE.
             CALL WRK-PROGRAMA
                   ON EXCEPTION
                         MOVE 'S' TO WRK-FALHA-SW
                         DISPLAY 'PASSO ' WRK-PASSO ' - PROGRAMA '
                                 WRK-PROGRAMA ' NAO ENCONTRADO'
             END-CALL.
             IF RETURN-CODE NOT = 0
                   MOVE 'S' TO WRK-FALHA-SW
                   DISPLAY 'PASSO ' WRK-PASSO ' - ' WRK-PROGRAMA
                           ' TERMINOU COM RETURN-CODE ' RETURN-CODE
                   MOVE 0 TO RETURN-CODE
             END-IF.
             IF PASSO-FALHOU
                   MOVE 'F' TO TPS-SITUACAO(WRK-IX-PS)
                   ADD 1 TO WRK-QT-FALHAS
                   PERFORM 8250-REGISTRAR-FALHA
                   IF TPS-FALHA(WRK-IX-PS) = 'P'
                         MOVE 'S' TO WRK-PARAR-SUITE-SW
                         MOVE WRK-PASSO TO WRK-PASSO-PARADA
                   END-IF
                   PERFORM 8950-ALERTAR-FALHA
             ELSE
                   MOVE 'C' TO TPS-SITUACAO(WRK-IX-PS)
                   PERFORM 8200-REGISTRAR-FIM
             END-IF.

      * NA PARTIDA, OS PASSOS COM STATUS 'C' PARA A DATA DA RODADA
      * ENTRAM NA TABELA DE CONCLUIDOS E SERAO PULADOS.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * DURANTE OS PASSOS O OPERATU TRAZ A IDENTIDADE DE SERVICO DA
      * SUITE (USUARIO 'NOTURNO', PERFIL DE SERVICO '***', FILIAIS
      * ZERADAS), NO LUGAR DE QUALQUER SESSAO DE MENU QUE TENHA FICADO
      * NO ARQUIVO: OS PROGRAMAS CHAMADOS CARIMBAM A SUITE COMO ORIGEM
      * E O CONFERE-FILIAL NAO RESTRINGE O PERFIL DE SERVICO. O ARQUIVO
      * E ESVAZIADO DEPOIS DO ULTIMO PASSO.
      *----------------------------------------------------------------
       6000-GRAVAR-OPERADOR.
             OPEN INPUT OPERADOR-ATUAL.
             MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ OPERADOR-ATUAL
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-OPERADOR TO WRK-FS-ULTIMO
                   IF FS-OK AND OA-USUARIO NOT = SPACES
                         DISPLAY 'SESSAO DE MENU DE ' OA-USUARIO
                                 ' SUBSTITUIDA NO OPERATU PELO '
                                 'USUARIO DE SERVICO'
                   END-IF
                   CLOSE OPERADOR-ATUAL
             END-IF.
             OPEN OUTPUT OPERADOR-ATUAL.
             MOVE 'NOTURNO' TO OA-USUARIO.
             MOVE '***'     TO OA-PERFIL.
             ACCEPT OA-DATA-LOGIN FROM DATE YYYYMMDD.
             ACCEPT OA-HORA-LOGIN FROM TIME.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 6010-ZERAR-FILIAL UNTIL WRK-IX-FIL > 10.
             WRITE OPERADOR-ATUAL-REC.
             CLOSE OPERADOR-ATUAL.

       6010-ZERAR-FILIAL.
             MOVE ZEROS TO OA-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

       6100-LIMPAR-OPERADOR.
             OPEN OUTPUT OPERADOR-ATUAL.
             CLOSE OPERADOR-ATUAL.

       7000-CARREGAR-CONCLUIDOS.
             MOVE ZEROS TO WRK-QT-CONCLUIDOS.
             MOVE 'N' TO WRK-EOF-SW.
       7200-GUARDAR-CONCLUIDO.
             IF JC-DATA = WRK-DATA-RODADA
                   AND JC-PASSO-CONCLUIDO
                   IF WRK-QT-CONCLUIDOS < 200
                         ADD 1 TO WRK-QT-CONCLUIDOS
                         MOVE JC-PASSO
                              TO TC-PASSO(WRK-QT-CONCLUIDOS)
             CALL 'CTRL-TRAVA' USING TL-PARM.
             IF NOT TL-CONCEDIDA
                   MOVE 'N' TO WRK-PENDENTE-SW
                   MOVE 'S' TO WRK-SEM-TRAVA-SW
                   ADD 1 TO WRK-QT-SEM-TRAVA
                   DISPLAY 'PASSO ' WRK-PASSO ' - ' WRK-PROGRAMA
                           ' PULADO: RECURSO EM USO POR '
             WRITE JOB-CONTROLE-REC.
             CLOSE JOB-CONTROLE.

       8250-REGISTRAR-FALHA.
             PERFORM 8750-LIBERAR-TRAVA.
             PERFORM 8300-ABRIR-CONTROLE.
             MOVE WRK-DATA-RODADA TO JC-DATA.
             MOVE WRK-PASSO       TO JC-PASSO.
             MOVE WRK-PROGRAMA    TO JC-PROGRAMA.
             ACCEPT JC-HORA FROM TIME.
             MOVE 'F' TO JC-STATUS.
             WRITE JOB-CONTROLE-REC.
             CLOSE JOB-CONTROLE.

       8900-REGISTRAR-BLOQUEIO.
             ADD 1 TO WRK-QT-BLOQUEADOS.
             PERFORM 8300-ABRIR-CONTROLE.
             MOVE WRK-DATA-RODADA TO JC-DATA.
             MOVE WRK-PASSO       TO JC-PASSO.
             MOVE WRK-PROGRAMA    TO JC-PROGRAMA.
             ACCEPT JC-HORA FROM TIME.
             MOVE 'B' TO JC-STATUS.
             WRITE JOB-CONTROLE-REC.
             CLOSE JOB-CONTROLE.

      *----------------------------------------------------------------
      * FALHA QUE PARA A SUITE E GRAVE; FALHA SO APONTADA E AVISO. A
      * CONDICAO E O PASSO, PARA A RODADA RETOMADA NA MESMA NOITE NAO
      * REPETIR O ALERTA DENTRO DA JANELA DO ALERTCFG.
      *----------------------------------------------------------------
       8950-ALERTAR-FALHA.
             IF TPS-FALHA(WRK-IX-PS) = 'P'
                   MOVE '2' TO AV-SEVERIDADE
             ELSE
                   MOVE '1' TO AV-SEVERIDADE
             END-IF.
             MOVE SPACES TO AV-CONDICAO.
             STRING 'PASSO ' WRK-PASSO ' FALHOU'
                   DELIMITED BY SIZE INTO AV-CONDICAO.
             MOVE SPACES TO AV-MENSAGEM.
             IF PARAR-SUITE
                   STRING 'PASSO ' WRK-PASSO ' ' WRK-PROGRAMA
                          ' FALHOU - SUITE PARADA'
                         DELIMITED BY SIZE INTO AV-MENSAGEM
             ELSE
                   STRING 'PASSO ' WRK-PASSO ' ' WRK-PROGRAMA
                          ' FALHOU - SUITE SEGUE'
                         DELIMITED BY SIZE INTO AV-MENSAGEM
             END-IF.
             MOVE 'OPERACAO' TO AV-DESTINO.
             PERFORM 8990-CHAMAR-ALERTA.

       8960-ALERTAR-DANO.
             MOVE '2' TO AV-SEVERIDADE.
             MOVE 'VERIFSEV GRAVIDADE 2' TO AV-CONDICAO.
             MOVE 'SUITE PARADA: DANO GRAVE EM ARQUIVO (RELVERIF)'
                  TO AV-MENSAGEM.
             MOVE 'SUPORTE' TO AV-DESTINO.
             PERFORM 8990-CHAMAR-ALERTA.

       8990-CHAMAR-ALERTA.
             MOVE 'JOB-NOTURNO' TO AV-PROGRAMA.
             CALL 'GRAVA-ALERTA' USING AV-PARM.

       8400-REGISTRAR-FORA-AGENDA.
             PERFORM 8300-ABRIR-CONTROLE.
             MOVE WRK-DATA-RODADA TO JC-DATA.
             END-READ.

       7520-GUARDAR-AGENDA.
             IF WRK-QT-AGENDA < 200
                   ADD 1 TO WRK-QT-AGENDA
                   MOVE JS-PASSO TO TAG-PASSO(WRK-QT-AGENDA)
                   MOVE JS-FREQUENCIA
                        TO TAG-FREQUENCIA(WRK-QT-AGENDA)
                   MOVE JS-DETALHE TO TAG-DETALHE(WRK-QT-AGENDA)
             ELSE
                   DISPLAY 'AGENDA DO PASSO ' JS-PASSO ' ALEM DA '
                           'TABELA (200), PASSO SEGUE DIARIO'
             END-IF.
             PERFORM 7510-LER-AGENDA.

      *----------------------------------------------------------------
      * DEFINICAO DOS PASSOS: O JOBPASSO INTEIRO VAI PARA A TABELA,
      * QUE E ORDENADA POR TPS-ORDEM (EMPATE FICA NA ORDEM DO PASSO).
      *----------------------------------------------------------------
       7700-CARREGAR-PASSOS.
             MOVE ZEROS TO WRK-QT-PASSOS.
             MOVE 'N' TO WRK-EOF-PAS-SW.
             OPEN INPUT JOB-PASSO.
             MOVE WRK-FS-PASSO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-PAS-SW
             ELSE
                   MOVE LOW-VALUES TO JD-PASSO
                   START JOB-PASSO KEY IS >= JD-PASSO
                         INVALID KEY MOVE 'S' TO WRK-EOF-PAS-SW
                   END-START
                   PERFORM 7710-LER-PASSO
                   PERFORM 7720-GUARDAR-PASSO UNTIL FIM-PASSOS
                   CLOSE JOB-PASSO
             END-IF.
             IF WRK-QT-EXCED-PASSOS > 0
                   DISPLAY 'PASSOS ALEM DA TABELA (200), FORA DA '
                           'RODADA: ' WRK-QT-EXCED-PASSOS
             END-IF.

       7710-LER-PASSO.
             IF NOT FIM-PASSOS
                   READ JOB-PASSO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-PAS-SW
                   END-READ
             END-IF.

       7720-GUARDAR-PASSO.
             IF WRK-QT-PASSOS < 200
                   ADD 1 TO WRK-QT-PASSOS
                   MOVE WRK-QT-PASSOS TO WRK-IX-PS
                   MOVE JD-PASSO     TO TPS-PASSO(WRK-IX-PS)
                   MOVE JD-ORDEM     TO TPS-ORDEM(WRK-IX-PS)
                   MOVE JD-PROGRAMA  TO TPS-PROGRAMA(WRK-IX-PS)
                   MOVE 1 TO WRK-IX-PRED
                   PERFORM 7730-GUARDAR-PREDECESSOR
                         UNTIL WRK-IX-PRED > 4
                   MOVE JD-FALHA     TO TPS-FALHA(WRK-IX-PS)
                   MOVE JD-ATIVO     TO TPS-ATIVO(WRK-IX-PS)
                   MOVE SPACE        TO TPS-SITUACAO(WRK-IX-PS)
             ELSE
                   ADD 1 TO WRK-QT-EXCED-PASSOS
             END-IF.
             PERFORM 7710-LER-PASSO.

       7730-GUARDAR-PREDECESSOR.
             MOVE JD-PREDECESSOR(WRK-IX-PRED)
                  TO TPS-PREDECESSOR(WRK-IX-PS, WRK-IX-PRED).
             ADD 1 TO WRK-IX-PRED.

       7800-ORDENAR-PASSOS.
             IF WRK-QT-PASSOS > 1
                   MOVE 1 TO WRK-IX-ORD
                   PERFORM 7810-PASSADA-ORDENACAO
                         UNTIL WRK-IX-ORD >= WRK-QT-PASSOS
             END-IF.

       7810-PASSADA-ORDENACAO.
             COMPUTE WRK-IX-ORD2 = WRK-IX-ORD + 1.
             PERFORM 7820-COMPARAR-TROCAR
                   UNTIL WRK-IX-ORD2 > WRK-QT-PASSOS.
             ADD 1 TO WRK-IX-ORD.

       7820-COMPARAR-TROCAR.
             IF TPS-ORDEM(WRK-IX-ORD2) < TPS-ORDEM(WRK-IX-ORD)
                OR (TPS-ORDEM(WRK-IX-ORD2) = TPS-ORDEM(WRK-IX-ORD)
                    AND TPS-PASSO(WRK-IX-ORD2) < TPS-PASSO(WRK-IX-ORD))
                   MOVE TPS-DET(WRK-IX-ORD)  TO WRK-TROCA-PASSO
                   MOVE TPS-DET(WRK-IX-ORD2) TO TPS-DET(WRK-IX-ORD)
                   MOVE WRK-TROCA-PASSO      TO TPS-DET(WRK-IX-ORD2)
             END-IF.
             ADD 1 TO WRK-IX-ORD2.

       8300-ABRIR-CONTROLE.
             OPEN EXTEND JOB-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
