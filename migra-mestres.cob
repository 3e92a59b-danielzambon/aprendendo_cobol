      *          NOVOS - TITULOS (TIT-PARCELA ENTROU NA CHAVE E
      *          TIT-JUROS-RECEBIDO NO REGISTRO), CLIEMST (ENDERECO,
      *          CIDADE E CEP), PEDREG (CLIENTE, FILIAL, TRANSP,
      *          ROMANEIO E COTACAO), FATURAS (CUSTO DA MERCADORIA),
      *          BOXMST (CLIENTE DA ARMAZENAGEM), ESTOQMST (CUSTO
      *          MEDIO) E TRANSFER (CUSTO DO DOCUMENTO). CADA MESTRE E
      *          LIDO PELO FD NO LAYOUT ANTIGO, DESCARREGADO PARA O
      *          TRABALHO MESTMIG JA NO LAYOUT NOVO (CAMPOS NOVOS
      *          ZERADOS/EM BRANCO, PARCELA 01 NOS TITULOS) E O
      *          ARQUIVO E RECONSTRUIDO INDEXADO, NOS MOLDES DO
      *          PAGAMENTO DOS TITULOS).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O OPERADOR ESCOLHE O MESTRE (TITULOS, CLIEMST, PEDREG, FATURAS,
      * BOXMST, ESTOQMST, TRANSFER, ALUNOMST, PROFMST, DEPENDMST,
      * FUNCMST, FUNCHIST, DISCMST OU PERFMST);
      * UM MESTRE POR RODADA. A MIGRACAO
      * NAO E REENTRANTE: SOBRE O ARQUIVO JA NO LAYOUT NOVO, O OPEN PELO
      * FD ANTIGO DEVOLVE FILE STATUS DE CONFLITO (39) E A RODADA ABORTA
      * SEM ESTRAGAR NADA. FILE STATUS FORA DE 00/10/35/39 TAMBEM ABORTA
      * COM MENSAGEM.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PERFMST ENTRA NA MIGRACAO: AS OPCOES 61 A 99
      *                 ENTRAM NEGADAS E A JANELA DE ACESSO SEM
      *                 RESTRICAO (DIAS EM BRANCO, HORARIO 0000-0000 E
      *                 FILIAIS ZERADAS); O TRABALHO MESTMIG PASSA A
      *                 200 POSICOES.
      * 15/10/2026 DZ - O LAYOUT ANTIGO DO TITULOS PASSA A SER O COM
      *                 TIT-PARCELA NA CHAVE E TIT-JUROS-RECEBIDO,
      *                 GANHANDO A RODADA DE LOTE (TIT-EXECUCAO) ZERADA.
      * 15/10/2026 DZ - DISCMST ENTRA NA MIGRACAO, GANHANDO A CARGA
      *                 SEMANAL DA DISCIPLINA (DI-AULAS-SEMANA) ZERADA.
      * 15/10/2026 DZ - FUNCMST E FUNCHIST ENTRAM NA MIGRACAO, GANHANDO
      *                 O CARGO DO FUNCIONARIO (FP-CARGO, E FH-CARGO-ANT
      *                 E FH-CARGO-NOVO NO HISTORICO) ZERADO.
      * 15/10/2026 DZ - ALUNOMST, PROFMST E DEPENDMST ENTRAM NA
      *                 MIGRACAO, GANHANDO O CPF (AL-CPF, PF-CPF E
      *                 DP-CPF) ZERADO; O NOME DO MESTRE ESCOLHIDO
      *                 PASSA A TER 9 POSICOES (DEPENDMST).
      * 15/10/2026 DZ - O LAYOUT ANTIGO DO CLIEMST PASSA A SER O COM
      *                 ENDERECO, CIDADE E CEP, GANHANDO OS DADOS
      *                 FISCAIS DA NF-E (PESSOA JURIDICA, DOCUMENTO, IE
      *                 E MUNICIPIO ZERADOS/EM BRANCO).
      * 15/10/2026 DZ - O LAYOUT ANTIGO DO PEDREG PASSA A SER O COM PR-
      *                 RESERVA, GANHANDO OS CAMPOS DA ESCOLHA DA
      *                 TRANSPORTADORA (MOTIVO 'P', DEMAIS ZERADOS).
      * 15/10/2026 DZ - O LAYOUT ANTIGO DO BOXMST PASSA A SER O COM
      *                 BX-CLIENTE, GANHANDO BX-AREA-M2 ZERADO.
      * 15/10/2026 DZ - FATURAS GANHA FAT-LOTE (EM BRANCO) E TRANSFER
      *                 GANHA O LOTE DO DOCUMENTO (TR-LOTE E DATAS
      *                 ZERADOS).
      * 15/10/2026 DZ - ESTOQMST GANHA ES-RESERVADO (ZERADO) E O LAYOUT
      *                 ANTIGO DO PEDREG PASSA A SER O COM CLIENTE,
      *                 FILIAL, TRANSP, ROMANEIO E COTACAO, GANHANDO PR-
      *                 RESERVA EM BRANCO.
      * 15/10/2026 DZ - ESTOQMST (ES-CUSTO-MEDIO) E TRANSFER
      *                 (TR-CUSTO-UNIT) ENTRAM NA MIGRACAO; O LAYOUT
      *                 ANTIGO DAS FATURAS PASSA A SER O COM CLIENTE E
      *                 ICMS, SEM FAT-CUSTO-MERC.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS OB-NUMERO
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT ESTOQUE-ANTIGO ASSIGN TO 'ESTOQMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OE-CHAVE
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT TRANSFER-ANTIGO ASSIGN TO 'TRANSFER'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OR-NUMERO
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT ALUNO-ANTIGO ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OA-MATRICULA
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT PROFESSOR-ANTIGO ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OM-CODIGO
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT DEPENDENTE-ANTIGO ASSIGN TO 'DEPENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OD-CHAVE
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT FUNCIONARIO-ANTIGO ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OU-MATRICULA
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT HISTORICO-ANTIGO ASSIGN TO 'FUNCHIST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OH-CHAVE
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT DISCIPLINA-ANTIGA ASSIGN TO 'DISCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OI-CODIGO
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT PERFIL-ANTIGO ASSIGN TO 'PERFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OL-CODIGO
                  FILE STATUS IS WRK-FS-ANTIGO.

           SELECT MESTRE-TRABALHO ASSIGN TO 'MESTMIG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-TRAB.
                  RECORD KEY IS BX-NUMERO
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-CHAVE
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT TRANSFER-MASTER ASSIGN TO 'TRANSFER'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TR-NUMERO
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUNOMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-CODIGO
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT DEPENDENTE-MASTER ASSIGN TO 'DEPENDMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-CHAVE
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT FUNCIONARIO-HISTORICO ASSIGN TO 'FUNCHIST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT DISCIPLINA-MASTER ASSIGN TO 'DISCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DI-CODIGO
                  FILE STATUS IS WRK-FS-NOVO.

           SELECT PERFIL-MASTER ASSIGN TO 'PERFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRF-CODIGO
                  FILE STATUS IS WRK-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  TITULO-ANTIGO.
           05 OT-CHAVE.
              10 OT-DATA-VENDA PIC 9(08).
              10 OT-SEQ        PIC 9(05).
              10 OT-PARCELA    PIC 9(02).
           05 OT-CLIENTE       PIC 9(06).
           05 OT-VALOR         PIC 9(08)V99.
           05 OT-VENCIMENTO    PIC 9(08).
           05 OT-STATUS        PIC X(01).
           05 OT-DATA-PAGTO    PIC 9(08).
           05 OT-JUROS-RECEBIDO PIC 9(08)V99.

       FD  CLIENTE-ANTIGO.
       01  CLIENTE-ANTIGO-REC.
           05 OC-UF            PIC X(02).
           05 OC-LIMITE        PIC 9(08)V99.
           05 OC-SALDO         PIC 9(08)V99.
           05 OC-ENDERECO      PIC X(30).
           05 OC-CIDADE        PIC X(20).
           05 OC-CEP           PIC 9(08).

       FD  PEDIDO-ANTIGO.
       01  PEDIDO-ANTIGO-REC.
           05 OP-FRETE         PIC 9(06)V99.
           05 OP-STATUS        PIC 9(01).
           05 OP-DATA-STATUS   PIC 9(08).
           05 OP-CLIENTE       PIC 9(06).
           05 OP-FILIAL        PIC 9(02).
           05 OP-TRANSP        PIC X(03).
           05 OP-ROMANEIO      PIC 9(06).
           05 OP-COTACAO       PIC 9(06).
           05 OP-RESERVA       PIC X(01).

       FD  FATURA-ANTIGA.
       01  FATURA-ANTIGA-REC.
           05 OF-VALOR-MERC    PIC 9(06)V99.
           05 OF-FRETE         PIC 9(06)V99.
           05 OF-TOTAL         PIC 9(08)V99.
           05 OF-CLIENTE       PIC 9(06).
           05 OF-ICMS          PIC 9(08)V99.

       FD  BOX-ANTIGO.
       01  BOX-ANTIGO-REC.
           05 OB-OCUPADO       PIC X(01).
           05 OB-MATERIAL      PIC X(30).
           05 OB-DATA          PIC 9(08).
           05 OB-CLIENTE       PIC 9(06).

       FD  ESTOQUE-ANTIGO.
       01  ESTOQUE-ANTIGO-REC.
           05 OE-CHAVE.
              10 OE-CODIGO     PIC 9(06).
              10 OE-FILIAL     PIC 9(02).
           05 OE-SALDO         PIC S9(07).
           05 OE-MINIMO        PIC 9(05).
           05 OE-DATA-ULT-MOV  PIC 9(08).

       FD  TRANSFER-ANTIGO.
       01  TRANSFER-ANTIGO-REC.
           05 OR-NUMERO        PIC 9(06).
           05 OR-FILIAL-ORIG   PIC 9(02).
           05 OR-FILIAL-DEST   PIC 9(02).
           05 OR-CODIGO        PIC 9(06).
           05 OR-QTDE          PIC 9(05).
           05 OR-STATUS        PIC 9(01).
           05 OR-DATA-SAIDA    PIC 9(08).
           05 OR-DATA-CHEGADA  PIC 9(08).
           05 OR-FRETE         PIC 9(06)V99.
           05 OR-UF-DESTINO    PIC X(02).
           05 OR-BOX-DESTINO   PIC 9(04).

       FD  ALUNO-ANTIGO.
       01  ALUNO-ANTIGO-REC.
           05 OA-MATRICULA     PIC 9(06).
           05 OA-NOME          PIC X(30).
           05 OA-TURMA         PIC X(03).

       FD  PROFESSOR-ANTIGO.
       01  PROFESSOR-ANTIGO-REC.
           05 OM-CODIGO        PIC 9(04).
           05 OM-NOME          PIC X(30).

       FD  DEPENDENTE-ANTIGO.
       01  DEPENDENTE-ANTIGO-REC.
           05 OD-CHAVE.
              10 OD-MATRICULA  PIC 9(06).
              10 OD-SEQ        PIC 9(02).
           05 OD-NOME          PIC X(30).
           05 OD-DT-NASC       PIC 9(08).
           05 OD-TIPO          PIC X(01).

       FD  FUNCIONARIO-ANTIGO.
       01  FUNCIONARIO-ANTIGO-REC.
           05 OU-MATRICULA     PIC 9(06).
           05 OU-NOME          PIC X(30).
           05 OU-SALARIO       PIC 9(06)V99.
           05 OU-MOEDA         PIC X(03).
           05 OU-AGENCIA       PIC 9(04).
           05 OU-CONTA         PIC 9(08).
           05 OU-DT-ADMISSAO   PIC 9(08).
           05 OU-DT-DESLIG     PIC 9(08).
           05 OU-FILIAL        PIC 9(02).
           05 OU-CPF           PIC 9(11).

       FD  HISTORICO-ANTIGO.
       01  HISTORICO-ANTIGO-REC.
           05 OH-CHAVE.
              10 OH-MATRICULA  PIC 9(06).
              10 OH-DT-VIGENCIA PIC 9(08).
              10 OH-SEQ        PIC 9(03).
           05 OH-MOTIVO        PIC X(03).
           05 OH-SALARIO-ANT   PIC 9(06)V99.
           05 OH-SALARIO-NOVO  PIC 9(06)V99.
           05 OH-FILIAL-ANT    PIC 9(02).
           05 OH-FILIAL-NOVA   PIC 9(02).
           05 OH-AGENCIA-ANT   PIC 9(04).
           05 OH-CONTA-ANT     PIC 9(08).
           05 OH-AGENCIA-NOVA  PIC 9(04).
           05 OH-CONTA-NOVA    PIC 9(08).
           05 OH-DT-DESLIG-ANT PIC 9(08).
           05 OH-DT-DESLIG-NOVO PIC 9(08).
           05 OH-DATA-REG      PIC 9(08).
           05 OH-HORA-REG      PIC 9(08).
           05 OH-PROGRAMA      PIC X(18).

       FD  DISCIPLINA-ANTIGA.
       01  DISCIPLINA-ANTIGA-REC.
           05 OI-CODIGO        PIC 9(03).
           05 OI-NOME          PIC X(20).

       FD  PERFIL-ANTIGO.
       01  PERFIL-ANTIGO-REC.
           05 OL-CODIGO        PIC X(03).
           05 OL-DESCRICAO     PIC X(20).
           05 OL-OPCAO         OCCURS 60 TIMES PIC X(01).

       FD  MESTRE-TRABALHO.
       01  MESTRE-TRABALHO-REC PIC X(200).

       FD  CONTAS-RECEBER.
       COPY titulo.
       FD  BOX-MASTER.
       COPY boxmst.

       FD  ESTOQUE-MASTER.
       COPY estoqmst.

       FD  TRANSFER-MASTER.
       01  TRANSFER-MASTER-REC.
           05 TR-NUMERO        PIC 9(06).
           05 TR-FILIAL-ORIG   PIC 9(02).
           05 TR-FILIAL-DEST   PIC 9(02).
           05 TR-CODIGO        PIC 9(06).
           05 TR-QTDE          PIC 9(05).
           05 TR-STATUS        PIC 9(01).
           05 TR-DATA-SAIDA    PIC 9(08).
           05 TR-DATA-CHEGADA  PIC 9(08).
           05 TR-FRETE         PIC 9(06)V99.
           05 TR-UF-DESTINO    PIC X(02).
           05 TR-BOX-DESTINO   PIC 9(04).
           05 TR-CUSTO-UNIT    PIC 9(07)V9(04).
           05 TR-LOTE          PIC X(12).
           05 TR-DATA-FABRIC   PIC 9(08).
           05 TR-DATA-VALIDADE PIC 9(08).
           05 TR-QTDE-LOTE     PIC 9(05).

       FD  ALUNO-MASTER.
       COPY aluno.

       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  DEPENDENTE-MASTER.
       COPY depend.

       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  FUNCIONARIO-HISTORICO.
       COPY funchist.

       FD  DISCIPLINA-MASTER.
       COPY disciplin.

       FD  PERFIL-MASTER.
       COPY perfil.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ANTIGO  PIC X(02) VALUE '00'.
         88 FIM-ARQUIVO       VALUE 'S'.
       77 WRK-ABORTA-SW  PIC X(01) VALUE 'N'.
         88 MIGRACAO-ABORTADA VALUE 'S'.
       77 WRK-MESTRE     PIC X(09) VALUE SPACES.
         88 ALVO-TITULOS      VALUE 'TITULOS '.
         88 ALVO-CLIENTE      VALUE 'CLIEMST '.
         88 ALVO-PEDIDO       VALUE 'PEDREG  '.
         88 ALVO-FATURA       VALUE 'FATURAS '.
         88 ALVO-BOX          VALUE 'BOXMST  '.
         88 ALVO-ESTOQUE      VALUE 'ESTOQMST'.
         88 ALVO-TRANSFER     VALUE 'TRANSFER'.
         88 ALVO-ALUNO        VALUE 'ALUNOMST'.
         88 ALVO-PROFESSOR    VALUE 'PROFMST'.
         88 ALVO-DEPENDENTE   VALUE 'DEPENDMST'.
         88 ALVO-FUNCIONARIO  VALUE 'FUNCMST'.
         88 ALVO-HISTORICO    VALUE 'FUNCHIST'.
         88 ALVO-DISCIPLINA   VALUE 'DISCMST'.
         88 ALVO-PERFIL       VALUE 'PERFMST'.
       77 WRK-QT-LIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CARGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-IX-OPCAO   PIC 9(03) VALUE ZEROS.
       77 WRK-IX-FIL     PIC 9(02) VALUE ZEROS.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             DISPLAY 'MESTRE A MIGRAR (TITULOS/CLIEMST/PEDREG'
                     '/FATURAS/BOXMST/ESTOQMST/TRANSFER'
                     '/ALUNOMST/PROFMST/DEPENDMST'
                     '/FUNCMST/FUNCHIST/DISCMST/PERFMST): '
             ACCEPT WRK-MESTRE.

             IF NOT ALVO-TITULOS AND NOT ALVO-CLIENTE
                   AND NOT ALVO-PEDIDO AND NOT ALVO-FATURA
                   AND NOT ALVO-BOX AND NOT ALVO-ESTOQUE
                   AND NOT ALVO-TRANSFER AND NOT ALVO-ALUNO
                   AND NOT ALVO-PROFESSOR AND NOT ALVO-DEPENDENTE
                   AND NOT ALVO-FUNCIONARIO AND NOT ALVO-HISTORICO
                   AND NOT ALVO-DISCIPLINA AND NOT ALVO-PERFIL
                   DISPLAY 'MESTRE NAO SUPORTADO: ' WRK-MESTRE
                   GOBACK
             END-IF.
                         OPEN INPUT FATURA-ANTIGA
                   WHEN ALVO-BOX
                         OPEN INPUT BOX-ANTIGO
                   WHEN ALVO-ESTOQUE
                         OPEN INPUT ESTOQUE-ANTIGO
                   WHEN ALVO-TRANSFER
                         OPEN INPUT TRANSFER-ANTIGO
                   WHEN ALVO-ALUNO
                         OPEN INPUT ALUNO-ANTIGO
                   WHEN ALVO-PROFESSOR
                         OPEN INPUT PROFESSOR-ANTIGO
                   WHEN ALVO-DEPENDENTE
                         OPEN INPUT DEPENDENTE-ANTIGO
                   WHEN ALVO-FUNCIONARIO
                         OPEN INPUT FUNCIONARIO-ANTIGO
                   WHEN ALVO-HISTORICO
                         OPEN INPUT HISTORICO-ANTIGO
                   WHEN ALVO-DISCIPLINA
                         OPEN INPUT DISCIPLINA-ANTIGA
                   WHEN ALVO-PERFIL
                         OPEN INPUT PERFIL-ANTIGO
             END-EVALUATE.

             MOVE WRK-FS-ANTIGO TO WRK-FS-ULTIMO.
                         READ BOX-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-ESTOQUE
                         READ ESTOQUE-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-TRANSFER
                         READ TRANSFER-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-ALUNO
                         READ ALUNO-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-PROFESSOR
                         READ PROFESSOR-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-DEPENDENTE
                         READ DEPENDENTE-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-FUNCIONARIO
                         READ FUNCIONARIO-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-HISTORICO
                         READ HISTORICO-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-DISCIPLINA
                         READ DISCIPLINA-ANTIGA NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
                   WHEN ALVO-PERFIL
                         READ PERFIL-ANTIGO NEXT RECORD
                               AT END MOVE 'S' TO WRK-EOF-SW
                         END-READ
             END-EVALUATE.
             IF NOT FIM-ARQUIVO
                   MOVE WRK-FS-ANTIGO TO WRK-FS-ULTIMO
                         CLOSE FATURA-ANTIGA
                   WHEN ALVO-BOX
                         CLOSE BOX-ANTIGO
                   WHEN ALVO-ESTOQUE
                         CLOSE ESTOQUE-ANTIGO
                   WHEN ALVO-TRANSFER
                         CLOSE TRANSFER-ANTIGO
                   WHEN ALVO-ALUNO
                         CLOSE ALUNO-ANTIGO
                   WHEN ALVO-PROFESSOR
                         CLOSE PROFESSOR-ANTIGO
                   WHEN ALVO-DEPENDENTE
                         CLOSE DEPENDENTE-ANTIGO
                   WHEN ALVO-FUNCIONARIO
                         CLOSE FUNCIONARIO-ANTIGO
                   WHEN ALVO-HISTORICO
                         CLOSE HISTORICO-ANTIGO
                   WHEN ALVO-DISCIPLINA
                         CLOSE DISCIPLINA-ANTIGA
                   WHEN ALVO-PERFIL
                         CLOSE PERFIL-ANTIGO
             END-EVALUATE.

      *----------------------------------------------------------------
      * CADA REGISTRO ANTIGO VIRA UM REGISTRO NO LAYOUT NOVO: OS
      * CAMPOS NOVOS SAEM ZERADOS/EM BRANCO.
      *----------------------------------------------------------------
       2000-CONVERTER-REGISTRO.
             IF MIGRACAO-ABORTADA
                               PERFORM 2400-CONVERTER-FATURA
                         WHEN ALVO-BOX
                               PERFORM 2500-CONVERTER-BOX
                         WHEN ALVO-ESTOQUE
                               PERFORM 2600-CONVERTER-ESTOQUE
                         WHEN ALVO-TRANSFER
                               PERFORM 2700-CONVERTER-TRANSFER
                         WHEN ALVO-ALUNO
                               PERFORM 2800-CONVERTER-ALUNO
                         WHEN ALVO-PROFESSOR
                               PERFORM 2850-CONVERTER-PROFESSOR
                         WHEN ALVO-DEPENDENTE
                               PERFORM 2900-CONVERTER-DEPENDENTE
                         WHEN ALVO-FUNCIONARIO
                               PERFORM 2950-CONVERTER-FUNCIONARIO
                         WHEN ALVO-HISTORICO
                               PERFORM 2970-CONVERTER-HISTORICO
                         WHEN ALVO-DISCIPLINA
                               PERFORM 2980-CONVERTER-DISCIPLINA
                         WHEN ALVO-PERFIL
                               PERFORM 2990-CONVERTER-PERFIL
                   END-EVALUATE
                   PERFORM 1100-LER-ANTIGO
             END-IF.
       2100-CONVERTER-TITULO.
             MOVE OT-DATA-VENDA TO TIT-DATA-VENDA.
             MOVE OT-SEQ        TO TIT-SEQ.
             MOVE OT-PARCELA    TO TIT-PARCELA.
             MOVE OT-CLIENTE    TO TIT-CLIENTE.
             MOVE OT-VALOR      TO TIT-VALOR.
             MOVE OT-VENCIMENTO TO TIT-VENCIMENTO.
             MOVE OT-STATUS     TO TIT-STATUS.
             MOVE OT-DATA-PAGTO TO TIT-DATA-PAGTO.
             MOVE OT-JUROS-RECEBIDO TO TIT-JUROS-RECEBIDO.
             MOVE ZEROS         TO TIT-EXECUCAO.
             WRITE MESTRE-TRABALHO-REC FROM TITULO-REC.

       2200-CONVERTER-CLIENTE.
             MOVE OC-UF     TO CL-UF.
             MOVE OC-LIMITE TO CL-LIMITE.
             MOVE OC-SALDO  TO CL-SALDO.
             MOVE OC-ENDERECO TO CL-ENDERECO.
             MOVE OC-CIDADE TO CL-CIDADE.
             MOVE OC-CEP    TO CL-CEP.
             MOVE 'J'       TO CL-TIPO-PESSOA.
             MOVE ZEROS     TO CL-DOCUMENTO.
             MOVE SPACES    TO CL-IE.
             MOVE ZEROS     TO CL-MUNICIPIO.
             WRITE MESTRE-TRABALHO-REC FROM CLIENTE-MASTER-REC.

       2300-CONVERTER-PEDIDO.
             MOVE OP-FRETE       TO PR-FRETE.
             MOVE OP-STATUS      TO PR-STATUS.
             MOVE OP-DATA-STATUS TO PR-DATA-STATUS.
             MOVE OP-CLIENTE     TO PR-CLIENTE.
             MOVE OP-FILIAL      TO PR-FILIAL.
             MOVE OP-TRANSP      TO PR-TRANSP.
             MOVE OP-ROMANEIO    TO PR-ROMANEIO.
             MOVE OP-COTACAO     TO PR-COTACAO.
             MOVE OP-RESERVA     TO PR-RESERVA.
             MOVE SPACES         TO PR-TRANSP-2.
             MOVE 'P'            TO PR-MOTIVO-TRANSP.
             MOVE ZEROS          TO PR-PCT-PRAZO.
             MOVE ZEROS          TO PR-PONTOS.
             MOVE ZEROS          TO PR-PONTOS-2.
             WRITE MESTRE-TRABALHO-REC FROM PEDIDO-REGISTRO-REC.

       2400-CONVERTER-FATURA.
             MOVE OF-VALOR-MERC TO FAT-VALOR-MERC.
             MOVE OF-FRETE      TO FAT-FRETE.
             MOVE OF-TOTAL      TO FAT-TOTAL.
             MOVE OF-CLIENTE    TO FAT-CLIENTE.
             MOVE OF-ICMS       TO FAT-ICMS.
             MOVE ZEROS         TO FAT-CUSTO-MERC.
             MOVE SPACES        TO FAT-LOTE.
             WRITE MESTRE-TRABALHO-REC FROM FATURA-MASTER-REC.

       2500-CONVERTER-BOX.
             MOVE OB-OCUPADO  TO BX-OCUPADO.
             MOVE OB-MATERIAL TO BX-MATERIAL.
             MOVE OB-DATA     TO BX-DATA.
             MOVE OB-CLIENTE  TO BX-CLIENTE.
             MOVE ZEROS       TO BX-AREA-M2.
             WRITE MESTRE-TRABALHO-REC FROM BOX-MASTER-REC.

       2600-CONVERTER-ESTOQUE.
             MOVE OE-CODIGO       TO ES-CODIGO.
             MOVE OE-FILIAL       TO ES-FILIAL.
             MOVE OE-SALDO        TO ES-SALDO.
             MOVE OE-MINIMO       TO ES-MINIMO.
             MOVE OE-DATA-ULT-MOV TO ES-DATA-ULT-MOV.
             MOVE ZEROS           TO ES-CUSTO-MEDIO.
             MOVE ZEROS           TO ES-RESERVADO.
             WRITE MESTRE-TRABALHO-REC FROM ESTOQUE-MASTER-REC.

       2700-CONVERTER-TRANSFER.
             MOVE OR-NUMERO       TO TR-NUMERO.
             MOVE OR-FILIAL-ORIG  TO TR-FILIAL-ORIG.
             MOVE OR-FILIAL-DEST  TO TR-FILIAL-DEST.
             MOVE OR-CODIGO       TO TR-CODIGO.
             MOVE OR-QTDE         TO TR-QTDE.
             MOVE OR-STATUS       TO TR-STATUS.
             MOVE OR-DATA-SAIDA   TO TR-DATA-SAIDA.
             MOVE OR-DATA-CHEGADA TO TR-DATA-CHEGADA.
             MOVE OR-FRETE        TO TR-FRETE.
             MOVE OR-UF-DESTINO   TO TR-UF-DESTINO.
             MOVE OR-BOX-DESTINO  TO TR-BOX-DESTINO.
             MOVE ZEROS           TO TR-CUSTO-UNIT.
             MOVE SPACES          TO TR-LOTE.
             MOVE ZEROS           TO TR-DATA-FABRIC.
             MOVE ZEROS           TO TR-DATA-VALIDADE.
             MOVE ZEROS           TO TR-QTDE-LOTE.
             WRITE MESTRE-TRABALHO-REC FROM TRANSFER-MASTER-REC.

       2800-CONVERTER-ALUNO.
             MOVE OA-MATRICULA TO AL-MATRICULA.
             MOVE OA-NOME      TO AL-NOME.
             MOVE OA-TURMA     TO AL-TURMA.
             MOVE ZEROS        TO AL-CPF.
             WRITE MESTRE-TRABALHO-REC FROM ALUNO-MASTER-REC.

       2850-CONVERTER-PROFESSOR.
             MOVE OM-CODIGO TO PF-CODIGO.
             MOVE OM-NOME   TO PF-NOME.
             MOVE ZEROS     TO PF-CPF.
             WRITE MESTRE-TRABALHO-REC FROM PROFESSOR-MASTER-REC.

       2900-CONVERTER-DEPENDENTE.
             MOVE OD-MATRICULA TO DP-MATRICULA.
             MOVE OD-SEQ       TO DP-SEQ.
             MOVE OD-NOME      TO DP-NOME.
             MOVE OD-DT-NASC   TO DP-DT-NASC.
             MOVE OD-TIPO      TO DP-TIPO.
             MOVE ZEROS        TO DP-CPF.
             WRITE MESTRE-TRABALHO-REC FROM DEPENDENTE-MASTER-REC.

       2950-CONVERTER-FUNCIONARIO.
             MOVE OU-MATRICULA   TO FP-MATRICULA.
             MOVE OU-NOME        TO FP-NOME.
             MOVE OU-SALARIO     TO FP-SALARIO.
             MOVE OU-MOEDA       TO FP-MOEDA.
             MOVE OU-AGENCIA     TO FP-AGENCIA.
             MOVE OU-CONTA       TO FP-CONTA.
             MOVE OU-DT-ADMISSAO TO FP-DT-ADMISSAO.
             MOVE OU-DT-DESLIG   TO FP-DT-DESLIG.
             MOVE OU-FILIAL      TO FP-FILIAL.
             MOVE OU-CPF         TO FP-CPF.
             MOVE ZEROS          TO FP-CARGO.
             WRITE MESTRE-TRABALHO-REC FROM FOLHA-FUNCIONARIO-REC.

       2970-CONVERTER-HISTORICO.
             MOVE OH-MATRICULA      TO FH-MATRICULA.
             MOVE OH-DT-VIGENCIA    TO FH-DT-VIGENCIA.
             MOVE OH-SEQ            TO FH-SEQ.
             MOVE OH-MOTIVO         TO FH-MOTIVO.
             MOVE OH-SALARIO-ANT    TO FH-SALARIO-ANT.
             MOVE OH-SALARIO-NOVO   TO FH-SALARIO-NOVO.
             MOVE OH-FILIAL-ANT     TO FH-FILIAL-ANT.
             MOVE OH-FILIAL-NOVA    TO FH-FILIAL-NOVA.
             MOVE OH-AGENCIA-ANT    TO FH-AGENCIA-ANT.
             MOVE OH-CONTA-ANT      TO FH-CONTA-ANT.
             MOVE OH-AGENCIA-NOVA   TO FH-AGENCIA-NOVA.
             MOVE OH-CONTA-NOVA     TO FH-CONTA-NOVA.
             MOVE OH-DT-DESLIG-ANT  TO FH-DT-DESLIG-ANT.
             MOVE OH-DT-DESLIG-NOVO TO FH-DT-DESLIG-NOVO.
             MOVE OH-DATA-REG       TO FH-DATA-REG.
             MOVE OH-HORA-REG       TO FH-HORA-REG.
             MOVE OH-PROGRAMA       TO FH-PROGRAMA.
             MOVE ZEROS             TO FH-CARGO-ANT.
             MOVE ZEROS             TO FH-CARGO-NOVO.
             WRITE MESTRE-TRABALHO-REC FROM FUNC-HIST-REC.

       2980-CONVERTER-DISCIPLINA.
             MOVE OI-CODIGO TO DI-CODIGO.
             MOVE OI-NOME   TO DI-NOME.
             MOVE ZEROS     TO DI-AULAS-SEMANA.
             WRITE MESTRE-TRABALHO-REC FROM DISCIPLINA-MASTER-REC.

      *----------------------------------------------------------------
      * PERFIL: AS OPCOES 61 A 99 ENTRAM NEGADAS, OS DIAS EM BRANCO,
      * A JANELA 0000-0000 E AS FILIAIS ZERADAS (SEM RESTRICAO ATE O
      * PROXIMO CARGA-PERFIL).
      *----------------------------------------------------------------
       2990-CONVERTER-PERFIL.
             MOVE OL-CODIGO    TO PRF-CODIGO.
             MOVE OL-DESCRICAO TO PRF-DESCRICAO.
             MOVE 1 TO WRK-IX-OPCAO.
             PERFORM 2991-CONVERTER-OPCAO UNTIL WRK-IX-OPCAO > 99.
             MOVE SPACES TO PRF-DIAS-SEMANA.
             MOVE ZEROS  TO PRF-HORA-INICIO.
             MOVE ZEROS  TO PRF-HORA-FIM.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 2992-ZERAR-FILIAL UNTIL WRK-IX-FIL > 10.
             WRITE MESTRE-TRABALHO-REC FROM PERFIL-MASTER-REC.

       2991-CONVERTER-OPCAO.
             IF WRK-IX-OPCAO <= 60
                   MOVE OL-OPCAO(WRK-IX-OPCAO)
                        TO PRF-OPCAO(WRK-IX-OPCAO)
             ELSE
                   MOVE 'N' TO PRF-OPCAO(WRK-IX-OPCAO)
             END-IF.
             ADD 1 TO WRK-IX-OPCAO.

       2992-ZERAR-FILIAL.
             MOVE ZEROS TO PRF-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

      *----------------------------------------------------------------
      * SEGUNDA FASE: O MESTRE E RECRIADO NO LAYOUT NOVO E CARREGADO
      * DO TRABALHO; CHAVE DUPLICADA (NAO DEVERIA HAVER) FICA COM A
                         OPEN OUTPUT BOX-MASTER
                         CLOSE BOX-MASTER
                         OPEN I-O BOX-MASTER
                   WHEN ALVO-ESTOQUE
                         OPEN OUTPUT ESTOQUE-MASTER
                         CLOSE ESTOQUE-MASTER
                         OPEN I-O ESTOQUE-MASTER
                   WHEN ALVO-TRANSFER
                         OPEN OUTPUT TRANSFER-MASTER
                         CLOSE TRANSFER-MASTER
                         OPEN I-O TRANSFER-MASTER
                   WHEN ALVO-ALUNO
                         OPEN OUTPUT ALUNO-MASTER
                         CLOSE ALUNO-MASTER
                         OPEN I-O ALUNO-MASTER
                   WHEN ALVO-PROFESSOR
                         OPEN OUTPUT PROFESSOR-MASTER
                         CLOSE PROFESSOR-MASTER
                         OPEN I-O PROFESSOR-MASTER
                   WHEN ALVO-DEPENDENTE
                         OPEN OUTPUT DEPENDENTE-MASTER
                         CLOSE DEPENDENTE-MASTER
                         OPEN I-O DEPENDENTE-MASTER
                   WHEN ALVO-FUNCIONARIO
                         OPEN OUTPUT FUNCIONARIO-MASTER
                         CLOSE FUNCIONARIO-MASTER
                         OPEN I-O FUNCIONARIO-MASTER
                   WHEN ALVO-HISTORICO
                         OPEN OUTPUT FUNCIONARIO-HISTORICO
                         CLOSE FUNCIONARIO-HISTORICO
                         OPEN I-O FUNCIONARIO-HISTORICO
                   WHEN ALVO-DISCIPLINA
                         OPEN OUTPUT DISCIPLINA-MASTER
                         CLOSE DISCIPLINA-MASTER
                         OPEN I-O DISCIPLINA-MASTER
                   WHEN ALVO-PERFIL
                         OPEN OUTPUT PERFIL-MASTER
                         CLOSE PERFIL-MASTER
                         OPEN I-O PERFIL-MASTER
             END-EVALUATE.

       5100-LER-TRABALHO.
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-ESTOQUE
                         MOVE MESTRE-TRABALHO-REC
                              TO ESTOQUE-MASTER-REC
                         WRITE ESTOQUE-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE ESTOQUE-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-TRANSFER
                         MOVE MESTRE-TRABALHO-REC
                              TO TRANSFER-MASTER-REC
                         WRITE TRANSFER-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE TRANSFER-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-ALUNO
                         MOVE MESTRE-TRABALHO-REC
                              TO ALUNO-MASTER-REC
                         WRITE ALUNO-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE ALUNO-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-PROFESSOR
                         MOVE MESTRE-TRABALHO-REC
                              TO PROFESSOR-MASTER-REC
                         WRITE PROFESSOR-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE PROFESSOR-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-DEPENDENTE
                         MOVE MESTRE-TRABALHO-REC
                              TO DEPENDENTE-MASTER-REC
                         WRITE DEPENDENTE-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE DEPENDENTE-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-FUNCIONARIO
                         MOVE MESTRE-TRABALHO-REC
                              TO FOLHA-FUNCIONARIO-REC
                         WRITE FOLHA-FUNCIONARIO-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE FOLHA-FUNCIONARIO-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-HISTORICO
                         MOVE MESTRE-TRABALHO-REC
                              TO FUNC-HIST-REC
                         WRITE FUNC-HIST-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE FUNC-HIST-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-DISCIPLINA
                         MOVE MESTRE-TRABALHO-REC
                              TO DISCIPLINA-MASTER-REC
                         WRITE DISCIPLINA-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE DISCIPLINA-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
                   WHEN ALVO-PERFIL
                         MOVE MESTRE-TRABALHO-REC
                              TO PERFIL-MASTER-REC
                         WRITE PERFIL-MASTER-REC
                               INVALID KEY
                                     ADD 1 TO WRK-QT-DUPLICADOS
                                     REWRITE PERFIL-MASTER-REC
                               NOT INVALID KEY
                                     ADD 1 TO WRK-QT-CARGADOS
                         END-WRITE
             END-EVALUATE.
             PERFORM 5100-LER-TRABALHO.

                         CLOSE FATURA-MASTER
                   WHEN ALVO-BOX
                         CLOSE BOX-MASTER
                   WHEN ALVO-ESTOQUE
                         CLOSE ESTOQUE-MASTER
                   WHEN ALVO-TRANSFER
                         CLOSE TRANSFER-MASTER
                   WHEN ALVO-ALUNO
                         CLOSE ALUNO-MASTER
                   WHEN ALVO-PROFESSOR
                         CLOSE PROFESSOR-MASTER
                   WHEN ALVO-DEPENDENTE
                         CLOSE DEPENDENTE-MASTER
                   WHEN ALVO-FUNCIONARIO
                         CLOSE FUNCIONARIO-MASTER
                   WHEN ALVO-HISTORICO
                         CLOSE FUNCIONARIO-HISTORICO
                   WHEN ALVO-DISCIPLINA
                         CLOSE DISCIPLINA-MASTER
                   WHEN ALVO-PERFIL
                         CLOSE PERFIL-MASTER
             END-EVALUATE.

       9000-ENCERRAR.
