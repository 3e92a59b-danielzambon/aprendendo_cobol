      * DE APROVACAO/RECUPERACAO VEM DO PARAMETRO NOTACFG.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FAIXAS DE APROVACAO LIDAS DO GRUPO NOTACFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - RODADA DE LOTE: O LOTE E ABERTO NO
      *                 CTRL-EXECUCAO E O NUMERO DA RODADA E CARIMBADO
      *                 NAS LINHAS LANCADAS NO NOTA-LEDGER
      *                 (NLG-EXECUCAO) E NAS CORRECOES GRAVADAS NO
      *                 NOTA-AUDIT (NAU-EXECUCAO); A LINHA CORRIGIDA
      *                 MANTEM A RODADA QUE A LANCOU. O ESTORNA-EXECUCAO
      *                 RETIRA AS LINHAS E DEVOLVE AS NOTAS ANTERIORES
      *                 DE UM LOTE ERRADO PELO NUMERO DA RODADA.
      * 02/09/2026 DZ - CARIMBO DO PROFESSOR: O NOVO ARQUIVO DE
      *                 ATRIBUICOES ATRIBMST (CARGA-ATRIBUICAO) E
      *                 CONSULTADO POR TERMO + TURMA DO ALUNO +
                  RECORD KEY IS DI-CODIGO
                  FILE STATUS IS WRK-FS-DISC.

           SELECT FREQ-LEDGER ASSIGN TO 'FREQLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FREQ.
       FD  NOTA-LEDGER.
       COPY notaldg.

       FD  FREQ-LEDGER.
       COPY freqldg.

            ==NLG-NOTA-RECUP==  BY ==NTB-NOTA-RECUP==
            ==NLG-DISCIPLINA==  BY ==NTB-DISCIPLINA==
            ==NLG-TURMA==       BY ==NTB-TURMA==
            ==NLG-PROFESSOR==   BY ==NTB-PROFESSOR==
            ==NLG-EXECUCAO==    BY ==NTB-EXECUCAO==.

       FD  NOTA-AUDIT.
       COPY notaaud.
       77 WRK-PESO-NOTA1     PIC 9(02)    VALUE 4.
       77 WRK-PESO-NOTA2     PIC 9(02)    VALUE 6.
       77 WRK-SOMA-PESOS     PIC 9(02)    VALUE ZEROS.
       77 WRK-CFG-MIN-APROVADO    PIC 9(02) VALUE 6.
       77 WRK-CFG-MIN-RECUPERACAO PIC 9(02) VALUE 2.
       77 WRK-LIMITE-RECUP-SUP    PIC 9(02)V99 VALUE ZEROS.
         88 PROFESSOR-ATRIBUIDO VALUE 'S'.
       77 WRK-PROFESSOR    PIC 9(04) VALUE ZEROS.

       01 EL-PARM.
          05 EL-OPERACAO      PIC X(01).
          05 EL-PROGRAMA      PIC X(18).
          05 EL-EXECUCAO      PIC 9(08).
          05 EL-USUARIO       PIC X(10).
          05 EL-APROVADOR     PIC X(10).
          05 EL-REFERENCIA    PIC 9(08).

      *----------------------------------------------------------------
      * FAIXAS DE APROVACAO: GRUPO NOTACFG DO MESTRE DE PARAMETROS
      * (CONSULTA-PARAM), NO LAYOUT DO ANTIGO ARQUIVO.
      *----------------------------------------------------------------
       COPY notacfg.
       01 VG-PARM.
          05 VG-OPERACAO      PIC X(01).
          05 VG-GRUPO         PIC X(10).
          05 VG-ITEM          PIC X(20).
          05 VG-DATA          PIC 9(08).
          05 VG-VALOR         PIC X(60).
          05 VG-VIGENCIA      PIC 9(08).
          05 VG-RESULTADO     PIC X(01).
             88 VG-ENCONTRADO      VALUE 'E'.
       COPY fstatus.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
             PERFORM 0950-VALIDAR-TRAILER.
             IF ARQUIVO-VALIDO
                   PERFORM 8600-ABRIR-EXECUCAO
                   PERFORM 1000-ABRIR
                   PERFORM 0900-OBTER-DATA-MOVIMENTO
                   PERFORM 0170-CARREGAR-CONFIG
                   PERFORM 0300-FINAL
                   PERFORM 9000-ENCERRAR
                   PERFORM 9500-GRAVAR-CONTAGEM
                   PERFORM 8650-FECHAR-EXECUCAO
             END-IF.
             GOBACK.

             END-IF.

       0170-CARREGAR-CONFIG.
             MOVE 'C'       TO VG-OPERACAO.
             MOVE 'NOTACFG' TO VG-GRUPO.
             MOVE 'PADRAO'  TO VG-ITEM.
             MOVE ZEROS     TO VG-DATA.
             CALL 'CONSULTA-PARAM' USING VG-PARM.
             IF VG-ENCONTRADO
                   MOVE VG-VALOR TO NOTA-CONFIG-REC
                   MOVE CFG-MIN-APROVADO
                        TO WRK-CFG-MIN-APROVADO
                   MOVE CFG-MIN-RECUPERACAO
                        TO WRK-CFG-MIN-RECUPERACAO
             END-IF.
             COMPUTE WRK-LIMITE-RECUP-SUP = WRK-CFG-MIN-APROVADO - 0,01.

                   MOVE SPACES TO NLG-TURMA
             END-IF.
             MOVE WRK-DATA-MOVIMENTO TO NLG-DATA.
             MOVE EL-EXECUCAO TO NLG-EXECUCAO.
             WRITE NOTA-LEDGER-REC.

      *----------------------------------------------------------------
             MOVE TCO-SITUACAO(IX-TCO) TO NAU-SITUACAO-NOVA.
             MOVE TCO-OPERADOR(IX-TCO) TO NAU-OPERADOR.
             MOVE WRK-DATA-MOVIMENTO TO NAU-DATA.
             MOVE EL-EXECUCAO TO NAU-EXECUCAO.
             WRITE NOTA-AUDIT-REC.

       5500-LER-TRABALHO.
             END-IF.
             SET IX-TCO UP BY 1.

      *----------------------------------------------------------------
      * A RODADA ABERTA NO CTRL-EXECUCAO NUMERA AS LINHAS E CORRECOES
      * DESTE LOTE PARA O ESTORNA-EXECUCAO.
      *----------------------------------------------------------------
       8600-ABRIR-EXECUCAO.
             MOVE 'A' TO EL-OPERACAO.
             MOVE 'LOTE-NOTAS' TO EL-PROGRAMA.
             MOVE ZEROS TO EL-EXECUCAO.
             MOVE SPACES TO EL-USUARIO.
             MOVE SPACES TO EL-APROVADOR.
             MOVE ZEROS TO EL-REFERENCIA.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.
             DISPLAY 'RODADA DE LOTE..........: ' EL-EXECUCAO.

       8650-FECHAR-EXECUCAO.
             MOVE 'F' TO EL-OPERACAO.
             CALL 'CTRL-EXECUCAO' USING EL-PARM.

       9500-GRAVAR-CONTAGEM.
             OPEN EXTEND CONTROLE-CONTAGEM.
             MOVE WRK-FS-CONTAGEM TO WRK-FS-ULTIMO.
