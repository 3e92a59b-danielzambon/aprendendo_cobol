      * Author: DANIEL ZAMBON
      * Date:09/08/2026
      * Purpose: REAJUSTE COLETIVO DE SALARIOS (DISSIDIO) SOBRE O
      *          CADASTRO DE FUNCIONARIOS DA FOLHA
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * PERCORRE O CADASTRO FUNCMST (COPYBOOK FOLHAFUN) E APLICA O
      * PERCENTUAL DE REAJUSTE INFORMADO PELO OPERADOR SOBRE O SALARIO
      * DE CADA FUNCIONARIO ATIVO, REGRAVANDO O CADASTRO (REWRITE) COM
      * A IMAGEM ANTES/DEPOIS NO JORNAL MUDJRN E UMA LINHA DE MOTIVO
      * DIS NO HISTORICO FUNCIONAL FUNCHIST, VIGENTE NA DATA DA
      * RODADA. FUNCIONARIO JA DESLIGADO NAO E REAJUSTADO. CADASTRO
      * COM SALARIO NAO NUMERICO OU NAO POSITIVO E REJEITADO E GRAVADO
      * EM FOLHA-REJ, O MESMO ARQUIVO DE REJEITOS JA USADO PELO
      * FOLHA-PAGTO. COMO O REAJUSTE VAI DIRETO PARA O CADASTRO, O
      * OPERADOR CONFIRMA O PERCENTUAL ANTES DE QUALQUER GRAVACAO.
      * CADA FUNCIONARIO REAJUSTADO SAI TAMBEM NO FOLHDISS (MATRICULA,
      * NOME, NOVO SALARIO E MOEDA), AGORA SO COMO EXTRATO DE
      * CONFERENCIA DA RODADA - NAO SUBSTITUI MAIS ARQUIVO NENHUM.
      * ANTES DA CONFIRMACAO O OPERADOR PODE PEDIR A SIMULACAO DO
      * PERCENTUAL NAS FAIXAS SALARIAIS DOS CARGOS: O PERCENTUAL E
      * GRAVADO NO PARAMETRO FAIXASIM, O REL-FAIXA-SALARIAL E CHAMADO
      * (RELATORIO RELFAIXA) E O PARAMETRO E ESVAZIADO EM SEGUIDA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - SIMULACAO OPCIONAL DO REAJUSTE NAS FAIXAS
      *                 SALARIAIS (REL-FAIXA-SALARIAL VIA PARAMETRO
      *                 FAIXASIM) ANTES DA CONFIRMACAO; IMAGENS DO
      *                 HISTORICO FUNCIONAL COM 92 POSICOES (FP-CARGO).
      * 15/10/2026 DZ - O REAJUSTE PASSA A SER APLICADO DIRETO NO
      *                 CADASTRO INDEXADO FUNCMST, QUE SUBSTITUIU O
      *                 FOLHENT, EM VEZ DE GERAR O FOLHDISS PARA A
      *                 TROCA MANUAL DO ARQUIVO: REWRITE COM JORNAL
      *                 (GRAVA-JORNAL) E HISTORICO FUNCIONAL COM
      *                 MOTIVO DIS (GRAVA-HIST-FUNC), CONFIRMACAO DO
      *                 PERCENTUAL PELO OPERADOR E DESLIGADOS FORA DO
      *                 REAJUSTE. O FOLHDISS FICA COMO EXTRATO DE
      *                 CONFERENCIA DOS REAJUSTADOS.
      * 09/08/2026 DZ - FUNCIONARIOS-SAIDA-REC PASSA A CARREGAR TAMBEM
      *                 O CODIGO DE MOEDA DO FUNCIONARIO (FS-MOEDA), PARA
      *                 QUE NAO SE PERCA AO SUBSTITUIR O FOLHENT DA
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT FUNCIONARIOS-SAIDA ASSIGN TO 'FOLHDISS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-REJ.

           SELECT FAIXA-SIMULACAO ASSIGN TO 'FAIXASIM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SIMULACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO-MASTER.
       COPY folhafun.

       FD  FUNCIONARIOS-SAIDA.
           05 FR-SALARIO        PIC X(08).
           05 FR-MOTIVO         PIC X(30).

       FD  FAIXA-SIMULACAO.
       COPY faixasim.

       WORKING-STORAGE SECTION.

       77 WRK-FS-ENTRADA    PIC X(02) VALUE '00'.
       77 WRK-FS-SAIDA      PIC X(02) VALUE '00'.
       77 WRK-FS-REJ        PIC X(02) VALUE '00'.
       77 WRK-FS-SIMULACAO  PIC X(02) VALUE '00'.
       77 WRK-EOF-SW        PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA         VALUE 'S'.
       77 WRK-ENTRADA-AUSENTE-SW PIC X(01) VALUE 'N'.
       77 WRK-ENTRADA-SW    PIC X(01) VALUE 'S'.
         88 ENTRADA-VALIDA      VALUE 'S'.
       77 WRK-MOTIVO-REJ    PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
         88 REAJUSTE-CONFIRMADO VALUE 'S' 's'.
       77 WRK-SIMULA        PIC X(01) VALUE 'N'.
         88 SIMULACAO-PEDIDA    VALUE 'S' 's'.

       77 WRK-PCT-DISSIDIO  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SALARIO-NOVO  PIC 9(06)V99 VALUE ZEROS.

       77 WRK-QT-FUNC       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ANTES   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEPOIS  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-IMPACTO PIC 9(08)V99 VALUE ZEROS.
          05 WRK-CD-DIA-UTIL-SW PIC X(01).
             88 WRK-CD-E-DIA-UTIL     VALUE 'S'.
             88 WRK-CD-NAO-E-DIA-UTIL VALUE 'N'.
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
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 1000-ABRIR.
             IF NOT REAJUSTE-CONFIRMADO
                   DISPLAY 'REAJUSTE CANCELADO PELO OPERADOR'
                   GOBACK
             END-IF.
             PERFORM 1100-ABRIR-ARQUIVOS.
             PERFORM 0100-LER-ENTRADA.
             PERFORM 0200-PROCESSAR UNTIL FIM-ENTRADA.
             PERFORM 0300-FINAL.

             PERFORM 0150-CONFERIR-DIA-UTIL.

             DISPLAY 'SIMULAR O REAJUSTE NAS FAIXAS SALARIAIS ANTES '
                     'DE CONFIRMAR (S/N)? '.
             ACCEPT WRK-SIMULA.
             IF SIMULACAO-PEDIDA
                   PERFORM 0160-SIMULAR-FAIXAS
             END-IF.

             DISPLAY 'CONFIRMA O REAJUSTE DE ' WRK-PCT-DISSIDIO
                     '% NO CADASTRO FUNCMST (S/N)? '.
             ACCEPT WRK-CONFIRMA.

       1100-ABRIR-ARQUIVOS.
             MOVE 'FUNCMST'        TO JP-ARQUIVO.
             MOVE 'A'              TO JP-OPERACAO.
             MOVE 'FOLHA-DISSIDIO' TO JP-PROGRAMA.
             MOVE 'DIS'            TO HP-MOTIVO.
             MOVE WRK-CD-DATA      TO HP-DT-VIGENCIA.
             MOVE 'FOLHA-DISSIDIO' TO HP-PROGRAMA.

             OPEN I-O FUNCIONARIO-MASTER.
             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             MOVE 'N' TO WRK-ENTRADA-AUSENTE-SW.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-ENTRADA-AUSENTE-SW
                   DISPLAY 'CADASTRO FUNCMST INEXISTENTE, NADA A '
                           'REAJUSTAR'
             END-IF.

             OPEN OUTPUT FUNCIONARIOS-SAIDA.
                           'UTIL'
             END-IF.

      *----------------------------------------------------------------
      * O PERCENTUAL SO FICA NO FAIXASIM DURANTE A EMISSAO, PARA QUE A
      * RODADA MENSAL DO RELATORIO NAO SAIA COM SIMULACAO ANTIGA.
      *----------------------------------------------------------------
       0160-SIMULAR-FAIXAS.
             OPEN OUTPUT FAIXA-SIMULACAO.
             MOVE WRK-PCT-DISSIDIO TO FX-PCT-REAJUSTE.
             WRITE FAIXA-SIMULACAO-REC.
             CLOSE FAIXA-SIMULACAO.

             CALL 'REL-FAIXA-SALARIAL'.

             OPEN OUTPUT FAIXA-SIMULACAO.
             CLOSE FAIXA-SIMULACAO.
             DISPLAY 'SIMULACAO DAS FAIXAS EMITIDA NO RELFAIXA'.

       0100-LER-ENTRADA.
             IF ENTRADA-AUSENTE
                   MOVE 'S' TO WRK-EOF-SW
             ELSE
                   READ FUNCIONARIO-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
             END-IF.
       0200-PROCESSAR.
             PERFORM 0230-VALIDAR-ENTRADA.

             EVALUATE TRUE
                   WHEN NOT ENTRADA-VALIDA
                         ADD 1 TO WRK-QT-REJEITADAS
                         PERFORM 0240-GRAVAR-REJEITO
                   WHEN FP-DT-DESLIG > ZEROS
                        AND FP-DT-DESLIG <= WRK-CD-DATA
                         ADD 1 TO WRK-QT-DESLIGADOS
                   WHEN OTHER
                         PERFORM 0210-REAJUSTAR-SALARIO
                         PERFORM 0220-REGRAVAR-CADASTRO
             END-EVALUATE.

             PERFORM 0100-LER-ENTRADA.

             ADD WRK-SALARIO-NOVO TO WRK-TOTAL-DEPOIS.
             ADD 1 TO WRK-QT-FUNC.

      *----------------------------------------------------------------
      * O NOVO SALARIO VAI PARA O CADASTRO, COM A IMAGEM ANTERIOR NO
      * JORNAL E NO HISTORICO FUNCIONAL.
      *----------------------------------------------------------------
       0220-REGRAVAR-CADASTRO.
             MOVE FOLHA-FUNCIONARIO-REC TO JP-ANTES.
             MOVE FOLHA-FUNCIONARIO-REC TO HP-ANTES.
             MOVE WRK-SALARIO-NOVO TO FP-SALARIO.
             REWRITE FOLHA-FUNCIONARIO-REC.
             MOVE FOLHA-FUNCIONARIO-REC TO JP-DEPOIS.
             MOVE FOLHA-FUNCIONARIO-REC TO HP-DEPOIS.
             CALL 'GRAVA-JORNAL' USING JP-PARM.
             CALL 'GRAVA-HIST-FUNC' USING HP-PARM.

             MOVE FP-MATRICULA    TO FS-MATRICULA.
             MOVE FP-NOME         TO FS-NOME.
             MOVE FP-SALARIO      TO FS-SALARIO.
             MOVE FP-MOEDA        TO FS-MOEDA.
             WRITE FUNCIONARIOS-SAIDA-REC.

       0240-GRAVAR-REJEITO.
             DISPLAY '================================================'.
             DISPLAY 'FUNCIONARIOS REAJUSTADOS...: ' WRK-QT-FUNC.
             DISPLAY 'ENTRADAS REJEITADAS........: ' WRK-QT-REJEITADAS.
             DISPLAY 'DESLIGADOS, SEM REAJUSTE...: ' WRK-QT-DESLIGADOS.
             DISPLAY 'TOTAL DA FOLHA ANTES.......: ' WRK-TOTAL-ANTES-ED.
             DISPLAY 'TOTAL DA FOLHA DEPOIS...: ' WRK-TOTAL-DEPOIS-ED.
             DISPLAY 'IMPACTO DO DISSIDIO.....: ' WRK-TOTAL-IMPACTO-ED.
             DISPLAY 'CADASTRO FUNCMST ATUALIZADO PARA A PROXIMA FOLHA'.
             DISPLAY 'EXTRATO DE CONFERENCIA GRAVADO NO FOLHDISS'.

       9000-ENCERRAR.
             CLOSE FUNCIONARIO-MASTER.
             CLOSE FUNCIONARIOS-SAIDA.
             CLOSE FOLHA-REJ.

