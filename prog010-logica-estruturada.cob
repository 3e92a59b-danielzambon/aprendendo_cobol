      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FAIXAS DE APROVACAO LIDAS DO GRUPO NOTACFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 15/10/2026 DZ - NOTA-LEDGER GANHA NLG-EXECUCAO (RODADA DE LOTE);
      *                 O LANCAMENTO INTERATIVO GRAVA RODADA ZERO.
      * 22/07/2023 DZ - PASSA A CONSULTAR A MATRICULA NO MESTRE
      *                 ALUNO-MASTER (COPYBOOK ALUNO), CARREGADO PELO
      *                 CARGA-ALUNO, PARA EXIBIR O NOME DO ALUNO JUNTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
       FD  NOTA-LEDGER.
       COPY notaldg.

       WORKING-STORAGE SECTION.

       77 WRK-MATRICULA PIC 9(06)    VALUE ZEROS.
       77 WRK-PESO-NOTA1 PIC 9(02)    VALUE 4.
       77 WRK-PESO-NOTA2 PIC 9(02)    VALUE 6.
       77 WRK-SOMA-PESOS PIC 9(02)    VALUE ZEROS.
       77 WRK-CFG-MIN-APROVADO    PIC 9(02) VALUE 6.
       77 WRK-CFG-MIN-RECUPERACAO PIC 9(02) VALUE 2.
       77 WRK-LIMITE-RECUP-SUP PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOTA-RECUP PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-RECUP-SW PIC X(01) VALUE 'N'.
         88 TEM-NOTA-RECUP    VALUE 'S'.

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
             ACCEPT WRK-NUM2.

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
             MOVE ZEROS TO NLG-PROFESSOR.
             MOVE ZEROS TO NLG-EXECUCAO.
             ACCEPT NLG-DATA FROM DATE YYYYMMDD.
             WRITE NOTA-LEDGER-REC.

