      * CORRETAMENTE. UM ALUNO PODE TER VARIOS TERMOS LANCADOS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FAIXAS DE APROVACAO LIDAS DO GRUPO NOTACFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      * 02/09/2026 DZ - O BOLETIM PASSA A IMPRIMIR O NOME DO
      *                 PROFESSOR (PROFESSOR-MASTER, VIA O
      *                 NLG-PROFESSOR CARIMBADO PELO LOTE-NOTAS) AO
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT FREQ-LEDGER ASSIGN TO 'FREQLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FREQ.
       FD  PROFESSOR-MASTER.
       COPY professor.

       FD  FREQ-LEDGER.
       COPY freqldg.


       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-PROF      PIC X(02) VALUE '00'.
       77 WRK-SEM-PROF-SW  PIC X(01) VALUE 'N'.
         88 SEM-PROFESSORES     VALUE 'S'.
           05 LM-SITUACAO     PIC X(15).

       COPY rpthdr.

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
             MOVE DX-DATA-EXTENSO TO LX-EXTENSO.

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

