      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      * 15/10/2026 DZ - FAIXAS DE APROVACAO LIDAS DO GRUPO NOTACFG DO
      *                 MESTRE PARAMST (CONSULTA-PARAM), NO VALOR EM
      *                 VIGOR NA DATA DE MOVIMENTO, NO LUGAR DO ARQUIVO
      *                 SOLTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-RISCO.
                  RECORD KEY IS AL-MATRICULA
                  FILE STATUS IS WRK-FS-ALUNO.

           SELECT REL-RISCO-OUT ASSIGN TO 'RELRISCO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-RELATORIO.
       FD  ALUNO-MASTER.
       COPY aluno.

       FD  REL-RISCO-OUT.
       01  REL-RISCO-LINHA     PIC X(80).


       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-ALUNO     PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-LEDGER          VALUE 'S'.
              '*** APROVACAO MATEMATICAMENTE IMPOSSIVEL ***'.
           05 FILLER          PIC X(34) VALUE SPACES.

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
       COPY rpthdr.

             PERFORM 8000-CABECALHO.

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

       1100-LER-NOTA.
