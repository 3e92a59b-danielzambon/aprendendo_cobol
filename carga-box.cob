      * QUE ESTEJA LIVRE (BOX OCUPADO NAO SOME COM MATERIAL DENTRO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - BOX NOVO GRAVADO COM BX-AREA-M2 ZERADO.
      * 22/08/2026 DZ - PROGRAMA CRIADO, NOS MOLDES DO CARGA-ALUNO,
      *                 COM OS CODIGOS DE ACAO I/A/E DAS DEMAIS CARGAS.
      ******************************************************************
                   MOVE 'N'       TO BX-OCUPADO
                   MOVE SPACES    TO BX-MATERIAL
                   MOVE ZEROS     TO BX-DATA
                   MOVE ZEROS     TO BX-AREA-M2
                   WRITE BOX-MASTER-REC
                   ADD 1 TO WRK-QT-CARGA
             END-IF.
