      * POR EXECUCAO (TAMANHO DA TABELA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - BOX ALOCADO PARA A DEVOLUCAO FICA COM BX-AREA-M2
      *                 ZERADO (AREA NAO MEDIDA).
      * 02/09/2026 DZ - CONTROLE DE COMPETENCIA FECHADA: A RODADA
      *                 CONSULTA O CTRL-COMPET (COMPSTAT DO
      *                 FECHA-COMPETENCIA) PARA O SUBSISTEMA FRETE NA
                   MOVE 'S' TO BX-OCUPADO
                   MOVE WRK-MATERIAL TO BX-MATERIAL
                   MOVE WRK-DATA-HOJE TO BX-DATA
                   MOVE ZEROS TO BX-AREA-M2
                   REWRITE BOX-MASTER-REC
             END-IF.

