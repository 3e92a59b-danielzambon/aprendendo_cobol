      * Author: DANIEL ZAMBON
      * Date:02/09/2026
      * Purpose: VERIFICACAO ESTRUTURAL DOS MESTRES E LEDGERS - PASSO
      *          INICIAL DO JOB-NOTURNO QUE VALIDA OS ARQUIVOS CRITICOS
      *          CONTRA AS REGRAS DOS PROPRIOS COPYBOOKS ANTES DA SUITE
      *          RODAR: CAMPO NUMERICO COM LETRA, VALOR FORA DOS 88
      *          (VL-TIPO, PR-STATUS, PR-RESERVA, TIT-STATUS),
      *          CRUZAMENTO TIT-VENCIMENTO >= TIT-DATA-VENDA E
      *          FAT-TOTAL = MERCADORIA + FRETE. REGISTRO RUIM DOS
      *          LEDGERS SEQUENCIAIS (VENDALDG, FOLHALDG) E POSTO DE
      *          QUARENTENA NO ARQUIVO DE DANOS ARQDANO E REMOVIDO DO
      *          LEDGER (COPIA E VOLTA, COMO O LOTE-NOTAS FAZ);
      *          REGISTRO RUIM DOS INDEXADOS (TITULOS, PEDREG, FATURAS)
      *          SO E APONTADO. A GRAVIDADE DA RODADA SAI NO ARQUIVO
      *          VERIFSEV ('0' LIMPO, '1' QUARENTENA, '2' GRAVE EM
      *          INDEXADO) PARA A SUITE PARAR ANTES DE UM ARQUIVO SUJO
      *          ALIMENTAR DOZE PASSOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - TIT-STATUS ACEITA O NOVO 'N' (RENEGOCIADO).
      * 15/10/2026 DZ - TIT-STATUS ACEITA OS NOVOS 'X' (BAIXADO COMO
      *                 PERDA) E 'R' (RECUPERADO).
      * 15/10/2026 DZ - PR-RESERVA FORA DOS 88 E APONTADO NO PEDREG.
      * 02/09/2026 DZ - O FOLHA-LEDGER PASSOU A SER INDEXADO POR
      *                 MATRICULA + COMPETENCIA (MIGRA-FOLHALDG): A
      *                 LEITURA SEQUENCIAL PASSA A SER READ NEXT,
                         MOVE 'TIT-VALOR NAO NUMERICO'
                              TO WRK-MOTIVO
                   WHEN NOT TIT-ABERTO AND NOT TIT-PAGO
                        AND NOT TIT-CANCELADO AND NOT TIT-PERDA
                        AND NOT TIT-RECUPERADO AND NOT TIT-RENEGOCIADO
                         MOVE 'TIT-STATUS INVALIDO' TO WRK-MOTIVO
                   WHEN TIT-VENCIMENTO < TIT-DATA-VENDA
                         MOVE 'VENCIMENTO ANTES DA VENDA'
                        AND NOT PR-EXPEDIDO AND NOT PR-ENTREGUE
                         MOVE 'PR-STATUS FORA DOS 88'
                              TO WRK-MOTIVO
                   WHEN NOT PR-RESERVADO AND NOT PR-EM-BACKORDER
                        AND NOT PR-SEM-RESERVA
                         MOVE 'PR-RESERVA FORA DOS 88'
                              TO WRK-MOTIVO
                   WHEN OTHER
                         CONTINUE
             END-EVALUATE.
