      *           JORNAL SOBRE O BACKUP RESTAURADO ATE A HORA
      *           ESCOLHIDA, TRANSFORMANDO 'VOLTAR PARA AS 15H' NUMA
      *           OPERACAO DE ROTINA EM VEZ DE UM DIA DE REDIGITACAO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - FOLHALDG, PDDTIT E ATIVOMST ENTRAM NA LISTA DOS
      *                 ARQUIVOS JORNALIZADOS (RODADAS DA FOLHA, DA PDD
      *                 E DA DEPRECIACAO), PARA O ESTORNA-EXECUCAO
      *                 DEVOLVER AS IMAGENS ANTES. O LAYOUT NAO MUDA.
      * 15/10/2026 DZ - ELO DE ENCADEAMENTO (JR-ELO) NO FIM DA LINHA:
      *                 SEQUENCIA, HASH DA LINHA ANTERIOR E HASH DESTA
      *                 (ENCADEIA-LOG), PARA O VERIFICA-ELOS APONTAR
      *                 LINHA APAGADA OU ALTERADA. OS DADOS DA LINHA
      *                 FICAM AGRUPADOS EM JR-DADOS.
      * 15/10/2026 DZ - NOVO JR-EXECUCAO (RODADA DE LOTE ABERTA PELO
      *                 CTRL-EXECUCAO QUANDO A MUDANCA FOI FEITA; ZERO =
      *                 FORA DE RODADA), PARA O ESTORNA-EXECUCAO
      *                 DEVOLVER AS IMAGENS ANTES DE UMA RODADA. O
      *                 TITULOS ENTRA NA LISTA DOS MESTRES JORNALIZADOS
      *                 (CANCELAMENTO DE TITULO PELO ESTORNO DE VENDA).
      ******************************************************************
       01 MUDANCA-JORNAL-REC.
          05 JR-DADOS.
             10 JR-ARQUIVO       PIC X(08).
             10 JR-OPERACAO      PIC X(01).
               88 JR-INCLUSAO        VALUE 'I'.
               88 JR-ALTERACAO       VALUE 'A'.
               88 JR-EXCLUSAO        VALUE 'E'.
             10 JR-DATA          PIC 9(08).
             10 JR-HORA          PIC 9(08).
             10 JR-PROGRAMA      PIC X(18).
             10 JR-ANTES         PIC X(150).
             10 JR-DEPOIS        PIC X(150).
             10 JR-EXECUCAO      PIC 9(08).
          05 JR-ELO.
             10 JR-SEQUENCIA     PIC 9(09).
             10 JR-HASH-ANTERIOR PIC X(10).
             10 JR-HASH          PIC X(10).
