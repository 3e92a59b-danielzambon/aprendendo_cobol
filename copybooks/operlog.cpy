      *           REL-OPERLOG EM VEZ DE NINGUEM SABER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ELO DE ENCADEAMENTO (OL-ELO) NO FIM DA LINHA:
      *                 SEQUENCIA, HASH DA LINHA ANTERIOR E HASH DESTA
      *                 (ENCADEIA-LOG), PARA O VERIFICA-ELOS APONTAR
      *                 LINHA APAGADA OU ALTERADA. OS DADOS DA LINHA
      *                 FICAM AGRUPADOS EM OL-DADOS.
      * 02/09/2026 DZ - NOVO OL-AUTORIZADOR (SEGUNDO USUARIO DO DUPLO
      *                 CONTROLE DOS PROGRAMAS LISTADOS NO DUPLOCTL;
      *                 BRANCO = OPCAO SEM DUPLO CONTROLE), PARA AS
      *                 DUAS IDENTIDADES FICAREM NO LOG DA EXECUCAO.
      ******************************************************************
       01 OPERACAO-LOG-REC.
          05 OL-DADOS.
             10 OL-USUARIO       PIC X(10).
             10 OL-OPCAO         PIC 9(02).
             10 OL-PROGRAMA      PIC X(18).
             10 OL-DATA-INICIO   PIC 9(08).
             10 OL-HORA-INICIO   PIC 9(08).
             10 OL-DATA-FIM      PIC 9(08).
             10 OL-HORA-FIM      PIC 9(08).
             10 OL-AUTORIZADOR   PIC X(10).
          05 OL-ELO.
             10 OL-SEQUENCIA     PIC 9(09).
             10 OL-HASH-ANTERIOR PIC X(10).
             10 OL-HASH          PIC X(10).
