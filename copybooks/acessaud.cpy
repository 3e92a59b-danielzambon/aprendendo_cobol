      * Copybook: ACESSAUD.cpy
      * Purpose:  RECORD LAYOUT FOR THE ACESSO-AUDIT LOGIN AUDIT TRAIL,
      *           UMA LINHA POR TENTATIVA DE ACESSO EM CTRL-ACESSO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ELO DE ENCADEAMENTO (AA-ELO) NO FIM DA LINHA:
      *                 SEQUENCIA, HASH DA LINHA ANTERIOR E HASH DESTA
      *                 (ENCADEIA-LOG), PARA O VERIFICA-ELOS APONTAR
      *                 LINHA APAGADA OU ALTERADA. OS DADOS DA LINHA
      *                 FICAM AGRUPADOS EM AA-DADOS.
      ******************************************************************
       01 ACESSO-AUDIT-REC.
          05 AA-DADOS.
             10 AA-USUARIO       PIC X(10).
             10 AA-RESULTADO     PIC X(30).
             10 AA-DATA          PIC 9(08).
             10 AA-HORA          PIC 9(08).
          05 AA-ELO.
             10 AA-SEQUENCIA     PIC 9(09).
             10 AA-HASH-ANTERIOR PIC X(10).
             10 AA-HASH          PIC X(10).
