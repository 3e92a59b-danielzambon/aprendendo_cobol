      *           POR DECISAO (APROVACAO OU REJEICAO) TOMADA PELO
      *           APROVA-NIVEL SOBRE UM PEDIDO DE TROCA DE NIVEL DE
      *           ACESSO LIDO DE SOLICITACAO-NIVEL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - ELO DE ENCADEAMENTO (NA-ELO) NO FIM DA LINHA:
      *                 SEQUENCIA, HASH DA LINHA ANTERIOR E HASH DESTA
      *                 (ENCADEIA-LOG), PARA O VERIFICA-ELOS APONTAR
      *                 LINHA APAGADA OU ALTERADA. OS DADOS DA LINHA
      *                 FICAM AGRUPADOS EM NA-DADOS.
      ******************************************************************
       01 NIVEL-AUDIT-REC.
          05 NA-DADOS.
             10 NA-USUARIO           PIC X(10).
             10 NA-NIVEL-ATUAL       PIC 9(02).
             10 NA-NIVEL-SOLICITADO  PIC 9(02).
             10 NA-STATUS            PIC X(01).
               88 NA-APROVADO            VALUE 'A'.
               88 NA-REJEITADO           VALUE 'R'.
             10 NA-APROVADOR         PIC X(10).
             10 NA-DATA-DECISAO      PIC 9(08).
          05 NA-ELO.
             10 NA-SEQUENCIA         PIC 9(09).
             10 NA-HASH-ANTERIOR     PIC X(10).
             10 NA-HASH              PIC X(10).
