      ******************************************************************
      * Copybook: PRAZOTR.cpy
      * Purpose:  DESEMPENHO DE PRAZO POR TRANSPORTADORA E UF NA JANELA
      *           DE DIAS DO ESCTRCFG (ARQUIVO PRAZOTR), REGERADO TODA
      *           NOITE PELO APURA-PRAZO-TRANSP A PARTIR DO FRETE-AUDIT
      *           E DAS ENTREGAS DO PEDIDO-REGISTRO. AVALIADOS SAO OS
      *           EMBARQUES ENTREGUES MAIS OS AINDA NAO ENTREGUES COM A
      *           DATA PROMETIDA JA VENCIDA (QUE CONTAM COMO ATRASO).
      *           LIDO PELA SUBROTINA ESCOLHE-TRANSP.
      ******************************************************************
       01 PRAZO-TRANSP-REC.
          05 PZ-TRANSP          PIC X(03).
          05 PZ-UF              PIC X(02).
          05 PZ-EMBARQUES       PIC 9(05).
          05 PZ-AVALIADOS       PIC 9(05).
          05 PZ-NO-PRAZO        PIC 9(05).
          05 PZ-PCT-PRAZO       PIC 9(03)V9.
