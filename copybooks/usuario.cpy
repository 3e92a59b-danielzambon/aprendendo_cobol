      *           CONSULTED BY THE ACCESS-CONTROL PROGRAMS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - US-PERFIL-SERVICO MARCA O CODIGO '***',
      *                 RESERVADO AO USUARIO DE SERVICO DO JOB-NOTURNO
      *                 NO OPERATU: O CARGA-USUARIO NAO O ATRIBUI E O
      *                 LOGIN (MENU-OPERADOR, CTRL-ACESSO) O RECUSA.
      * 02/09/2026 DZ - NOVO US-PERFIL (CODIGO DO PERFIL DE ACESSO DO
      *                 PERFIL-MASTER, CARGA-PERFIL): O MENU-OPERADOR
      *                 PASSA A AUTORIZAR CADA OPCAO PELO PERFIL DO
          05 US-SENHA-FMT     PIC X(01).
            88 US-SENHA-HASHEADA  VALUE 'H'.
          05 US-PERFIL        PIC X(03).
            88 US-PERFIL-SERVICO  VALUE '***'.
          05 US-DATA-SENHA    PIC 9(08).
          05 US-DATA-SENHA-R REDEFINES US-DATA-SENHA.
            10 US-DATA-SENHA-ANO PIC 9(04).
