      *           ('S') OU NAO PARA O PERFIL. O USUARIO-MASTER APONTA
      *           O PERFIL DE CADA OPERADOR (US-PERFIL) E O MENU
      *           AUTORIZA CADA OPCAO EM TEMPO DE EXECUCAO, SEM
      *           RECOMPILAR PARA MUDAR PERMISSAO. O PERFIL TAMBEM
      *           LIMITA QUANDO E ONDE O OPERADOR TRABALHA: DIAS DA
      *           SEMANA E JANELA DE HORARIO DO LOGIN (CONFERE-JANELA)
      *           E FILIAIS CUJOS DADOS ELE PODE MOVIMENTAR
      *           (CONFERE-FILIAL). DIAS EM BRANCO, JANELA 0000-0000 E
      *           FILIAIS ZERADAS NAO RESTRINGEM.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - DIAS DA SEMANA PERMITIDOS (PRF-DIAS-SEMANA, 1=
      *                 DOMINGO ... 7=SABADO, COMO O CALC-DIA-UTIL),
      *                 JANELA DE HORARIO HHMM (PRF-HORA-INICIO/FIM,
      *                 INICIO MAIOR QUE O FIM ATRAVESSA A MEIA-NOITE)
      *                 E ATE 10 FILIAIS PERMITIDAS (PRF-FILIAL). O
      *                 PERFMST E RECARREGADO PELO CARGA-PERFIL; LINHA
      *                 DO PERFSEQ SEM OS CAMPOS NOVOS NAO RESTRINGE.
      * 15/10/2026 DZ - PRF-OPCAO PASSA DE 60 PARA 99 POSICOES (TODAS
      *                 AS OPCOES DE DOIS DIGITOS DO MENU); O PERFMST
      *                 E RECARREGADO PELO CARGA-PERFIL, QUE LE O
      *                 PERFSEQ ANTIGO COM AS POSICOES NOVAS EM 'N'.
      ******************************************************************
       01 PERFIL-MASTER-REC.
          05 PRF-CODIGO       PIC X(03).
          05 PRF-DESCRICAO    PIC X(20).
          05 PRF-OPCAO        OCCURS 99 TIMES PIC X(01).
          05 PRF-DIAS-SEMANA  PIC X(07).
          05 PRF-DIAS-SEMANA-R REDEFINES PRF-DIAS-SEMANA.
             10 PRF-DIA-PERMITIDO OCCURS 7 TIMES PIC X(01).
          05 PRF-HORA-INICIO  PIC 9(04).
          05 PRF-HORA-FIM     PIC 9(04).
          05 PRF-FILIAL       OCCURS 10 TIMES PIC 9(02).
