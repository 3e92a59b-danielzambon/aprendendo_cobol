      ******************************************************************
      * Copybook: EXCACESS.cpy
      * Purpose:  REGISTRO DO MESTRE DE EXCECOES DE ACESSO (EXCACESS),
      *           CHAVE EX-USUARIO, MANTIDO PELO CARGA-EXCECAO: UMA
      *           EXCECAO TEMPORARIA POR USUARIO AO HORARIO E AS
      *           FILIAIS DO PERFIL (PLANTAO, FECHAMENTO, COBERTURA DE
      *           OUTRA FILIAL). ENQUANTO EX-VALIDADE NAO PASSA, OS
      *           DIAS, A JANELA E AS FILIAIS DA EXCECAO VALEM NO
      *           LUGAR DOS DO PERFIL (MESMAS CONVENCOES DO COPYBOOK
      *           PERFIL); VENCIDA, O PERFIL VOLTA A VALER SOZINHO.
      ******************************************************************
       01 EXCECAO-ACESSO-REC.
          05 EX-USUARIO       PIC X(10).
          05 EX-DIAS-SEMANA   PIC X(07).
          05 EX-DIAS-SEMANA-R REDEFINES EX-DIAS-SEMANA.
             10 EX-DIA-PERMITIDO OCCURS 7 TIMES PIC X(01).
          05 EX-HORA-INICIO   PIC 9(04).
          05 EX-HORA-FIM      PIC 9(04).
          05 EX-FILIAL        OCCURS 10 TIMES PIC 9(02).
          05 EX-VALIDADE      PIC 9(08).
          05 EX-MOTIVO        PIC X(30).
          05 EX-AUTORIZADOR   PIC X(10).
          05 EX-DATA-CADASTRO PIC 9(08).
