      ******************************************************************
      * Copybook: TRANSP.cpy
      * Purpose:  RECORD LAYOUT FOR THE TRANSP-MASTER CARRIER FILE,
      *           KEYED BY TN-CODIGO (O MESMO CODIGO DE 3 POSICOES DE
      *           FR-TRANSP, FA-TRANSP E PR-TRANSP): NOME, CNPJ,
      *           REGISTRO NA ANTT, APOLICE DE SEGURO DE CARGA E SEU
      *           VENCIMENTO, DOMICILIO BANCARIO PARA O PAGAMENTO DA
      *           FATURA DE FRETE (REC-FRETE-FATURA), CONTATO E
      *           SITUACAO ATIVA/SUSPENSA. MANTIDO PELO CARGA-TRANSP;
      *           CONSULTADO PELA SUBROTINA CONSULTA-TRANSP, QUE
      *           BLOQUEIA COTACAO E EMBARQUE COM TRANSPORTADORA
      *           SUSPENSA OU COM O SEGURO VENCIDO (VENCIMENTO ZERADO
      *           CONTA COMO SEM SEGURO).
      ******************************************************************
       01 TRANSP-MASTER-REC.
          05 TN-CODIGO        PIC X(03).
          05 TN-NOME          PIC X(30).
          05 TN-CNPJ          PIC 9(14).
          05 TN-ANTT          PIC X(12).
          05 TN-APOLICE       PIC X(15).
          05 TN-VENC-SEGURO   PIC 9(08).
          05 TN-AGENCIA       PIC 9(04).
          05 TN-CONTA         PIC 9(08).
          05 TN-CONTATO       PIC X(30).
          05 TN-TELEFONE      PIC X(15).
          05 TN-STATUS        PIC X(01).
            88 TN-ATIVA           VALUE 'A'.
            88 TN-SUSPENSA        VALUE 'S'.
          05 TN-DATA-STATUS   PIC 9(08).
