      ******************************************************************
      * Copybook: PARAMST.cpy
      * Purpose:  RECORD LAYOUT FOR THE PARAMETRO-MASTER CENTRAL
      *           PARAMETER MASTER (INDEXED, CHAVE GRUPO + ITEM +
      *           VIGENCIA): CADA REGRA DE NEGOCIO QUE MORAVA NUM
      *           ARQUIVO SOLTO (JUROSCFG, ICMSCFG, DESCCFG, DORMCFG,
      *           BENEFCFG, ARMAZCFG, MENSALCFG, NOTACFG, UFCFG) VIRA
      *           UM GRUPO; O ITEM E A LINHA DENTRO DO GRUPO (UF,
      *           TURMA, TAMANHO DE BOX, OU 'PADRAO' NOS PARAMETROS
      *           DE LINHA UNICA) E PA-VALOR GUARDA A LINHA NO LAYOUT
      *           DO ARQUIVO ANTIGO. CADA MUDANCA ENTRA COMO NOVA
      *           VIGENCIA (DATA A PARTIR DA QUAL VALE): O VALOR EM
      *           VIGOR NUMA DATA E O DE MAIOR PA-VIGENCIA ATE ELA,
      *           DE MODO QUE O REPROCESSAMENTO DE UM DIA ANTIGO USA
      *           O VALOR DAQUELE DIA. MANTIDO PELO MANUT-PARAMETRO,
      *           CONSULTADO PELA SUBROTINA CONSULTA-PARAM.
      ******************************************************************
       01 PARAMETRO-MASTER-REC.
          05 PA-CHAVE.
             10 PA-GRUPO       PIC X(10).
             10 PA-ITEM        PIC X(20).
             10 PA-VIGENCIA    PIC 9(08).
          05 PA-VALOR         PIC X(60).
          05 PA-DESCRICAO     PIC X(30).
          05 PA-USUARIO       PIC X(10).
          05 PA-DATA-ALT      PIC 9(08).
