      ******************************************************************
      * Copybook: FAIXABOX.cpy
      * Purpose:  FAIXAS DE AREA (M2) QUE DEFINEM A CLASSE DE BOX DE
      *           DEPOSITO NECESSARIA PARA UM MATERIAL: ATE A FAIXA P
      *           VAI EM BOX PEQUENO, ATE A M EM MEDIO, ATE A G EM
      *           GRANDE; ACIMA DA G NAO CABE EM NENHUM BOX. USADO PELO
      *           CALC-AREA-DEPOSITO NA ALOCACAO E PELO REALOCA-BOX NA
      *           REVISAO DOS BOXES OCUPADOS, PARA OS DOIS CLASSIFICAREM
      *           O MATERIAL PELA MESMA REGRA.
      ******************************************************************
       77 WRK-FAIXA-BOX-P   PIC 9(03)V99 VALUE 010,00.
       77 WRK-FAIXA-BOX-M   PIC 9(03)V99 VALUE 030,00.
       77 WRK-FAIXA-BOX-G   PIC 9(03)V99 VALUE 060,00.
