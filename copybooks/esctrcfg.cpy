      ******************************************************************
      * Copybook: ESCTRCFG.cpy
      * Purpose:  PARAMETRO DA ESCOLHA AUTOMATICA DE TRANSPORTADORA
      *           (ARQUIVO ESCTRCFG, UMA LINHA), LIDO PELO APURA-PRAZO-
      *           TRANSP (JANELA DE DIAS DA APURACAO) E PELA SUBROTINA
      *           ESCOLHE-TRANSP (MODO, PESOS E PRAZO MINIMO). OS PESOS
      *           SAO RELATIVOS ENTRE SI: A PONTUACAO E A MEDIA
      *           PONDERADA DA NOTA DE PRECO (MENOR FRETE / FRETE DA
      *           TRANSPORTADORA X 100) E DO % DE ENTREGAS NO PRAZO.
      ******************************************************************
       01 ESCOLHA-CONFIG-REC.
          05 EC-MODO            PIC X(01).
            88 EC-MODO-AUTOMATICO  VALUE 'A'.
          05 EC-PESO-FRETE      PIC 9(03).
          05 EC-PESO-PRAZO      PIC 9(03).
          05 EC-PCT-MINIMO      PIC 9(03)V9.
          05 EC-DIAS-JANELA     PIC 9(03).
