      *           DEPENDENTE NA BASE DO IRRF E PARA O SALARIO-FAMILIA
      *           DOS FILHOS MENORES DE 14 ANOS NO FOLHA-PAGTO E NO
      *           FOLHA-13.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO DP-CPF DO DEPENDENTE (SO DIGITOS, ZERO =
      *                 NAO INFORMADO), COM DIGITO VERIFICADOR
      *                 CONFERIDO PELO CARGA-DEPENDENTE (SUBROTINA
      *                 CALC-DOCUMENTO) E SEM REPETICAO ENTRE
      *                 DEPENDENTES.
      ******************************************************************
       01 DEPENDENTE-MASTER-REC.
          05 DP-CHAVE.
            88 DP-FILHO           VALUE 'F'.
            88 DP-CONJUGE         VALUE 'C'.
            88 DP-OUTRO           VALUE 'O'.
          05 DP-CPF           PIC 9(11).
