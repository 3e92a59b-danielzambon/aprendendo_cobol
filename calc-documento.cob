      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SUBROTINA DE SERVICO -- CONFERE OS DIGITOS
      *          VERIFICADORES DE UM CPF (11 DIGITOS) OU CNPJ (14
      *          DIGITOS). CHAMADA POR CALL DAS CARGAS DOS MESTRES
      *          (CARGA-CLIENTE, CARGA-ALUNO, CARGA-PROFESSOR,
      *          CARGA-DEPENDENTE, CARGA-FUNCIONARIO), DO FOLHA-PAGTO
      *          NA LEITURA DO CADASTRO DE FUNCIONARIOS E DO
      *          REL-SEM-DOCUMENTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * O NUMERO CHEGA ALINHADO A DIREITA EM 14 POSICOES (CPF COM OS
      * TRES PRIMEIROS DIGITOS ZERADOS). OS DOIS VERIFICADORES SAO
      * CALCULADOS PELO MODULO 11: SOMA DOS DIGITOS DA BASE, DA
      * DIREITA PARA A ESQUERDA, COM PESOS A PARTIR DE 2 (NO CNPJ O
      * PESO VOLTA A 2 DEPOIS DO 9); RESTO MENOR QUE 2 DA DIGITO 0,
      * SENAO 11 MENOS O RESTO. O SEGUNDO VERIFICADOR INCLUI O
      * PRIMEIRO NA BASE. NUMERO COM TODOS OS DIGITOS IGUAIS E
      * RECUSADO MESMO FECHANDO A CONTA (111.111.111-11 E AFINS).
      *
      * RETORNO: 'S' VALIDO, 'N' INVALIDO, 'Z' AUSENTE (ZERADO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CHAMADA TAMBEM PELO CARGA-FUNCIONARIO NA
      *                 MANUTENCAO DO CADASTRO FUNCMST.
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DOCUMENTO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WRK-NUMERO          PIC 9(14) VALUE ZEROS.
       01 WRK-NUMERO-R REDEFINES WRK-NUMERO.
          05 WRK-DIG          PIC 9(01) OCCURS 14 TIMES.

       77 WRK-PRIMEIRO      PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO        PIC 9(02) VALUE ZEROS.
       77 WRK-IX            PIC 9(02) VALUE ZEROS.
       77 WRK-PESO          PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-MAX      PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA          PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77 WRK-DV            PIC 9(01) VALUE ZEROS.
       77 WRK-IGUAIS-SW     PIC X(01) VALUE 'S'.
           88 WRK-TODOS-IGUAIS  VALUE 'S'.

       LINKAGE SECTION.
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
             88 DF-CPF            VALUE 'F'.
             88 DF-CNPJ           VALUE 'J'.
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.

       PROCEDURE DIVISION USING DF-PARM.
       0000-MAINLINE.
             MOVE SPACES TO DF-RETORNO.
             EVALUATE TRUE
                   WHEN DF-NUMERO IS NOT NUMERIC
                         SET DF-INVALIDO TO TRUE
                   WHEN DF-NUMERO = ZEROS
                         SET DF-AUSENTE TO TRUE
                   WHEN DF-CPF AND DF-NUMERO > 99999999999
                         SET DF-INVALIDO TO TRUE
                   WHEN DF-CPF
                         MOVE 4  TO WRK-PRIMEIRO
                         MOVE 99 TO WRK-PESO-MAX
                   WHEN DF-CNPJ
                         MOVE 1  TO WRK-PRIMEIRO
                         MOVE 9  TO WRK-PESO-MAX
                   WHEN OTHER
                         SET DF-INVALIDO TO TRUE
             END-EVALUATE.

             IF DF-RETORNO = SPACES
                   MOVE DF-NUMERO TO WRK-NUMERO
                   PERFORM 0100-CONFERIR-IGUAIS
                   IF WRK-TODOS-IGUAIS
                         SET DF-INVALIDO TO TRUE
                   END-IF
             END-IF.

             IF DF-RETORNO = SPACES
                   MOVE 12 TO WRK-ULTIMO
                   PERFORM 0200-CALCULAR-DV
                   IF WRK-DV NOT = WRK-DIG(13)
                         SET DF-INVALIDO TO TRUE
                   END-IF
             END-IF.

             IF DF-RETORNO = SPACES
                   MOVE 13 TO WRK-ULTIMO
                   PERFORM 0200-CALCULAR-DV
                   IF WRK-DV NOT = WRK-DIG(14)
                         SET DF-INVALIDO TO TRUE
                   ELSE
                         SET DF-VALIDO TO TRUE
                   END-IF
             END-IF.

             GOBACK.

       0100-CONFERIR-IGUAIS.
             MOVE 'S' TO WRK-IGUAIS-SW.
             MOVE WRK-PRIMEIRO TO WRK-IX.
             PERFORM 0110-COMPARAR-DIGITO
                   UNTIL WRK-IX > 14 OR NOT WRK-TODOS-IGUAIS.

       0110-COMPARAR-DIGITO.
             IF WRK-DIG(WRK-IX) NOT = WRK-DIG(WRK-PRIMEIRO)
                   MOVE 'N' TO WRK-IGUAIS-SW
             END-IF.
             ADD 1 TO WRK-IX.

      *----------------------------------------------------------------
      * MODULO 11 SOBRE OS DIGITOS WRK-PRIMEIRO ATE WRK-ULTIMO; O
      * VERIFICADOR CALCULADO FICA EM WRK-DV.
      *----------------------------------------------------------------
       0200-CALCULAR-DV.
             MOVE ZEROS TO WRK-SOMA.
             MOVE 2 TO WRK-PESO.
             MOVE WRK-ULTIMO TO WRK-IX.
             PERFORM 0210-SOMAR-DIGITO
                   UNTIL WRK-IX < WRK-PRIMEIRO.
             DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO.
             IF WRK-RESTO < 2
                   MOVE ZEROS TO WRK-DV
             ELSE
                   COMPUTE WRK-DV = 11 - WRK-RESTO
             END-IF.

       0210-SOMAR-DIGITO.
             COMPUTE WRK-SOMA = WRK-SOMA
                   + (WRK-DIG(WRK-IX) * WRK-PESO).
             ADD 1 TO WRK-PESO.
             IF WRK-PESO > WRK-PESO-MAX
                   MOVE 2 TO WRK-PESO
             END-IF.
             SUBTRACT 1 FROM WRK-IX.

       END PROGRAM CALC-DOCUMENTO.
