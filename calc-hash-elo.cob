      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: SUBROTINA DE SERVICO -- HASH DE ENCADEAMENTO DOS LOGS
      *          DE AUDITORIA. RECEBE O HASH DA LINHA ANTERIOR, A
      *          SEQUENCIA E O CONTEUDO DA LINHA E DEVOLVE O HASH DE
      *          10 DIGITOS DA LINHA, NO MESMO ESQUEMA DO
      *          CALC-HASH-SENHA. CHAMADA POR CALL DE ENCADEIA-LOG,
      *          VERIFICA-ELOS E ANONIMIZA-TITULAR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HASH POLINOMIAL (BASE 31, MODULO 10 DIGITOS, SEMENTE 7) SOBRE
      * O HASH ANTERIOR, A SEQUENCIA E O CONTEUDO, NESSA ORDEM. COMO A
      * LINHA DE LOG TEM QUALQUER CARACTERE (MINUSCULA, IMAGEM DE
      * REGISTRO), CADA POSICAO ENTRA PELO CODIGO DO PROPRIO BYTE E
      * NAO PELO ALFABETO DE REFERENCIA DA SENHA. QUALQUER LETRA
      * ALTERADA NA LINHA OU NA ANTERIOR MUDA O HASH E QUEBRA O ELO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-HASH-ELO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WRK-HASH          PIC 9(18) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(18) VALUE ZEROS.
       77 WRK-IX-CHAR       PIC 9(03) VALUE ZEROS.
       77 WRK-TAM-ENTRADA   PIC 9(03) VALUE 409.

       01 WRK-ENTRADA.
          05 WRK-ENT-ANTERIOR  PIC X(10).
          05 WRK-ENT-SEQUENCIA PIC 9(09).
          05 WRK-ENT-CONTEUDO  PIC X(390).

       01 WRK-BYTE-GRUPO.
          05 FILLER            PIC X(01) VALUE LOW-VALUE.
          05 WRK-BYTE          PIC X(01).
       01 WRK-BYTE-CODIGO REDEFINES WRK-BYTE-GRUPO
                               PIC 9(04) COMP.

       LINKAGE SECTION.
       01 HE-PARM.
          05 HE-HASH-ANTERIOR  PIC X(10).
          05 HE-SEQUENCIA      PIC 9(09).
          05 HE-CONTEUDO       PIC X(390).
          05 HE-HASH           PIC X(10).

       PROCEDURE DIVISION USING HE-PARM.
       0000-MAINLINE.

           MOVE HE-HASH-ANTERIOR TO WRK-ENT-ANTERIOR.
           MOVE HE-SEQUENCIA     TO WRK-ENT-SEQUENCIA.
           MOVE HE-CONTEUDO      TO WRK-ENT-CONTEUDO.

           MOVE 7 TO WRK-HASH.
           MOVE 1 TO WRK-IX-CHAR.
           PERFORM 0100-PROCESSAR-CARACTERE
               UNTIL WRK-IX-CHAR > WRK-TAM-ENTRADA.

           MOVE WRK-HASH(9:10) TO HE-HASH.
           GOBACK.

       0100-PROCESSAR-CARACTERE.
           MOVE WRK-ENTRADA(WRK-IX-CHAR:1) TO WRK-BYTE.
           COMPUTE WRK-HASH =
               (WRK-HASH * 31) + WRK-BYTE-CODIGO + 1.
           DIVIDE WRK-HASH BY 10000000000
               GIVING WRK-QUOCIENTE
               REMAINDER WRK-HASH.
           ADD 1 TO WRK-IX-CHAR.

       END PROGRAM CALC-HASH-ELO.
