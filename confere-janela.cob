      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: CONFERENCIA DA JANELA DE LOGIN - SUBROTINA CHAMADA
      *          PELO MENU-OPERADOR E PELO CTRL-ACESSO DEPOIS QUE A
      *          SENHA CONFERE. DIZ SE O USUARIO PODE ENTRAR NO DIA DA
      *          SEMANA E NA HORA CORRENTES E DEVOLVE AS FILIAIS QUE
      *          ELE PODE MOVIMENTAR:
      *            S = LOGIN PERMITIDO
      *            D = DIA DA SEMANA NAO PERMITIDO
      *            H = FORA DA JANELA DE HORARIO
      *            P = PERFIL DE SERVICO, SEM LOGIN INTERATIVO
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A REGRA VEM DA EXCECAO DO USUARIO NO EXCACESS ENQUANTO ELA
      * ESTIVER NO PRAZO (EX-VALIDADE IGUAL OU POSTERIOR A HOJE) E,
      * FORA DISSO, DO PERFIL DO USUARIO NO PERFMST. USUARIO SEM
      * PERFIL, PERFIL FORA DO MESTRE OU MESTRE AUSENTE NAO TEM
      * RESTRICAO, COMO NA AUTORIZACAO DAS OPCOES. DIAS EM BRANCO,
      * JANELA 0000-0000 E FILIAIS ZERADAS NAO RESTRINGEM; JANELA COM
      * INICIO MAIOR QUE O FIM ATRAVESSA A MEIA-NOITE (EX.: 2200-0600).
      * O PERFIL DE SERVICO '***' E SO DO JOB-NOTURNO, QUE NAO PASSA
      * PELO LOGIN: USUARIO COM ESSE PERFIL E SEMPRE RECUSADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-JANELA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIL-MASTER ASSIGN TO 'PERFMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRF-CODIGO
                  FILE STATUS IS WRK-FS-PERFIL.

           SELECT EXCECAO-ACESSO ASSIGN TO 'EXCACESS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EX-USUARIO
                  FILE STATUS IS WRK-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL-MASTER.
       COPY perfil.

       FD  EXCECAO-ACESSO.
       COPY excacess.

       WORKING-STORAGE SECTION.

       77 WRK-FS-PERFIL    PIC X(02) VALUE '00'.
       77 WRK-FS-EXCECAO   PIC X(02) VALUE '00'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA-R REDEFINES WRK-HORA-AGORA.
          05 WRK-HHMM-AGORA   PIC 9(04).
          05 FILLER           PIC 9(04).
       77 WRK-DIA-ISO      PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.
       77 WRK-REGRA-SW     PIC X(01) VALUE 'N'.
         88 TEM-REGRA          VALUE 'S'.

      *----------------------------------------------------------------
      * REGRA EM VIGOR PARA O USUARIO (DA EXCECAO OU DO PERFIL).
      *----------------------------------------------------------------
       01 REGRA-ACESSO.
          05 RG-DIAS-SEMANA   PIC X(07).
          05 RG-DIAS-SEMANA-R REDEFINES RG-DIAS-SEMANA.
             10 RG-DIA-PERMITIDO OCCURS 7 TIMES PIC X(01).
          05 RG-HORA-INICIO   PIC 9(04).
          05 RG-HORA-FIM      PIC 9(04).
          05 RG-FILIAL        OCCURS 10 TIMES PIC 9(02).
       COPY fstatus.

       LINKAGE SECTION.
       01 JA-PARM.
          05 JA-USUARIO       PIC X(10).
          05 JA-PERFIL        PIC X(03).
             88 JA-PERFIL-SERVICO  VALUE '***'.
          05 JA-RESULTADO     PIC X(01).
             88 JA-PERMITIDO       VALUE 'S'.
             88 JA-DIA-NEGADO      VALUE 'D'.
             88 JA-HORA-NEGADA     VALUE 'H'.
             88 JA-SERVICO-NEGADO  VALUE 'P'.
          05 JA-EXCECAO       PIC X(01).
             88 JA-COM-EXCECAO     VALUE 'S'.
          05 JA-VALIDADE      PIC 9(08).
          05 JA-FILIAL        OCCURS 10 TIMES PIC 9(02).

       PROCEDURE DIVISION USING JA-PARM.

       0001-PRINCIPAL.
             MOVE 'S'   TO JA-RESULTADO.
             MOVE 'N'   TO JA-EXCECAO.
             MOVE ZEROS TO JA-VALIDADE.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 3100-ZERAR-FILIAL UNTIL WRK-IX-FIL > 10.

             IF JA-PERFIL-SERVICO
                   MOVE 'P' TO JA-RESULTADO
                   GOBACK
             END-IF.

             ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             ACCEPT WRK-DIA-ISO    FROM DAY-OF-WEEK.

             MOVE 'N' TO WRK-REGRA-SW.
             PERFORM 1000-BUSCAR-EXCECAO.
             IF NOT TEM-REGRA
                   PERFORM 1100-BUSCAR-PERFIL
             END-IF.

             IF TEM-REGRA
                   PERFORM 2000-CONFERIR-DIA
                   IF JA-PERMITIDO
                         PERFORM 2100-CONFERIR-HORA
                   END-IF
                   MOVE 1 TO WRK-IX-FIL
                   PERFORM 3000-DEVOLVER-FILIAL
                         UNTIL WRK-IX-FIL > 10
             END-IF.
             GOBACK.

       1000-BUSCAR-EXCECAO.
             OPEN INPUT EXCECAO-ACESSO.
             MOVE WRK-FS-EXCECAO TO WRK-FS-ULTIMO.
             IF FS-OK
                   MOVE JA-USUARIO TO EX-USUARIO
                   READ EXCECAO-ACESSO
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 1010-USAR-EXCECAO
                   END-READ
                   CLOSE EXCECAO-ACESSO
             END-IF.

       1010-USAR-EXCECAO.
             IF EX-VALIDADE >= WRK-DATA-HOJE
                   MOVE 'S' TO WRK-REGRA-SW
                   MOVE 'S' TO JA-EXCECAO
                   MOVE EX-VALIDADE    TO JA-VALIDADE
                   MOVE EX-DIAS-SEMANA TO RG-DIAS-SEMANA
                   MOVE EX-HORA-INICIO TO RG-HORA-INICIO
                   MOVE EX-HORA-FIM    TO RG-HORA-FIM
                   MOVE 1 TO WRK-IX-FIL
                   PERFORM 1020-COPIAR-FILIAL-EXC
                         UNTIL WRK-IX-FIL > 10
             END-IF.

       1020-COPIAR-FILIAL-EXC.
             MOVE EX-FILIAL(WRK-IX-FIL) TO RG-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

       1100-BUSCAR-PERFIL.
             IF JA-PERFIL NOT = SPACES
                   OPEN INPUT PERFIL-MASTER
                   MOVE WRK-FS-PERFIL TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE JA-PERFIL TO PRF-CODIGO
                         READ PERFIL-MASTER
                               INVALID KEY
                                     CONTINUE
                               NOT INVALID KEY
                                     PERFORM 1110-USAR-PERFIL
                         END-READ
                         CLOSE PERFIL-MASTER
                   END-IF
             END-IF.

       1110-USAR-PERFIL.
             MOVE 'S' TO WRK-REGRA-SW.
             MOVE PRF-DIAS-SEMANA TO RG-DIAS-SEMANA.
             MOVE PRF-HORA-INICIO TO RG-HORA-INICIO.
             MOVE PRF-HORA-FIM    TO RG-HORA-FIM.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 1120-COPIAR-FILIAL-PRF UNTIL WRK-IX-FIL > 10.

       1120-COPIAR-FILIAL-PRF.
             MOVE PRF-FILIAL(WRK-IX-FIL) TO RG-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

      *----------------------------------------------------------------
      * O DAY-OF-WEEK VEM COMO 1=SEGUNDA ... 7=DOMINGO; A TABELA DE
      * DIAS SEGUE O CALC-DIA-UTIL, 1=DOMINGO ... 7=SABADO.
      *----------------------------------------------------------------
       2000-CONFERIR-DIA.
             IF WRK-DIA-ISO = 7
                   MOVE 1 TO WRK-DIA-SEMANA
             ELSE
                   COMPUTE WRK-DIA-SEMANA = WRK-DIA-ISO + 1
             END-IF.
             IF RG-DIAS-SEMANA NOT = SPACES
                   AND RG-DIA-PERMITIDO(WRK-DIA-SEMANA) NOT = 'S'
                   MOVE 'D' TO JA-RESULTADO
             END-IF.

       2100-CONFERIR-HORA.
             IF RG-HORA-INICIO IS NOT NUMERIC
                   MOVE ZEROS TO RG-HORA-INICIO
             END-IF.
             IF RG-HORA-FIM IS NOT NUMERIC
                   MOVE ZEROS TO RG-HORA-FIM
             END-IF.
             EVALUATE TRUE
                   WHEN RG-HORA-INICIO = ZEROS
                        AND RG-HORA-FIM = ZEROS
                         CONTINUE
                   WHEN RG-HORA-INICIO <= RG-HORA-FIM
                         IF WRK-HHMM-AGORA < RG-HORA-INICIO
                            OR WRK-HHMM-AGORA > RG-HORA-FIM
                               MOVE 'H' TO JA-RESULTADO
                         END-IF
                   WHEN OTHER
                         IF WRK-HHMM-AGORA < RG-HORA-INICIO
                            AND WRK-HHMM-AGORA > RG-HORA-FIM
                               MOVE 'H' TO JA-RESULTADO
                         END-IF
             END-EVALUATE.

       3000-DEVOLVER-FILIAL.
             IF RG-FILIAL(WRK-IX-FIL) IS NUMERIC
                   MOVE RG-FILIAL(WRK-IX-FIL) TO JA-FILIAL(WRK-IX-FIL)
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       3100-ZERAR-FILIAL.
             MOVE ZEROS TO JA-FILIAL(WRK-IX-FIL).
             ADD 1 TO WRK-IX-FIL.

       END PROGRAM CONFERE-JANELA.
