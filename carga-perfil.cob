      * Tectonics: cobc
      *-----------------------------------------------------------------
      * LE O ARQUIVO SEQUENCIAL PERFSEQ (ACAO I/A/E, CODIGO,
      * DESCRICAO E 99 FLAGS S/N) COM OS CODIGOS DE ACAO DAS DEMAIS
      * CARGAS; FLAG DIFERENTE DE 'S' VALE 'N' (LINHA DO LAYOUT ANTIGO,
      * COM 60 FLAGS, FICA COM AS OPCOES 61 A 99 NEGADAS). DEPOIS DAS
      * FLAGS VEM A JANELA DE ACESSO DO PERFIL: 7 FLAGS S/N DOS DIAS DA
      * SEMANA (DOMINGO A SABADO), HORA INICIAL E FINAL HHMM E ATE 10
      * FILIAIS PERMITIDAS (2 DIGITOS CADA); CAMPOS EM BRANCO NAO
      * RESTRINGEM. HORA FORA DE 0000-2359 REJEITA A LINHA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O CODIGO '***' E RESERVADO AO PERFIL DE SERVICO
      *                 DO JOB-NOTURNO E NAO ENTRA NO PERFMST.
      * 15/10/2026 DZ - PERFMST QUE NAO ABRE (FILE STATUS 39 DO LAYOUT
      *                 ANTERIOR AS 99 OPCOES E A JANELA DE ACESSO)
      *                 ABORTA A CARGA COM MENSAGEM; O MESTRE ANTIGO E
      *                 CONVERTIDO ANTES PELO MIGRA-MESTRES.
      * 15/10/2026 DZ - PERFSEQ GANHA DIAS DA SEMANA, JANELA DE HORARIO
      *                 E FILIAIS PERMITIDAS DO PERFIL, GRAVADOS NO
      *                 PERFMST PARA O CONFERE-JANELA E O CONFERE-
      *                 FILIAL.
      * 15/10/2026 DZ - LISTA DE OPCOES DO PERFIL AMPLIADA DE 60 PARA
      *                 99 FLAGS, ACOMPANHANDO O PERFMST.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  PERFIS-ENTRADA-REC.
           05 PL-ACAO          PIC X(01).
           05 PL-CODIGO        PIC X(03).
             88 PL-PERFIL-SERVICO  VALUE '***'.
           05 PL-DESCRICAO     PIC X(20).
           05 PL-OPCAO         OCCURS 99 TIMES PIC X(01).
           05 PL-DIAS-SEMANA   PIC X(07).
           05 PL-DIAS-SEMANA-R REDEFINES PL-DIAS-SEMANA.
              10 PL-DIA         OCCURS 7 TIMES PIC X(01).
           05 PL-HORA-INICIO   PIC X(04).
           05 PL-HORA-INICIO-R REDEFINES PL-HORA-INICIO.
              10 PL-HH-INICIO   PIC 9(02).
              10 PL-MM-INICIO   PIC 9(02).
           05 PL-HORA-FIM      PIC X(04).
           05 PL-HORA-FIM-R REDEFINES PL-HORA-FIM.
              10 PL-HH-FIM      PIC 9(02).
              10 PL-MM-FIM      PIC 9(02).
           05 PL-FILIAL        OCCURS 10 TIMES PIC X(02).

       FD  PERFIL-MASTER.
       COPY perfil.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-CHAVE-SW   PIC X(01) VALUE 'N'.
         88 CHAVE-EXISTE       VALUE 'S'.
       77 WRK-IX-OPCAO   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-ACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-IX-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-FIL       PIC 9(02) VALUE ZEROS.
       77 WRK-ILEGIVEL-SW  PIC X(01) VALUE 'N'.
         88 MESTRE-ILEGIVEL    VALUE 'S'.
       77 WRK-JANELA-SW    PIC X(01) VALUE 'S'.
         88 JANELA-VALIDA      VALUE 'S'.
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             PERFORM 1000-ABRIR.
             IF MESTRE-ILEGIVEL
                   CLOSE PERFIS-ENTRADA
                   GOBACK
             END-IF.
             PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
             PERFORM 9000-ENCERRAR.
             GOBACK.
                   OPEN OUTPUT PERFIL-MASTER
                   CLOSE PERFIL-MASTER
                   OPEN I-O PERFIL-MASTER
                   MOVE WRK-FS-PERFIL TO WRK-FS-ULTIMO
             END-IF.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-ILEGIVEL-SW
                   DISPLAY 'FILE STATUS ' WRK-FS-PERFIL
                           ' NA ABERTURA DO PERFMST (LAYOUT ANTIGO? '
                           'RODE O MIGRA-MESTRES), CARGA ABORTADA'
             ELSE
                   PERFORM 1100-LER-ENTRADA
             END-IF.

       1100-LER-ENTRADA.
             READ PERFIS-ENTRADA

       2000-PROCESSAR-ENTRADA.
             PERFORM 2050-BUSCAR-CHAVE.
             PERFORM 2060-VALIDAR-JANELA.

             EVALUATE TRUE
                   WHEN PL-CODIGO = SPACES
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO DE PERFIL EM BRANCO '
                                 'REJEITADO'
                   WHEN PL-PERFIL-SERVICO
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'CODIGO ' PL-CODIGO ' RESERVADO AO '
                                 'PERFIL DE SERVICO, REJEITADO'
                   WHEN (PL-ACAO = 'I' OR PL-ACAO = 'A')
                        AND NOT JANELA-VALIDA
                         ADD 1 TO WRK-QT-REJ-ACAO
                         DISPLAY 'JANELA DE HORARIO INVALIDA '
                                 'REJEITADA: ' PL-CODIGO ' '
                                 PL-HORA-INICIO '-' PL-HORA-FIM
                   WHEN PL-ACAO = 'I'
                         IF CHAVE-EXISTE
                               ADD 1 TO WRK-QT-REJ-ACAO
                         MOVE 'S' TO WRK-CHAVE-SW
             END-READ.

      *----------------------------------------------------------------
      * HORA EM BRANCO VALE 0000; HORA PREENCHIDA PRECISA SER HHMM
      * VALIDA. AS DUAS EM ZERO DEIXAM O LOGIN LIVRE O DIA TODO.
      *----------------------------------------------------------------
       2060-VALIDAR-JANELA.
             MOVE 'S' TO WRK-JANELA-SW.
             IF PL-HORA-INICIO = SPACES
                   MOVE '0000' TO PL-HORA-INICIO
             END-IF.
             IF PL-HORA-FIM = SPACES
                   MOVE '0000' TO PL-HORA-FIM
             END-IF.
             IF PL-HORA-INICIO IS NOT NUMERIC
                OR PL-HORA-FIM IS NOT NUMERIC
                   MOVE 'N' TO WRK-JANELA-SW
             ELSE
                   IF PL-HH-INICIO > 23 OR PL-MM-INICIO > 59
                      OR PL-HH-FIM > 23 OR PL-MM-FIM > 59
                         MOVE 'N' TO WRK-JANELA-SW
                   END-IF
             END-IF.

       2500-MONTAR-REGISTRO.
             MOVE PL-CODIGO    TO PRF-CODIGO.
             MOVE PL-DESCRICAO TO PRF-DESCRICAO.
             MOVE 1 TO WRK-IX-OPCAO.
             PERFORM 2510-MOVER-OPCAO UNTIL WRK-IX-OPCAO > 99.
             IF PL-DIAS-SEMANA = SPACES
                   MOVE SPACES TO PRF-DIAS-SEMANA
             ELSE
                   MOVE 1 TO WRK-IX-DIA
                   PERFORM 2520-MOVER-DIA UNTIL WRK-IX-DIA > 7
             END-IF.
             MOVE PL-HORA-INICIO TO PRF-HORA-INICIO.
             MOVE PL-HORA-FIM    TO PRF-HORA-FIM.
             MOVE 1 TO WRK-IX-FIL.
             PERFORM 2530-MOVER-FILIAL UNTIL WRK-IX-FIL > 10.

       2510-MOVER-OPCAO.
             IF PL-OPCAO(WRK-IX-OPCAO) = 'S'
             END-IF.
             ADD 1 TO WRK-IX-OPCAO.

       2520-MOVER-DIA.
             IF PL-DIA(WRK-IX-DIA) = 'S'
                   MOVE 'S' TO PRF-DIA-PERMITIDO(WRK-IX-DIA)
             ELSE
                   MOVE 'N' TO PRF-DIA-PERMITIDO(WRK-IX-DIA)
             END-IF.
             ADD 1 TO WRK-IX-DIA.

       2530-MOVER-FILIAL.
             IF PL-FILIAL(WRK-IX-FIL) IS NUMERIC
                   MOVE PL-FILIAL(WRK-IX-FIL)
                        TO PRF-FILIAL(WRK-IX-FIL)
             ELSE
                   MOVE ZEROS TO PRF-FILIAL(WRK-IX-FIL)
             END-IF.
             ADD 1 TO WRK-IX-FIL.

       9000-ENCERRAR.
             CLOSE PERFIS-ENTRADA.
             CLOSE PERFIL-MASTER.
