      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: GRAVACAO DE ALERTA OPERACIONAL - SUBROTINA CHAMADA
      *          PELOS PROGRAMAS QUE DETECTAM FALHA OU LIMITE
      *          ULTRAPASSADO (PASSO DO JOB-NOTURNO PARADO, BALANCO
      *          DIVERGENTE, KPI EM ALERTA, TRAVA VELHA, CONTA
      *          BLOQUEADA): RECEBE GRAVIDADE, PROGRAMA, CONDICAO,
      *          MENSAGEM E QUEM DEVE AGIR, GRAVA O ALERTA NO MESTRE
      *          ALERTAS (ACOMPANHAMENTO DA CIENCIA) E UMA LINHA NA
      *          CAIXA DE SAIDA ALERTOUT, QUE O GATEWAY DE E-MAIL/SMS
      *          RECOLHE - O PROBLEMA CHEGA A QUEM RESOLVE SEM ESPERAR
      *          A LEITURA DOS RELATORIOS DE MANHA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * SUPRESSAO DE REPETIDOS: A MESMA CONDICAO (AV-CONDICAO) AINDA
      * SEM CIENCIA E COM ULTIMA OCORRENCIA DENTRO DA JANELA DO
      * PARAMETRO ALERTCFG (MINUTOS, UMA LINHA 9(04); SEM O PARAMETRO
      * VALEM 60) NAO GERA ALERTA NOVO: SO SOMA A REPETICAO E A HORA
      * DA ULTIMA OCORRENCIA NO ALERTA EXISTENTE (AV-RESULTADO 'S').
      * CONDICAO COM CIENCIA DADA OU FORA DA JANELA ABRE ALERTA NOVO.
      * A NUMERACAO VEM DA SEQUENCIA ALERTSEQ, PERSISTIDA SO DEPOIS
      * DO ALERTA GRAVADO, COMO O FATSEQ.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-ALERTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-MASTER ASSIGN TO 'ALERTAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-NUMERO
                  ALTERNATE RECORD KEY IS AL-CONDICAO
                        WITH DUPLICATES
                  FILE STATUS IS WRK-FS-ALERTA.

           SELECT ALERTA-SAIDA ASSIGN TO 'ALERTOUT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SAIDA.

           SELECT ALERTA-CONFIG ASSIGN TO 'ALERTCFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT ALERTA-SEQUENCIA ASSIGN TO 'ALERTSEQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-SEQUENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-MASTER.
       COPY alerta.

       FD  ALERTA-SAIDA.
       COPY alertout.

       FD  ALERTA-CONFIG.
       01  ALERTA-CONFIG-REC.
           05 AC-JANELA-MIN    PIC 9(04).

       FD  ALERTA-SEQUENCIA.
       01  ALERTA-SEQUENCIA-REC.
           05 AQ-ULTIMO-NUMERO PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-FS-SAIDA     PIC X(02) VALUE '00'.
       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-SEQUENCIA PIC X(02) VALUE '00'.
       77 WRK-JANELA-MIN   PIC 9(04) VALUE 60.
       77 WRK-ULTIMO-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-SW       PIC X(01) VALUE 'N'.
         88 FIM-CONDICAO       VALUE 'S'.
       77 WRK-REPETIDO-SW  PIC X(01) VALUE 'N'.
         88 ALERTA-REPETIDO    VALUE 'S'.
       77 WRK-MIN-AGORA    PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-ULTIMA   PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-PASSADOS PIC S9(09) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA-R REDEFINES WRK-HORA-AGORA.
          05 WRK-AGORA-HH    PIC 9(02).
          05 WRK-AGORA-MM    PIC 9(02).
          05 FILLER          PIC 9(04).
       01 WRK-HORA-ULTIMA  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-ULTIMA-R REDEFINES WRK-HORA-ULTIMA.
          05 WRK-ULTIMA-HH   PIC 9(02).
          05 WRK-ULTIMA-MM   PIC 9(02).
          05 FILLER          PIC 9(04).
       01 DA-PARM.
          05 DA-OPERACAO        PIC X(01).
          05 DA-DATA-1          PIC 9(08).
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       COPY fstatus.

       LINKAGE SECTION.
       01 AV-PARM.
          05 AV-SEVERIDADE    PIC X(01).
             88 AV-INFORMATIVO     VALUE '0'.
             88 AV-AVISO           VALUE '1'.
             88 AV-GRAVE           VALUE '2'.
          05 AV-PROGRAMA      PIC X(18).
          05 AV-CONDICAO      PIC X(30).
          05 AV-MENSAGEM      PIC X(60).
          05 AV-DESTINO       PIC X(12).
          05 AV-RESULTADO     PIC X(01).
             88 AV-GRAVADO         VALUE 'G'.
             88 AV-SUPRIMIDO       VALUE 'S'.
             88 AV-FALHOU          VALUE 'F'.
          05 AV-NUMERO        PIC 9(08).

       PROCEDURE DIVISION USING AV-PARM.

       0001-PRINCIPAL.
             MOVE 'F' TO AV-RESULTADO.
             MOVE ZEROS TO AV-NUMERO.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-AGORA FROM TIME.
             PERFORM 1000-LER-JANELA.

             OPEN I-O ALERTA-MASTER.
             MOVE WRK-FS-ALERTA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   CLOSE ALERTA-MASTER
                   OPEN OUTPUT ALERTA-MASTER
                   CLOSE ALERTA-MASTER
                   OPEN I-O ALERTA-MASTER
                   MOVE WRK-FS-ALERTA TO WRK-FS-ULTIMO
             END-IF.
             IF NOT FS-OK
                   DISPLAY 'GRAVA-ALERTA: ALERTAS INDISPONIVEL (FS '
                           WRK-FS-ALERTA '), ALERTA NAO GRAVADO: '
                           AV-MENSAGEM
                   GOBACK
             END-IF.

             PERFORM 2000-PROCURAR-REPETIDO.
             IF ALERTA-REPETIDO
                   PERFORM 2500-SOMAR-REPETICAO
             ELSE
                   PERFORM 3000-GRAVAR-ALERTA
             END-IF.
             CLOSE ALERTA-MASTER.
             GOBACK.

       1000-LER-JANELA.
             MOVE 60 TO WRK-JANELA-MIN.
             OPEN INPUT ALERTA-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ ALERTA-CONFIG
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO
                   IF FS-OK AND AC-JANELA-MIN IS NUMERIC
                         MOVE AC-JANELA-MIN TO WRK-JANELA-MIN
                   END-IF
                   CLOSE ALERTA-CONFIG
             END-IF.

      *----------------------------------------------------------------
      * OS ALERTAS DA MESMA CONDICAO SAO LIDOS PELA CHAVE ALTERNATIVA;
      * O PRIMEIRO SEM CIENCIA DENTRO DA JANELA FICA NO REGISTRO PARA
      * SER REGRAVADO COM A REPETICAO.
      *----------------------------------------------------------------
       2000-PROCURAR-REPETIDO.
             MOVE 'N' TO WRK-REPETIDO-SW.
             MOVE 'N' TO WRK-EOF-SW.
             MOVE AV-CONDICAO TO AL-CONDICAO.
             START ALERTA-MASTER KEY IS = AL-CONDICAO
                   INVALID KEY MOVE 'S' TO WRK-EOF-SW
             END-START.
             PERFORM 2100-LER-CONDICAO.
             PERFORM 2200-AVALIAR-ALERTA
                   UNTIL FIM-CONDICAO OR ALERTA-REPETIDO.

       2100-LER-CONDICAO.
             IF NOT FIM-CONDICAO
                   READ ALERTA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-SW
                   END-READ
                   IF NOT FIM-CONDICAO
                         AND AL-CONDICAO NOT = AV-CONDICAO
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.

       2200-AVALIAR-ALERTA.
             IF NOT AL-CIENCIA-DADA
                   PERFORM 2300-MINUTOS-DESDE-ULTIMA
                   IF WRK-MIN-PASSADOS <= WRK-JANELA-MIN
                         MOVE 'S' TO WRK-REPETIDO-SW
                   END-IF
             END-IF.
             IF NOT ALERTA-REPETIDO
                   PERFORM 2100-LER-CONDICAO
             END-IF.

       2300-MINUTOS-DESDE-ULTIMA.
             MOVE AL-HORA-ULTIMA TO WRK-HORA-ULTIMA.
             COMPUTE WRK-MIN-AGORA =
                   WRK-AGORA-HH * 60 + WRK-AGORA-MM.
             COMPUTE WRK-MIN-ULTIMA =
                   WRK-ULTIMA-HH * 60 + WRK-ULTIMA-MM.
             IF AL-DATA-ULTIMA = WRK-DATA-HOJE
                   MOVE ZEROS TO DA-QT-DIAS
             ELSE
                   MOVE 'D' TO DA-OPERACAO
                   MOVE AL-DATA-ULTIMA TO DA-DATA-1
                   MOVE WRK-DATA-HOJE  TO DA-DATA-2
                   CALL 'CALC-DATA-ARIT' USING DA-PARM
             END-IF.
             COMPUTE WRK-MIN-PASSADOS =
                   DA-QT-DIAS * 1440 + WRK-MIN-AGORA - WRK-MIN-ULTIMA.

       2500-SOMAR-REPETICAO.
             ADD 1 TO AL-QT-REPETICOES.
             MOVE WRK-DATA-HOJE  TO AL-DATA-ULTIMA.
             MOVE WRK-HORA-AGORA TO AL-HORA-ULTIMA.
             REWRITE ALERTA-REC
                   INVALID KEY
                         DISPLAY 'GRAVA-ALERTA: FALHA AO REGRAVAR O '
                                 'ALERTA ' AL-NUMERO
                   NOT INVALID KEY
                         MOVE 'S' TO AV-RESULTADO
                         MOVE AL-NUMERO TO AV-NUMERO
             END-REWRITE.

      *----------------------------------------------------------------
      * ALERTA NOVO: PROXIMO NUMERO DO ALERTSEQ, REGISTRO NO MESTRE E
      * LINHA NA CAIXA DE SAIDA DO GATEWAY.
      *----------------------------------------------------------------
       3000-GRAVAR-ALERTA.
             PERFORM 3100-LER-SEQUENCIA.
             ADD 1 TO WRK-ULTIMO-NUMERO.
             INITIALIZE ALERTA-REC.
             MOVE WRK-ULTIMO-NUMERO TO AL-NUMERO.
             MOVE AV-CONDICAO       TO AL-CONDICAO.
             MOVE AV-SEVERIDADE     TO AL-SEVERIDADE.
             MOVE AV-PROGRAMA       TO AL-PROGRAMA.
             MOVE AV-MENSAGEM       TO AL-MENSAGEM.
             MOVE AV-DESTINO        TO AL-DESTINO.
             MOVE WRK-DATA-HOJE     TO AL-DATA.
             MOVE WRK-HORA-AGORA    TO AL-HORA.
             MOVE ZEROS             TO AL-QT-REPETICOES.
             MOVE WRK-DATA-HOJE     TO AL-DATA-ULTIMA.
             MOVE WRK-HORA-AGORA    TO AL-HORA-ULTIMA.
             MOVE 'N'               TO AL-CIENCIA.
             WRITE ALERTA-REC
                   INVALID KEY
                         DISPLAY 'GRAVA-ALERTA: NUMERO ' AL-NUMERO
                                 ' JA EXISTE, SEQUENCIA SUSPEITA'
                   NOT INVALID KEY
                         PERFORM 3200-GRAVAR-SEQUENCIA
                         PERFORM 3300-GRAVAR-SAIDA
                         MOVE 'G' TO AV-RESULTADO
                         MOVE AL-NUMERO TO AV-NUMERO
             END-WRITE.

       3100-LER-SEQUENCIA.
             MOVE ZEROS TO WRK-ULTIMO-NUMERO.
             OPEN INPUT ALERTA-SEQUENCIA.
             MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ ALERTA-SEQUENCIA
                         AT END CONTINUE
                   END-READ
                   MOVE WRK-FS-SEQUENCIA TO WRK-FS-ULTIMO
                   IF FS-OK
                         MOVE AQ-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   CLOSE ALERTA-SEQUENCIA
             END-IF.

       3200-GRAVAR-SEQUENCIA.
             OPEN OUTPUT ALERTA-SEQUENCIA.
             MOVE WRK-ULTIMO-NUMERO TO AQ-ULTIMO-NUMERO.
             WRITE ALERTA-SEQUENCIA-REC.
             CLOSE ALERTA-SEQUENCIA.

       3300-GRAVAR-SAIDA.
             OPEN EXTEND ALERTA-SAIDA.
             MOVE WRK-FS-SAIDA TO WRK-FS-ULTIMO.
             IF FS-ARQ-OPCIONAL-AUSENTE
                   CLOSE ALERTA-SAIDA
                   OPEN OUTPUT ALERTA-SAIDA
             END-IF.
             MOVE AL-NUMERO      TO AO-NUMERO.
             MOVE AL-SEVERIDADE  TO AO-SEVERIDADE.
             MOVE AL-PROGRAMA    TO AO-PROGRAMA.
             MOVE AL-DESTINO     TO AO-DESTINO.
             MOVE AL-DATA        TO AO-DATA.
             MOVE AL-HORA        TO AO-HORA.
             MOVE AL-CONDICAO    TO AO-CONDICAO.
             MOVE AL-MENSAGEM    TO AO-MENSAGEM.
             WRITE ALERTA-SAIDA-REC.
             CLOSE ALERTA-SAIDA.

       END PROGRAM GRAVA-ALERTA.
