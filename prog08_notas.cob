      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - O USUARIO DE SERVICO DO JOB-NOTURNO DEIXA DE SER
      *                 ISENTO PELO NOME: O PERFIL DE SERVICO '***' E
      *                 RECUSADO NO LOGIN, E A RECUSA VAI PARA O ACESSO-
      *                 AUDIT.
      * 15/10/2026 DZ - COM A SENHA CONFERIDA, O CONFERE-JANELA RECUSA
      *                 O ACESSO FORA DOS DIAS E DA JANELA DE HORARIO DO
      *                 PERFIL (OU DA EXCECAO EM VIGOR DO USUARIO), E A
      *                 RECUSA E GRAVADA NO ACESSO-AUDIT; O USUARIO DE
      *                 SERVICO DO JOB-NOTURNO E ISENTO.
      * 15/10/2026 DZ - LINHA DO ACESSAUD PASSA A LEVAR O ELO DE
      *                 ENCADEAMENTO (SEQUENCIA E HASHES PELO ENCADEIA-
      *                 LOG) ANTES DO WRITE, PARA O VERIFICA-ELOS
      *                 DETECTAR LINHA APAGADA OU ALTERADA.
      * 02/09/2026 DZ - AS GRAVACOES DE MESTRE INDEXADO DESTE
      *                 PROGRAMA PASSAM A GRAVAR A IMAGEM ANTES/
      *                 DEPOIS NO JORNAL DE MUDANCAS (SUBROTINA
          05 DA-DATA-2          PIC 9(08).
          05 DA-QT-DIAS         PIC S9(07).
          05 DA-DATA-RESULT     PIC 9(08).
       01 JA-PARM.
          05 JA-USUARIO       PIC X(10).
          05 JA-PERFIL        PIC X(03).
          05 JA-RESULTADO     PIC X(01).
             88 JA-PERMITIDO       VALUE 'S'.
             88 JA-DIA-NEGADO      VALUE 'D'.
             88 JA-HORA-NEGADA     VALUE 'H'.
             88 JA-SERVICO-NEGADO  VALUE 'P'.
          05 JA-EXCECAO       PIC X(01).
             88 JA-COM-EXCECAO     VALUE 'S'.
          05 JA-VALIDADE      PIC 9(08).
          05 JA-FILIAL        OCCURS 10 TIMES PIC 9(02).
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 EN-PARM.
          05 EN-OPERACAO      PIC X(01).
          05 EN-LOG           PIC X(08).
          05 EN-CONTEUDO      PIC X(390).
          05 EN-ELO.
             10 EN-SEQUENCIA     PIC 9(09).
             10 EN-HASH-ANTERIOR PIC X(10).
             10 EN-HASH          PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.

             PERFORM 0175-VERIFICAR-VALIDADE-SENHA.

             MOVE WRK-USUARIO TO JA-USUARIO.
             MOVE US-PERFIL   TO JA-PERFIL.
             CALL 'CONFERE-JANELA' USING JA-PARM.

             EVALUATE TRUE
                   WHEN JA-DIA-NEGADO
                         MOVE 'LOGIN FORA DO DIA'
                           TO WRK-RESULTADO
                   WHEN JA-HORA-NEGADA
                         MOVE 'LOGIN FORA DO HORARIO'
                           TO WRK-RESULTADO
                   WHEN JA-SERVICO-NEGADO
                         MOVE 'PERFIL DE SERVICO SEM LOGIN'
                           TO WRK-RESULTADO
                   WHEN SENHA-EXPIRADA
                         MOVE 'SENHA EXPIRADA - TROCAR SENHA'
                           TO WRK-RESULTADO
                   WHEN OTHER
                         PERFORM 0215-RESULTADO-NIVEL
             END-EVALUATE.
             DISPLAY WRK-RESULTADO.

       0215-RESULTADO-NIVEL.
             EVALUATE TRUE
                   WHEN US-ADM
                         MOVE 'NIVEL ADMINISTRADOR'
                           TO WRK-RESULTADO
                   WHEN US-SUPERVISOR
                         MOVE 'NIVEL SUPERVISOR'
                           TO WRK-RESULTADO
                   WHEN US-USER
                         MOVE 'NIVEL USUARIO'
                           TO WRK-RESULTADO
                   WHEN OTHER
                         MOVE 'USUARIO NAO AUTORIZADO'
                           TO WRK-RESULTADO
             END-EVALUATE.

       0220-SENHA-INVALIDA.
             MOVE USUARIO-MASTER-REC TO JP-ANTES.
             ADD 1 TO US-TENTATIVAS.
             MOVE WRK-RESULTADO TO AA-RESULTADO.
             ACCEPT AA-DATA FROM DATE YYYYMMDD.
             ACCEPT AA-HORA FROM TIME.
             MOVE 'G'        TO EN-OPERACAO.
             MOVE 'ACESSAUD' TO EN-LOG.
             MOVE AA-DADOS TO EN-CONTEUDO.
             CALL 'ENCADEIA-LOG' USING EN-PARM.
             MOVE EN-ELO TO AA-ELO.
             WRITE ACESSO-AUDIT-REC.

       8800-GRAVAR-JORNAL.
