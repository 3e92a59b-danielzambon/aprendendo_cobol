      ******************************************************************
      * Copybook: LGPDLOG.cpy
      * Purpose:  RECORD LAYOUT FOR THE LGPD-LOG FILE (LGPDLOG), UMA
      *           LINHA POR EXECUCAO DO REL-TITULAR-LGPD (CONSULTA DO
      *           TITULAR) OU DO ANONIMIZA-TITULAR (ANONIMIZACAO):
      *           QUEM PEDIU (TITULAR OU REPRESENTANTE E O PROTOCOLO
      *           DO PEDIDO), QUEM EXECUTOU (USUARIO AUTENTICADO), O
      *           IDENTIFICADOR PESQUISADO E QUANTOS REGISTROS FORAM
      *           LISTADOS OU MASCARADOS. ARQUIVO SO DE ACRESCIMO,
      *           GUARDADO COMO PROVA DO ATENDIMENTO AO TITULAR.
      *           LGP-TIPO-ID: C = CLIENTE, F = MATRICULA DE
      *           FUNCIONARIO, A = MATRICULA DE ALUNO, D = CPF/CNPJ.
      *           LGP-RESULTADO: E = EXECUTADA, R = RECUSADA POR
      *           IMPEDIMENTO LEGAL (ANONIMIZACAO DE CLIENTE COM SALDO
      *           OU FUNCIONARIO ATIVO), C = CANCELADA PELO USUARIO.
      ******************************************************************
       01 LGPD-LOG-REC.
          05 LGP-DATA         PIC 9(08).
          05 LGP-HORA         PIC 9(08).
          05 LGP-OPERACAO     PIC X(01).
            88 LGP-CONSULTA       VALUE 'C'.
            88 LGP-ANONIMIZACAO   VALUE 'A'.
          05 LGP-TIPO-ID      PIC X(01).
          05 LGP-IDENTIFICADOR PIC 9(14).
          05 LGP-SOLICITANTE  PIC X(30).
          05 LGP-PROTOCOLO    PIC X(15).
          05 LGP-USUARIO      PIC X(10).
          05 LGP-QT-REGISTROS PIC 9(07).
          05 LGP-RESULTADO    PIC X(01).
            88 LGP-EXECUTADA      VALUE 'E'.
            88 LGP-RECUSADA       VALUE 'R'.
            88 LGP-CANCELADA      VALUE 'C'.
