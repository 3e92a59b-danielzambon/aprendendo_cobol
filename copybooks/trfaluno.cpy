      ******************************************************************
      * Copybook: TRFALUNO.cpy
      * Purpose:  RECORD LAYOUT FOR THE TRANSFAL STUDENT-TRANSFER
      *           LEDGER, UMA LINHA POR TRANSFERENCIA DE TURMA NO MEIO
      *           DO TERMO GRAVADA PELO TRANSFERE-ALUNO: TURMA DE
      *           ORIGEM E DESTINO, QUANTAS DISCIPLINAS TIVERAM AS
      *           NOTAS MANTIDAS E QUANTAS FICARAM PENDENTES NA TURMA
      *           NOVA. O REL-TURMA USA ESTE LEDGER PARA MOSTRAR O
      *           ALUNO COMO TRANSFERIDO NA TURMA ANTIGA.
      ******************************************************************
       01 TRANSF-ALUNO-REC.
          05 TF-TERMO         PIC 9(02).
          05 TF-MATRICULA     PIC 9(06).
          05 TF-TURMA-ORIGEM  PIC X(03).
          05 TF-TURMA-DESTINO PIC X(03).
          05 TF-DATA          PIC 9(08).
          05 TF-QT-MANTIDAS   PIC 9(02).
          05 TF-QT-PENDENTES  PIC 9(02).
          05 TF-QT-ENCERRADAS PIC 9(02).
          05 TF-OPERADOR      PIC X(10).
