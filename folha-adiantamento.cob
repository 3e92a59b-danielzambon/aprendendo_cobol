      * Author: DANIEL ZAMBON
      * Date:02/09/2026
      * Purpose: ADIANTAMENTO QUINZENAL DE SALARIO - RODADA DO DIA 15:
      *          PAGA A CADA FUNCIONARIO ATIVO DO FUNCMST UM
      *          PERCENTUAL CONFIGURAVEL DO SALARIO (PADRAO 40%),
      *          GERANDO A ORDEM DE CREDITO NO MESMO ARQUIVO DE
      *          REMESSA BANCARIA DO FOLHA-REMESSA (BANCOREM) E
      * MESMO LAYOUT DO FOLHA-REMESSA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - LINHA DO BANCOREM ACOMPANHA O NOVO LAYOUT DO
      *                 FOLHA-REMESSA (BR-TIPO 'S', BR-BANCO E BR-SEQ
      *                 ZERADOS).
      * 15/10/2026 DZ - FUNCIONARIOS LIDOS DO CADASTRO INDEXADO
      *                 FUNCMST, QUE SUBSTITUIU O FOLHENT.
      * 02/09/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-ENTRADA ASSIGN TO 'FUNCMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FP-MATRICULA
                  FILE STATUS IS WRK-FS-ENTRADA.

           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTAB'
           05 BR-VALOR         PIC 9(06)V99.
           05 BR-COMPETENCIA   PIC 9(06).
           05 BR-DATA-GERACAO  PIC 9(08).
           05 BR-TIPO          PIC X(01).
           05 BR-BANCO         PIC 9(03).
           05 BR-SEQ           PIC 9(02).

       WORKING-STORAGE SECTION.

             MOVE WRK-FS-ENTRADA TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   MOVE 'S' TO WRK-EOF-ENT-SW
                   DISPLAY 'FUNCMST INEXISTENTE, NADA A ADIANTAR'
             END-IF.

             OPEN EXTEND ADIANTAMENTOS.

       1600-LER-FUNCIONARIO.
             IF NOT FIM-FUNCIONARIOS
                   READ FUNCIONARIOS-ENTRADA NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-ENT-SW
                   END-READ
             END-IF.

       2000-PAGAR-ADIANTAMENTO.
             MOVE WRK-VALOR-ADIANT TO BR-VALOR.
             MOVE WRK-COMPETENCIA  TO BR-COMPETENCIA.
             MOVE WRK-DATA-HOJE    TO BR-DATA-GERACAO.
             MOVE 'S'              TO BR-TIPO.
             MOVE ZEROS            TO BR-BANCO.
             MOVE ZEROS            TO BR-SEQ.
             WRITE BANCO-REMESSA-REC.

             ADD 1 TO WRK-QT-PAGOS.
