      *-----------------------------------------------------------------
      * O STATUS SO ANDA PARA FRENTE (ENTRADO < COTADO < EXPEDIDO <
      * ENTREGUE); REGRESSAO E RECUSADA COM MENSAGEM. VARIOS PEDIDOS
      * PODEM SER ATUALIZADOS NA MESMA SESSAO. PEDIDO QUE SAI DE
      * ENTRADO SEM RESERVA RESERVA A UNIDADE NO ESTOQUE DA FILIAL OU
      * ENTRA NA FILA DE BACKORDER (RESERVA-ESTOQUE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PEDIDO DE FILIAL FORA DAS FILIAIS PERMITIDAS AO
      *                 OPERADOR DO MENU (CONFERE-FILIAL) NAO TEM O
      *                 STATUS ALTERADO; A RECUSA VAI PARA O
      *                 ACESSO-AUDIT.
      * 15/10/2026 DZ - PEDIDO QUE SAI DE ENTRADO SEM RESERVA RESERVA
      *                 ESTOQUE NA FILIAL OU ENTRA NA FILA DE BACKORDER
      *                 (RESERVA-ESTOQUE).
      * 02/09/2026 DZ - TODA ALTERACAO DE STATUS DO MESTRE
      *                 PASSA A GRAVAR A IMAGEM ANTES/DEPOIS NO
      *                 JORNAL DE MUDANCAS (SUBROTINA GRAVA-JORNAL,
          05 JP-PROGRAMA      PIC X(18).
          05 JP-ANTES         PIC X(150).
          05 JP-DEPOIS        PIC X(150).
       01 RE-PARM.
          05 RE-NUMERO        PIC 9(06).
          05 RE-DATA-PEDIDO   PIC 9(08).
          05 RE-CODIGO        PIC 9(06).
          05 RE-FILIAL        PIC 9(02).
          05 RE-CLIENTE       PIC 9(06).
          05 RE-DATA          PIC 9(08).
          05 RE-RESULTADO     PIC X(01).
             88 RE-RESERVADO       VALUE 'R'.
             88 RE-BACKORDER       VALUE 'B'.
       01 CF-PARM.
          05 CF-PROGRAMA      PIC X(18).
          05 CF-FILIAL        PIC 9(02).
          05 CF-RESULTADO     PIC X(01).
             88 CF-PERMITIDA       VALUE 'S'.
             88 CF-NEGADA          VALUE 'N'.
       COPY fstatus.

       PROCEDURE DIVISION.
                         MOVE 'S' TO WRK-PEDIDO-SW
             END-READ.

             MOVE 'S' TO CF-RESULTADO.
             IF PEDIDO-ENCONTRADO
                   MOVE 'ATUALIZA-PEDIDO' TO CF-PROGRAMA
                   MOVE PR-FILIAL         TO CF-FILIAL
                   CALL 'CONFERE-FILIAL' USING CF-PARM
             END-IF.

             EVALUATE TRUE
                   WHEN NOT PEDIDO-ENCONTRADO
                         DISPLAY 'PEDIDO ' WRK-NUMERO ' NAO REGISTRADO'
                   WHEN CF-NEGADA
                         DISPLAY 'PEDIDO ' PR-NUMERO ' E DA FILIAL '
                                 PR-FILIAL ', STATUS NAO ALTERADO'
                   WHEN OTHER
                         DISPLAY 'PEDIDO ' PR-NUMERO ' - ' PR-PRODUTO
                         DISPLAY 'STATUS ATUAL: ' PR-STATUS
                                 ' (1=ENTRADO 2=COTADO 3=EXPEDIDO '
                                 '4=ENTREGUE)'
                         DISPLAY 'NOVO STATUS: '
                         ACCEPT WRK-NOVO-STATUS
                         PERFORM 2000-APLICAR-STATUS
             END-EVALUATE.

             DISPLAY 'ATUALIZAR OUTRO PEDIDO (S/N)? '
             ACCEPT WRK-CONTINUAR-SW.

                                 PR-STATUS ' PARA ' WRK-NOVO-STATUS
                   WHEN OTHER
                         MOVE PEDIDO-REGISTRO-REC TO JP-ANTES
                         IF PR-STATUS = 1 AND PR-SEM-RESERVA
                               PERFORM 2100-RESERVAR-ESTOQUE
                         END-IF
                         MOVE WRK-NOVO-STATUS TO PR-STATUS
                         ACCEPT PR-DATA-STATUS FROM DATE YYYYMMDD
                         REWRITE PEDIDO-REGISTRO-REC
                                 PR-STATUS
             END-EVALUATE.

       2100-RESERVAR-ESTOQUE.
             MOVE PR-NUMERO  TO RE-NUMERO.
             MOVE PR-DATA    TO RE-DATA-PEDIDO.
             MOVE PR-CODIGO  TO RE-CODIGO.
             MOVE PR-FILIAL  TO RE-FILIAL.
             MOVE PR-CLIENTE TO RE-CLIENTE.
             ACCEPT RE-DATA FROM DATE YYYYMMDD.
             CALL 'RESERVA-ESTOQUE' USING RE-PARM.
             MOVE RE-RESULTADO TO PR-RESERVA.
             IF RE-RESERVADO
                   DISPLAY 'UNIDADE RESERVADA NO ESTOQUE DA FILIAL '
                           PR-FILIAL
             END-IF.
             IF RE-BACKORDER
                   DISPLAY 'SEM DISPONIVEL NA FILIAL ' PR-FILIAL
                           ', PEDIDO ENTRA NA FILA DE BACKORDER'
             END-IF.

       END PROGRAM ATUALIZA-PEDIDO.
