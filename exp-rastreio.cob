      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: EXPORTACAO DIARIA DO RASTREIO DE PEDIDOS PARA A LOJA
      *          VIRTUAL E O ATENDIMENTO - UMA LINHA POR PEDIDO QUE
      *          MUDOU DE STATUS (OU RECEBEU OCORRENCIA DA
      *          TRANSPORTADORA) DESDE A ULTIMA RODADA, COM CLIENTE,
      *          STATUS E DATA DA MUDANCA, TRANSPORTADORA, ROMANEIO,
      *          DATA PROMETIDA DE ENTREGA (FA-DATA-PROMETIDA) E A
      *          ULTIMA OCORRENCIA DO OCORLDG COM O MOTIVO. ARQUIVO
      *          EXPRAST DELIMITADO POR PONTO-E-VIRGULA COMO O EXP-CSV,
      *          COM LINHA DE CABECALHO E TRAILER 'TRL' COM A CONTAGEM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * A DATA DA ULTIMA RODADA FICA NO CONTROLE RASTCTL, REGRAVADO SO
      * DEPOIS DO EXPRAST FECHADO: UMA RODADA INTERROMPIDA REPETE AS
      * MESMAS MUDANCAS NA SEGUINTE, SEM PERDER NENHUMA. SEM O RASTCTL
      * (PRIMEIRA RODADA) SAEM TODOS OS PEDIDOS. SAEM OS PEDIDOS COM
      * PR-DATA-STATUS POSTERIOR A ULTIMA RODADA E OS EXPEDIDOS COM
      * OCORRENCIA POSTERIOR A ELA. OS CANDIDATOS SAO TRATADOS EM
      * LOTES DE 500 NA ORDEM DO PEDIDO-REGISTRO; A CADA LOTE O OCORLDG
      * E O FRETE-AUDIT SAO RELIDOS PARA COMPLETAR OCORRENCIA E DATA
      * PROMETIDA (A DO ULTIMO EMBARQUE NORMAL DO PEDIDO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-RASTREIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTREIO-CONTROLE ASSIGN TO 'RASTCTL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONTROLE.

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT OCORRENCIA-LEDGER ASSIGN TO 'OCORLDG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-LEDGER.

           SELECT FRETE-AUDIT ASSIGN TO 'FRETEAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-FRETE.

           SELECT EXPORTACAO-RASTREIO ASSIGN TO 'EXPRAST'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-EXPORTACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  RASTREIO-CONTROLE.
       01  RASTREIO-CONTROLE-REC.
           05 RC-DATA-ULTIMA   PIC 9(08).
           05 RC-QT-ULTIMA     PIC 9(07).

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  OCORRENCIA-LEDGER.
       01  OCORRENCIA-LEDGER-REC.
           05 OL-PEDIDO        PIC 9(06).
           05 OL-TRANSP        PIC X(03).
           05 OL-TIPO          PIC X(02).
           05 OL-DATA          PIC 9(08).
           05 OL-MOTIVO        PIC X(20).

       FD  FRETE-AUDIT.
       COPY fretaud.

       FD  EXPORTACAO-RASTREIO.
       01  RASTREIO-LINHA      PIC X(200).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONTROLE   PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE    PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER     PIC X(02) VALUE '00'.
       77 WRK-FS-FRETE      PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORTACAO PIC X(02) VALUE '00'.
       77 WRK-EOF-PED-SW    PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS         VALUE 'S'.
       77 WRK-EOF-OCO-SW    PIC X(01) VALUE 'N'.
         88 FIM-OCORRENCIAS     VALUE 'S'.
       77 WRK-EOF-AUD-SW    PIC X(01) VALUE 'N'.
         88 FIM-AUDITORIA       VALUE 'S'.
       77 WRK-ACHOU-SW      PIC X(01) VALUE 'N'.
         88 PEDIDO-NO-LOTE      VALUE 'S'.

       77 WRK-DATA-ULTIMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PEDIDO-BUSCA  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXPORTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LOTES      PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-LOTE      PIC 9(03) VALUE 500.

       01 TABELA-LOTE.
          05 TE-DET OCCURS 500 TIMES INDEXED BY IX-TE.
             10 TE-PEDIDO      PIC 9(06).
             10 TE-CLIENTE     PIC 9(06).
             10 TE-STATUS      PIC 9(01).
             10 TE-DATA-STATUS PIC 9(08).
             10 TE-TRANSP      PIC X(03).
             10 TE-ROMANEIO    PIC 9(06).
             10 TE-PROMETIDA   PIC 9(08).
             10 TE-OC-TIPO     PIC X(02).
             10 TE-OC-DATA     PIC 9(08).
             10 TE-OC-MOTIVO   PIC X(20).
       77 WRK-QT-LOTE       PIC 9(03) VALUE ZEROS.

       01 WRK-DATA-BRUTA  PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-BRUTA-R REDEFINES WRK-DATA-BRUTA.
          05 WRK-DB-ANO   PIC X(04).
          05 WRK-DB-MES   PIC X(02).
          05 WRK-DB-DIA   PIC X(02).
       77 WRK-DATA-CSV     PIC X(10) VALUE SPACES.
       77 WRK-DATA-STA-CSV PIC X(10) VALUE SPACES.
       77 WRK-DATA-PRO-CSV PIC X(10) VALUE SPACES.
       77 WRK-DATA-OCO-CSV PIC X(10) VALUE SPACES.
       77 WRK-STATUS-TXT   PIC X(08) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.

       01 WRK-TRAILER.
          05 FILLER          PIC X(04) VALUE 'TRL;'.
          05 WRK-TRL-QTDE    PIC 9(07).
          05 FILLER          PIC X(01) VALUE ';'.
          05 WRK-TRL-DATA    PIC X(10).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-PED-SW.
             MOVE ZEROS TO WRK-QT-LIDOS.
             MOVE ZEROS TO WRK-QT-EXPORTADOS.
             MOVE ZEROS TO WRK-QT-LOTES.
             MOVE ZEROS TO WRK-QT-LOTE.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

             PERFORM 0100-LER-CONTROLE.
             PERFORM 1000-ABRIR.
             PERFORM 1100-LER-PEDIDO.
             PERFORM 2000-SELECIONAR-PEDIDO UNTIL FIM-PEDIDOS.
             IF WRK-QT-LOTE > ZEROS
                   PERFORM 3000-DESCARREGAR-LOTE
             END-IF.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       0100-LER-CONTROLE.
             MOVE ZEROS TO WRK-DATA-ULTIMA.
             OPEN INPUT RASTREIO-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ RASTREIO-CONTROLE
                         AT END CONTINUE
                         NOT AT END
                               IF RC-DATA-ULTIMA IS NUMERIC
                                     MOVE RC-DATA-ULTIMA
                                          TO WRK-DATA-ULTIMA
                               END-IF
                   END-READ
                   CLOSE RASTREIO-CONTROLE
             ELSE
                   DISPLAY 'RASTCTL AUSENTE, EXPORTANDO TODOS OS '
                           'PEDIDOS'
             END-IF.

       1000-ABRIR.
             OPEN INPUT PEDIDO-REGISTRO.
             MOVE WRK-FS-REGISTRO TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-PED-SW
                   DISPLAY 'PEDREG INEXISTENTE, NADA A EXPORTAR'
             ELSE
                   MOVE ZEROS TO PR-NUMERO
                   START PEDIDO-REGISTRO KEY IS >= PR-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-PED-SW
                   END-START
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             OPEN OUTPUT EXPORTACAO-RASTREIO.
             MOVE 'PEDIDO;CLIENTE;NOME;STATUS;DATA STATUS;TRANSP;ROMANEI
      -    'O;PREVISAO ENTREGA;OCORRENCIA;DATA OCORRENCIA;MOTIVO'
                  TO RASTREIO-LINHA.
             WRITE RASTREIO-LINHA.

       1100-LER-PEDIDO.
             IF NOT FIM-PEDIDOS
                   READ PEDIDO-REGISTRO NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-PED-SW
                   END-READ
             END-IF.

      *----------------------------------------------------------------
      * CANDIDATOS: STATUS MUDADO DEPOIS DA ULTIMA RODADA OU PEDIDO EM
      * TRANSITO (EXPEDIDO), QUE PODE TER RECEBIDO OCORRENCIA NOVA SEM
      * MUDAR DE STATUS - ESTE SO SAI SE A OCORRENCIA FOR RECENTE.
      *----------------------------------------------------------------
       2000-SELECIONAR-PEDIDO.
             ADD 1 TO WRK-QT-LIDOS.
             IF PR-DATA-STATUS > WRK-DATA-ULTIMA OR PR-EXPEDIDO
                   ADD 1 TO WRK-QT-LOTE
                   SET IX-TE TO WRK-QT-LOTE
                   MOVE PR-NUMERO      TO TE-PEDIDO(IX-TE)
                   MOVE PR-CLIENTE     TO TE-CLIENTE(IX-TE)
                   MOVE PR-STATUS      TO TE-STATUS(IX-TE)
                   MOVE PR-DATA-STATUS TO TE-DATA-STATUS(IX-TE)
                   MOVE PR-TRANSP      TO TE-TRANSP(IX-TE)
                   MOVE PR-ROMANEIO    TO TE-ROMANEIO(IX-TE)
                   MOVE ZEROS          TO TE-PROMETIDA(IX-TE)
                   MOVE SPACES         TO TE-OC-TIPO(IX-TE)
                   MOVE ZEROS          TO TE-OC-DATA(IX-TE)
                   MOVE SPACES         TO TE-OC-MOTIVO(IX-TE)
                   IF WRK-QT-LOTE >= WRK-MAX-LOTE
                         PERFORM 3000-DESCARREGAR-LOTE
                   END-IF
             END-IF.
             PERFORM 1100-LER-PEDIDO.

       3000-DESCARREGAR-LOTE.
             ADD 1 TO WRK-QT-LOTES.
             PERFORM 3100-COMPLETAR-OCORRENCIAS.
             PERFORM 3200-COMPLETAR-PREVISAO.
             SET IX-TE TO 1.
             PERFORM 4000-GRAVAR-PEDIDO
                   UNTIL IX-TE > WRK-QT-LOTE.
             MOVE ZEROS TO WRK-QT-LOTE.

      *----------------------------------------------------------------
      * O OCORLDG E GRAVADO EM ORDEM DE CHEGADA: A ULTIMA LINHA DO
      * PEDIDO COM A MAIOR DATA E A OCORRENCIA MAIS RECENTE.
      *----------------------------------------------------------------
       3100-COMPLETAR-OCORRENCIAS.
             MOVE 'N' TO WRK-EOF-OCO-SW.
             OPEN INPUT OCORRENCIA-LEDGER.
             MOVE WRK-FS-LEDGER TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-OCO-SW
             END-IF.
             PERFORM 3110-LER-OCORRENCIA.
             PERFORM 3120-GUARDAR-OCORRENCIA UNTIL FIM-OCORRENCIAS.
             IF FS-OK
                   CLOSE OCORRENCIA-LEDGER
             END-IF.

       3110-LER-OCORRENCIA.
             IF NOT FIM-OCORRENCIAS
                   READ OCORRENCIA-LEDGER
                         AT END MOVE 'S' TO WRK-EOF-OCO-SW
                   END-READ
             END-IF.

       3120-GUARDAR-OCORRENCIA.
             MOVE OL-PEDIDO TO WRK-PEDIDO-BUSCA.
             PERFORM 3300-LOCALIZAR-NO-LOTE.
             IF PEDIDO-NO-LOTE
                   AND OL-DATA >= TE-OC-DATA(IX-TE)
                   MOVE OL-TIPO   TO TE-OC-TIPO(IX-TE)
                   MOVE OL-DATA   TO TE-OC-DATA(IX-TE)
                   MOVE OL-MOTIVO TO TE-OC-MOTIVO(IX-TE)
             END-IF.
             PERFORM 3110-LER-OCORRENCIA.

       3200-COMPLETAR-PREVISAO.
             MOVE 'N' TO WRK-EOF-AUD-SW.
             OPEN INPUT FRETE-AUDIT.
             MOVE WRK-FS-FRETE TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-AUD-SW
             END-IF.
             PERFORM 3210-LER-AUDITORIA.
             PERFORM 3220-GUARDAR-PREVISAO UNTIL FIM-AUDITORIA.
             IF FS-OK
                   CLOSE FRETE-AUDIT
             END-IF.

       3210-LER-AUDITORIA.
             IF NOT FIM-AUDITORIA
                   READ FRETE-AUDIT
                         AT END MOVE 'S' TO WRK-EOF-AUD-SW
                   END-READ
             END-IF.

       3220-GUARDAR-PREVISAO.
             IF FA-PEDIDO > ZEROS AND FA-EMBARQUE-NORMAL
                   MOVE FA-PEDIDO TO WRK-PEDIDO-BUSCA
                   PERFORM 3300-LOCALIZAR-NO-LOTE
                   IF PEDIDO-NO-LOTE
                         MOVE FA-DATA-PROMETIDA TO TE-PROMETIDA(IX-TE)
                   END-IF
             END-IF.
             PERFORM 3210-LER-AUDITORIA.

      *----------------------------------------------------------------
      * O LOTE ESTA NA ORDEM DO PEDIDO: FORA DA FAIXA NEM PROCURA, E A
      * BUSCA PARA NO PRIMEIRO PEDIDO MAIOR QUE O PROCURADO.
      *----------------------------------------------------------------
       3300-LOCALIZAR-NO-LOTE.
             MOVE 'N' TO WRK-ACHOU-SW.
             SET IX-TE TO 1.
             IF WRK-PEDIDO-BUSCA >= TE-PEDIDO(1)
                   AND WRK-PEDIDO-BUSCA <= TE-PEDIDO(WRK-QT-LOTE)
                   PERFORM 3310-COMPARAR-PEDIDO
                         UNTIL IX-TE > WRK-QT-LOTE
                               OR PEDIDO-NO-LOTE
             END-IF.

       3310-COMPARAR-PEDIDO.
             IF TE-PEDIDO(IX-TE) = WRK-PEDIDO-BUSCA
                   MOVE 'S' TO WRK-ACHOU-SW
             ELSE
                   IF TE-PEDIDO(IX-TE) > WRK-PEDIDO-BUSCA
                         SET IX-TE TO WRK-QT-LOTE
                   END-IF
                   SET IX-TE UP BY 1
             END-IF.

       4000-GRAVAR-PEDIDO.
             IF TE-DATA-STATUS(IX-TE) > WRK-DATA-ULTIMA
                   OR TE-OC-DATA(IX-TE) > WRK-DATA-ULTIMA
                   PERFORM 4100-MONTAR-LINHA
             END-IF.
             SET IX-TE UP BY 1.

       4100-MONTAR-LINHA.
             EVALUATE TE-STATUS(IX-TE)
                   WHEN 1 MOVE 'ENTRADO'  TO WRK-STATUS-TXT
                   WHEN 2 MOVE 'COTADO'   TO WRK-STATUS-TXT
                   WHEN 3 MOVE 'EXPEDIDO' TO WRK-STATUS-TXT
                   WHEN 4 MOVE 'ENTREGUE' TO WRK-STATUS-TXT
                   WHEN OTHER MOVE SPACES TO WRK-STATUS-TXT
             END-EVALUATE.
             MOVE SPACES TO WRK-NOME-CLIENTE.
             MOVE TE-CLIENTE(IX-TE) TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CL-RAZAO TO WRK-NOME-CLIENTE
             END-READ.
             MOVE TE-DATA-STATUS(IX-TE) TO WRK-DATA-BRUTA.
             PERFORM 9100-FORMATAR-DATA.
             MOVE WRK-DATA-CSV TO WRK-DATA-STA-CSV.
             MOVE TE-PROMETIDA(IX-TE) TO WRK-DATA-BRUTA.
             PERFORM 9100-FORMATAR-DATA.
             MOVE WRK-DATA-CSV TO WRK-DATA-PRO-CSV.
             MOVE TE-OC-DATA(IX-TE) TO WRK-DATA-BRUTA.
             PERFORM 9100-FORMATAR-DATA.
             MOVE WRK-DATA-CSV TO WRK-DATA-OCO-CSV.
             MOVE SPACES TO RASTREIO-LINHA.
             STRING TE-PEDIDO(IX-TE) ';' TE-CLIENTE(IX-TE) ';'
                    WRK-NOME-CLIENTE ';' WRK-STATUS-TXT ';'
                    WRK-DATA-STA-CSV ';' TE-TRANSP(IX-TE) ';'
                    TE-ROMANEIO(IX-TE) ';' WRK-DATA-PRO-CSV ';'
                    TE-OC-TIPO(IX-TE) ';' WRK-DATA-OCO-CSV ';'
                    TE-OC-MOTIVO(IX-TE)
                   DELIMITED BY SIZE INTO RASTREIO-LINHA.
             WRITE RASTREIO-LINHA.
             ADD 1 TO WRK-QT-EXPORTADOS.

      *----------------------------------------------------------------
      * DATA ZERADA (SEM PREVISAO OU SEM OCORRENCIA) SAI EM BRANCO.
      *----------------------------------------------------------------
       9100-FORMATAR-DATA.
             MOVE SPACES TO WRK-DATA-CSV.
             IF WRK-DATA-BRUTA > ZEROS
                   STRING WRK-DB-DIA '/' WRK-DB-MES '/' WRK-DB-ANO
                         DELIMITED BY SIZE INTO WRK-DATA-CSV
             END-IF.

       9000-ENCERRAR.
             MOVE WRK-QT-EXPORTADOS TO WRK-TRL-QTDE.
             MOVE WRK-DATA-HOJE TO WRK-DATA-BRUTA.
             PERFORM 9100-FORMATAR-DATA.
             MOVE WRK-DATA-CSV TO WRK-TRL-DATA.
             MOVE WRK-TRAILER TO RASTREIO-LINHA.
             WRITE RASTREIO-LINHA.
             CLOSE EXPORTACAO-RASTREIO.
             CLOSE CLIENTE-MASTER.
             MOVE WRK-FS-REGISTRO TO WRK-FS-ULTIMO.
             IF FS-OK
                   CLOSE PEDIDO-REGISTRO
             END-IF.

             OPEN OUTPUT RASTREIO-CONTROLE.
             MOVE WRK-DATA-HOJE     TO RC-DATA-ULTIMA.
             MOVE WRK-QT-EXPORTADOS TO RC-QT-ULTIMA.
             WRITE RASTREIO-CONTROLE-REC.
             CLOSE RASTREIO-CONTROLE.

             DISPLAY 'EXPORTACAO DO RASTREIO DE PEDIDOS CONCLUIDA'.
             DISPLAY 'MUDANCAS DESDE........: ' WRK-DATA-ULTIMA.
             DISPLAY 'PEDIDOS LIDOS.........: ' WRK-QT-LIDOS.
             DISPLAY 'PEDIDOS EXPORTADOS....: ' WRK-QT-EXPORTADOS.
             DISPLAY 'LOTES.................: ' WRK-QT-LOTES.

       END PROGRAM EXP-RASTREIO.
