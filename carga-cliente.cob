      * LIMITE DE CREDITO) E INCLUI/ATUALIZA O CLIENTE-MASTER. NA
      * ATUALIZACAO O SALDO DEVEDOR (CL-SALDO) E PRESERVADO, POIS E
      * MOVIMENTADO PELO REG-VENDAS, NAO PELA CARGA.
      *
      * O CNPJ/CPF DA LINHA TEM O DIGITO VERIFICADOR CONFERIDO PELA
      * SUBROTINA CALC-DOCUMENTO: DOCUMENTO INVALIDO OU JA USADO POR
      * OUTRO CLIENTE REJEITA A LINHA INTEIRA. DOCUMENTO ZERADO AINDA
      * E ACEITO (LAYOUT ANTERIOR), COM CONTAGEM NO RESUMO, E O
      * CLIENTE APARECE NO REL-SEM-DOCUMENTO ATE SER COMPLETADO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - CONFERENCIA DO DIGITO VERIFICADOR DO CNPJ/CPF
      *                 (CALC-DOCUMENTO) E RECUSA DE DOCUMENTO JA
      *                 CADASTRADO EM OUTRO CLIENTE, CONTRA UMA TABELA
      *                 MONTADA DO PROPRIO MESTRE NA ABERTURA.
      * 15/10/2026 DZ - O CLIESEQ GANHA OS DADOS FISCAIS DO DESTINATARIO
      *                 DA NF-E (TIPO DE PESSOA, CNPJ/CPF, INSCRICAO
      *                 ESTADUAL E MUNICIPIO IBGE), CARREGADOS NO
      *                 CLIENTE-MASTER; LINHA NO LAYOUT ANTERIOR
      *                 CONTINUA ACEITA, COM OS CAMPOS ZERADOS.
      * 02/09/2026 DZ - TODA INCLUSAO E ALTERACAO DO MESTRE PASSA A
      *                 GRAVAR A IMAGEM ANTES/DEPOIS NO JORNAL DE
      *                 MUDANCAS (SUBROTINA GRAVA-JORNAL, ARQUIVO
           05 CE-ENDERECO      PIC X(30).
           05 CE-CIDADE        PIC X(20).
           05 CE-CEP           PIC 9(08).
           05 CE-TIPO-PESSOA   PIC X(01).
           05 CE-DOCUMENTO     PIC 9(14).
           05 CE-IE            PIC X(14).
           05 CE-MUNICIPIO     PIC 9(05).

       FD  CLIENTE-MASTER.
       COPY cliente.
         88 FIM-ENTRADA        VALUE 'S'.
       77 WRK-QT-CARGA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATUALIZ PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-DOC    PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-MST-SW    PIC X(01) VALUE 'N'.
         88 FIM-MESTRE         VALUE 'S'.
       77 WRK-DOC-SW        PIC X(01) VALUE 'S'.
         88 DOCUMENTO-ACEITO   VALUE 'S'.
       77 WRK-DUPLICADO-SW  PIC X(01) VALUE 'N'.
         88 DOCUMENTO-DUPLICADO VALUE 'S'.
       77 WRK-DOC-CHAVE     PIC 9(06) VALUE ZEROS.
       77 WRK-IX-PROPRIO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DOCS       PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-DOCS      PIC 9(05) VALUE 5000.
       01 TABELA-DOCUMENTOS.
          05 TD-DET OCCURS 5000 TIMES INDEXED BY IX-TD.
             10 TD-DOCUMENTO  PIC 9(14).
             10 TD-CHAVE      PIC 9(06).
       01 DF-PARM.
          05 DF-TIPO           PIC X(01).
          05 DF-NUMERO         PIC 9(14).
          05 DF-RETORNO        PIC X(01).
             88 DF-VALIDO         VALUE 'S'.
             88 DF-INVALIDO       VALUE 'N'.
             88 DF-AUSENTE        VALUE 'Z'.
       01 JP-PARM.
          05 JP-ARQUIVO       PIC X(08).
          05 JP-OPERACAO      PIC X(01).
                   CLOSE CLIENTE-MASTER
                   OPEN I-O CLIENTE-MASTER
             END-IF.
             PERFORM 1200-CARREGAR-DOCUMENTOS.
             PERFORM 1100-LER-ENTRADA.

       1100-LER-ENTRADA.
                   AT END MOVE 'S' TO WRK-EOF-SW
             END-READ.

      *----------------------------------------------------------------
      * DOCUMENTOS JA CADASTRADOS NO MESTRE, PARA A RECUSA DE CNPJ/CPF
      * REPETIDO ENTRE CLIENTES. MESTRE MAIOR QUE A TABELA ABORTA A
      * CARGA ANTES DE QUALQUER GRAVACAO.
      *----------------------------------------------------------------
       1200-CARREGAR-DOCUMENTOS.
             MOVE ZEROS TO WRK-QT-DOCS.
             MOVE 'N' TO WRK-EOF-MST-SW.
             PERFORM 1210-LER-MESTRE.
             PERFORM 1220-GUARDAR-DOCUMENTO UNTIL FIM-MESTRE.

       1210-LER-MESTRE.
             READ CLIENTE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-MST-SW
             END-READ.

       1220-GUARDAR-DOCUMENTO.
             IF CL-DOCUMENTO IS NUMERIC AND CL-DOCUMENTO > ZEROS
                   IF WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE CL-DOCUMENTO TO TD-DOCUMENTO(IX-TD)
                         MOVE CL-CODIGO    TO TD-CHAVE(IX-TD)
                   ELSE
                         DISPLAY 'TABELA DE DOCUMENTOS CHEIA ('
                                 WRK-MAX-DOCS '), CARGA ABORTADA'
                         MOVE 'S' TO WRK-EOF-MST-SW
                         MOVE 'S' TO WRK-EOF-SW
                   END-IF
             END-IF.
             IF NOT FIM-MESTRE
                   PERFORM 1210-LER-MESTRE
             END-IF.

       2000-PROCESSAR-ENTRADA.
             PERFORM 2050-VALIDAR-DOCUMENTO.
             IF DOCUMENTO-ACEITO
                   PERFORM 2200-GRAVAR-CLIENTE
                   PERFORM 2700-ATUALIZAR-TABELA
             END-IF.

             PERFORM 1100-LER-ENTRADA.

      *----------------------------------------------------------------
      * DOCUMENTO ZERADO PASSA (COM CONTAGEM); INVALIDO OU JA USADO
      * POR OUTRO CODIGO DE CLIENTE E REJEITADO.
      *----------------------------------------------------------------
       2050-VALIDAR-DOCUMENTO.
             MOVE 'S' TO WRK-DOC-SW.
             IF CE-TIPO-PESSOA = 'F'
                   MOVE 'F' TO DF-TIPO
             ELSE
                   MOVE 'J' TO DF-TIPO
             END-IF.
             IF CE-DOCUMENTO IS NUMERIC
                   MOVE CE-DOCUMENTO TO DF-NUMERO
             ELSE
                   MOVE ZEROS TO DF-NUMERO
             END-IF.
             MOVE CE-CODIGO TO WRK-DOC-CHAVE.
             CALL 'CALC-DOCUMENTO' USING DF-PARM.
             EVALUATE TRUE
                   WHEN DF-AUSENTE
                         ADD 1 TO WRK-QT-SEM-DOC
                   WHEN DF-INVALIDO
                         MOVE 'N' TO WRK-DOC-SW
                         ADD 1 TO WRK-QT-REJEITADOS
                         DISPLAY 'CLIENTE ' CE-CODIGO
                                 ' REJEITADO, CNPJ/CPF INVALIDO: '
                                 DF-NUMERO
                   WHEN OTHER
                         PERFORM 2600-PROCURAR-DOCUMENTO
                         IF DOCUMENTO-DUPLICADO
                               MOVE 'N' TO WRK-DOC-SW
                               ADD 1 TO WRK-QT-REJEITADOS
                               DISPLAY 'CLIENTE ' CE-CODIGO
                                       ' REJEITADO, CNPJ/CPF '
                                       DF-NUMERO ' JA CADASTRADO '
                                       'NO CLIENTE '
                                       TD-CHAVE(IX-TD)
                         END-IF
             END-EVALUATE.

       2200-GRAVAR-CLIENTE.
             MOVE CE-CODIGO TO CL-CODIGO.

             READ CLIENTE-MASTER
                         MOVE CE-ENDERECO TO CL-ENDERECO
                         MOVE CE-CIDADE   TO CL-CIDADE
                         MOVE CE-CEP      TO CL-CEP
                         PERFORM 2100-MOVER-FISCAIS
                         WRITE CLIENTE-MASTER-REC
                         ADD 1 TO WRK-QT-CARGA
                         MOVE 'I' TO JP-OPERACAO
                         MOVE CE-ENDERECO TO CL-ENDERECO
                         MOVE CE-CIDADE   TO CL-CIDADE
                         MOVE CE-CEP      TO CL-CEP
                         PERFORM 2100-MOVER-FISCAIS
                         REWRITE CLIENTE-MASTER-REC
                         ADD 1 TO WRK-QT-ATUALIZ
                         MOVE 'A' TO JP-OPERACAO
                         PERFORM 8800-GRAVAR-JORNAL
             END-READ.

      *----------------------------------------------------------------
      * LINHA SEM OS DADOS FISCAIS (CLIESEQ ANTERIOR A NF-E) CARREGA
      * PESSOA JURIDICA, DOCUMENTO E MUNICIPIO ZERADOS.
      *----------------------------------------------------------------
       2100-MOVER-FISCAIS.
             IF CE-TIPO-PESSOA = 'F'
                   MOVE 'F' TO CL-TIPO-PESSOA
             ELSE
                   MOVE 'J' TO CL-TIPO-PESSOA
             END-IF.
             IF CE-DOCUMENTO IS NUMERIC
                   MOVE CE-DOCUMENTO TO CL-DOCUMENTO
             ELSE
                   MOVE ZEROS TO CL-DOCUMENTO
             END-IF.
             MOVE CE-IE TO CL-IE.
             IF CE-MUNICIPIO IS NUMERIC
                   MOVE CE-MUNICIPIO TO CL-MUNICIPIO
             ELSE
                   MOVE ZEROS TO CL-MUNICIPIO
             END-IF.

      *----------------------------------------------------------------
      * VARRE A TABELA: DOCUMENTO IGUAL EM OUTRA CHAVE E DUPLICIDADE
      * (IX-TD PARA NELA); A ENTRADA DA PROPRIA CHAVE FICA GUARDADA EM
      * WRK-IX-PROPRIO PARA A ATUALIZACAO DEPOIS DA GRAVACAO.
      *----------------------------------------------------------------
       2600-PROCURAR-DOCUMENTO.
             MOVE 'N' TO WRK-DUPLICADO-SW.
             MOVE ZEROS TO WRK-IX-PROPRIO.
             SET IX-TD TO 1.
             PERFORM 2610-COMPARAR-DOCUMENTO
                   UNTIL IX-TD > WRK-QT-DOCS OR DOCUMENTO-DUPLICADO.

       2610-COMPARAR-DOCUMENTO.
             IF TD-CHAVE(IX-TD) = WRK-DOC-CHAVE
                   SET WRK-IX-PROPRIO TO IX-TD
             ELSE
                   IF TD-DOCUMENTO(IX-TD) = DF-NUMERO
                         MOVE 'S' TO WRK-DUPLICADO-SW
                   END-IF
             END-IF.
             IF NOT DOCUMENTO-DUPLICADO
                   SET IX-TD UP BY 1
             END-IF.

       2700-ATUALIZAR-TABELA.
             MOVE 'N' TO WRK-DUPLICADO-SW.
             MOVE ZEROS TO WRK-IX-PROPRIO.
             SET IX-TD TO 1.
             PERFORM 2710-PROCURAR-CHAVE
                   UNTIL IX-TD > WRK-QT-DOCS OR WRK-IX-PROPRIO > 0.
             IF WRK-IX-PROPRIO > 0
                   SET IX-TD TO WRK-IX-PROPRIO
                   MOVE DF-NUMERO TO TD-DOCUMENTO(IX-TD)
             ELSE
                   IF DF-NUMERO > ZEROS
                         AND WRK-QT-DOCS < WRK-MAX-DOCS
                         ADD 1 TO WRK-QT-DOCS
                         SET IX-TD TO WRK-QT-DOCS
                         MOVE DF-NUMERO     TO TD-DOCUMENTO(IX-TD)
                         MOVE WRK-DOC-CHAVE TO TD-CHAVE(IX-TD)
                   END-IF
             END-IF.

       2710-PROCURAR-CHAVE.
             IF TD-CHAVE(IX-TD) = WRK-DOC-CHAVE
                   SET WRK-IX-PROPRIO TO IX-TD
             ELSE
                   SET IX-TD UP BY 1
             END-IF.

       8800-GRAVAR-JORNAL.
             MOVE 'CLIEMST' TO JP-ARQUIVO.
             DISPLAY 'CARGA DE CLIENTES CONCLUIDA'.
             DISPLAY 'REGISTROS INCLUIDOS.....: ' WRK-QT-CARGA.
             DISPLAY 'REGISTROS ATUALIZADOS...: ' WRK-QT-ATUALIZ.
             DISPLAY 'REJEITADOS (CNPJ/CPF)...: ' WRK-QT-REJEITADOS.
             DISPLAY 'ACEITOS SEM CNPJ/CPF....: ' WRK-QT-SEM-DOC.

       END PROGRAM CARGA-CLIENTE.
