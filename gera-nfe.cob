      ******************************************************************
      * Author: DANIEL ZAMBON
      * Date:15/10/2026
      * Purpose: GERACAO DO XML DA NF-E (LAYOUT 4.00) DAS FATURAS DO
      *          FATURA-MASTER, PARA A NOTA NAO SER MAIS REDIGITADA NO
      *          PORTAL DA SEFAZ. EMITENTE DO PARAMETRO NFECFG,
      *          DESTINATARIO DO CLIENTE-MASTER, ITEM COM O NCM DO
      *          PRODUTO-MASTER, ICMS DA FATURA (FAT-ICMS), FRETE DA
      *          FATURA (FAT-FRETE) E A TRANSPORTADORA DO PEDIDO. AS
      *          NOTAS DA RODADA SAEM NUM LOTE ENVINFE NO ARQUIVO
      *          NFEXML E CADA FATURA GANHA O CONTROLE NFECTL COM A
      *          CHAVE DE ACESSO E O STATUS PENDENTE, ATUALIZADO DEPOIS
      *          PELO RETORNO-NFE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * ENTRAM AS FATURAS SEM CONTROLE NFECTL E AS REJEITADAS (O XML E
      * REFEITO COM OS CADASTROS JA CORRIGIDOS E VOLTA A PENDENTE);
      * PENDENTES, AUTORIZADAS E CANCELADAS NAO SAO TOCADAS. FATURA
      * CUJO CLIENTE NAO TEM CNPJ/CPF OU MUNICIPIO, OU CUJO PRODUTO NAO
      * TEM NCM, NAO GERA XML: SAI NO CONSOLE E FICA SEM CONTROLE, E O
      * REL-PENDENCIAS A MOSTRA COMO NAO GERADA ATE O CADASTRO SER
      * ACERTADO. A ASSINATURA DIGITAL E A TRANSMISSAO DO LOTE FICAM
      * COM O APLICATIVO TRANSMISSOR DA SEFAZ.
      * O LAYOUT COBRE O REGIME NORMAL (ICMS00, CST 00, BASE = TOTAL
      * DA FATURA COMO NO CALCULO DO FATURA-PEDIDO). O CLIENTE-MASTER
      * NAO GUARDA NUMERO NEM BAIRRO SEPARADOS DO ENDERECO: O
      * DESTINATARIO SAI COM O ENDERECO INTEIRO EM XLGR, NRO 'S/N' E
      * BAIRRO 'NAO INFORMADO'.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - PROGRAMA CRIADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-NFE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-CONFIG ASSIGN TO 'NFECFG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-CONFIG.

           SELECT FATURA-MASTER ASSIGN TO 'FATURAS'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAT-NUMERO
                  FILE STATUS IS WRK-FS-FATURA.

           SELECT NFE-CONTROLE ASSIGN TO 'NFECTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NC-FATURA
                  FILE STATUS IS WRK-FS-CONTROLE.

           SELECT CLIENTE-MASTER ASSIGN TO 'CLIEMST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CODIGO
                  FILE STATUS IS WRK-FS-CLIENTE.

           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CODIGO
                  FILE STATUS IS WRK-FS-PRODUTO.

           SELECT PEDIDO-REGISTRO ASSIGN TO 'PEDREG'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-NUMERO
                  FILE STATUS IS WRK-FS-REGISTRO.

           SELECT NFE-XML ASSIGN TO 'NFEXML'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WRK-FS-XML.

       DATA DIVISION.
       FILE SECTION.
       FD  NFE-CONFIG.
       COPY nfecfg.

       FD  FATURA-MASTER.
       COPY fatura.

       FD  NFE-CONTROLE.
       COPY nfectl.

       FD  CLIENTE-MASTER.
       COPY cliente.

       FD  PRODUTO-MASTER.
       COPY produto.

       FD  PEDIDO-REGISTRO.
       COPY pedreg.

       FD  NFE-XML.
       01  NFE-XML-LINHA       PIC X(200).

       WORKING-STORAGE SECTION.

       77 WRK-FS-CONFIG    PIC X(02) VALUE '00'.
       77 WRK-FS-FATURA    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-XML       PIC X(02) VALUE '00'.
       77 WRK-EOF-FAT-SW   PIC X(01) VALUE 'N'.
         88 FIM-FATURAS         VALUE 'S'.
       77 WRK-CONFIG-SW    PIC X(01) VALUE 'N'.
         88 CONFIG-VALIDA       VALUE 'S'.
       77 WRK-CONTROLE-SW  PIC X(01) VALUE 'N'.
         88 CONTROLE-EXISTE     VALUE 'S'.
       77 WRK-DADOS-SW     PIC X(01) VALUE 'N'.
         88 DADOS-COMPLETOS     VALUE 'S'.
       77 WRK-LOTE-SW      PIC X(01) VALUE 'N'.
         88 LOTE-ABERTO         VALUE 'S'.

       77 WRK-QT-LIDAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-GERADAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REFEITAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INCOMPLETAS PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA-R REDEFINES WRK-HORA-AGORA.
          05 WRK-HH        PIC X(02).
          05 WRK-MI        PIC X(02).
          05 WRK-SS        PIC X(02).
          05 FILLER        PIC X(02).
       01 WRK-DATA-FAT     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FAT-R REDEFINES WRK-DATA-FAT.
          05 WRK-FAT-ANO   PIC X(04).
          05 WRK-FAT-ANO-R REDEFINES WRK-FAT-ANO.
             10 FILLER     PIC X(02).
             10 WRK-FAT-AA PIC X(02).
          05 WRK-FAT-MES   PIC X(02).
          05 WRK-FAT-DIA   PIC X(02).
       77 WRK-DH-EMISSAO   PIC X(25) VALUE SPACES.
       01 WRK-ID-LOTE      PIC 9(14) VALUE ZEROS.
       01 WRK-ID-LOTE-R REDEFINES WRK-ID-LOTE.
          05 WRK-LOTE-DATA PIC 9(08).
          05 WRK-LOTE-HORA PIC 9(06).

      *----------------------------------------------------------------
      * CODIGO IBGE DAS UFS (CUF DA CHAVE E PREFIXO DO MUNICIPIO).
      *----------------------------------------------------------------
       01 TABELA-UF-IBGE.
          05 FILLER PIC X(36) VALUE
             'RO11AC12AM13RR14PA15AP16TO17MA21PI22'.
          05 FILLER PIC X(36) VALUE
             'CE23RN24PB25PE26AL27SE28BA29MG31ES32'.
          05 FILLER PIC X(36) VALUE
             'RJ33SP35PR41SC42RS43MS50MT51GO52DF53'.
       01 TABELA-UF-IBGE-R REDEFINES TABELA-UF-IBGE.
          05 TU-DET OCCURS 27 TIMES INDEXED BY IX-UF.
             10 TU-SIGLA      PIC X(02).
             10 TU-CODIGO     PIC 9(02).
       77 WRK-UF-BUSCA     PIC X(02) VALUE SPACES.
       77 WRK-COD-UF       PIC 9(02) VALUE ZEROS.

       01 WRK-CHAVE.
          05 CH-CUF         PIC 9(02).
          05 CH-AAMM        PIC X(04).
          05 CH-CNPJ        PIC 9(14).
          05 CH-MODELO      PIC 9(02).
          05 CH-SERIE       PIC 9(03).
          05 CH-NUMERO      PIC 9(09).
          05 CH-TP-EMISSAO  PIC 9(01).
          05 CH-CNF         PIC 9(08).
          05 CH-DV          PIC 9(01).
       01 WRK-CHAVE-R REDEFINES WRK-CHAVE.
          05 CH-DIGITO      PIC 9(01) OCCURS 44 TIMES.
       77 WRK-IX-CHAVE     PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-DV      PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-DV      PIC 9(05) VALUE ZEROS.
       77 WRK-QUOC-DV      PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO-DV     PIC 9(02) VALUE ZEROS.

       01 WRK-MUN-DEST.
          05 WRK-MUN-UF     PIC 9(02).
          05 WRK-MUN-COD    PIC 9(05).
       77 WRK-NOME-TRANSP  PIC X(30) VALUE SPACES.
       77 WRK-TEM-TRANSP   PIC X(01) VALUE 'N'.
         88 COM-TRANSPORTADORA  VALUE 'S'.
       77 WRK-CFOP         PIC 9(04) VALUE ZEROS.
       77 WRK-ALIQUOTA     PIC 9(03)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      * MONTAGEM DE UMA TAG: <WRK-TAG>WRK-CONTEUDO</WRK-TAG>.
      *----------------------------------------------------------------
       77 WRK-TAG          PIC X(20) VALUE SPACES.
       77 WRK-CONTEUDO     PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------
      * NUMEROS NO PADRAO DO XML: SEM ZEROS A ESQUERDA E PONTO DECIMAL.
      *----------------------------------------------------------------
       01 WRK-VLR-NUM      PIC 9(10)V99 VALUE ZEROS.
       01 WRK-VLR-NUM-R REDEFINES WRK-VLR-NUM.
          05 WRK-VLR-INT   PIC 9(10).
          05 WRK-VLR-DEC   PIC 9(02).
       77 WRK-VLR-ED       PIC Z(09)9.
       77 WRK-QT-BRANCOS   PIC 9(02) VALUE ZEROS.
       77 WRK-INT-NUM      PIC 9(10) VALUE ZEROS.

       01 CT-PARM.
          05 CT-CODIGO          PIC X(03).
          05 CT-DATA            PIC 9(08).
          05 CT-NOME            PIC X(30).
          05 CT-AGENCIA         PIC 9(04).
          05 CT-CONTA           PIC 9(08).
          05 CT-SITUACAO        PIC X(01).
       COPY fstatus.

       PROCEDURE DIVISION.

       0001-PRINCIPAL.
             MOVE 'N' TO WRK-EOF-FAT-SW.
             MOVE 'N' TO WRK-LOTE-SW.
             MOVE ZEROS TO WRK-QT-LIDAS.
             MOVE ZEROS TO WRK-QT-GERADAS.
             MOVE ZEROS TO WRK-QT-REFEITAS.
             MOVE ZEROS TO WRK-QT-INCOMPLETAS.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-AGORA FROM TIME.

             PERFORM 1100-LER-CONFIG.
             IF NOT CONFIG-VALIDA
                   DISPLAY 'PARAMETRO NFECFG AUSENTE OU INVALIDO, '
                           'NENHUMA NF-E GERADA'
                   GOBACK
             END-IF.

             PERFORM 1000-ABRIR.
             PERFORM 1200-LER-FATURA.
             PERFORM 2000-PROCESSAR-FATURA UNTIL FIM-FATURAS.
             PERFORM 9000-ENCERRAR.
             GOBACK.

       1000-ABRIR.
             OPEN INPUT FATURA-MASTER.
             MOVE WRK-FS-FATURA TO WRK-FS-ULTIMO.
             IF NOT FS-OK
                   MOVE 'S' TO WRK-EOF-FAT-SW
                   DISPLAY 'FATURA-MASTER INEXISTENTE, NADA A GERAR'
             ELSE
                   MOVE ZEROS TO FAT-NUMERO
                   START FATURA-MASTER KEY IS >= FAT-NUMERO
                         INVALID KEY MOVE 'S' TO WRK-EOF-FAT-SW
                   END-START
             END-IF.
             OPEN I-O NFE-CONTROLE.
             MOVE WRK-FS-CONTROLE TO WRK-FS-ULTIMO.
             IF FS-ARQ-NAO-EXISTE
                   OPEN OUTPUT NFE-CONTROLE
                   CLOSE NFE-CONTROLE
                   OPEN I-O NFE-CONTROLE
             END-IF.
             OPEN INPUT CLIENTE-MASTER.
             OPEN INPUT PRODUTO-MASTER.
             OPEN INPUT PEDIDO-REGISTRO.
             OPEN OUTPUT NFE-XML.

       1100-LER-CONFIG.
             MOVE 'N' TO WRK-CONFIG-SW.
             OPEN INPUT NFE-CONFIG.
             MOVE WRK-FS-CONFIG TO WRK-FS-ULTIMO.
             IF FS-OK
                   READ NFE-CONFIG
                         AT END CONTINUE
                         NOT AT END
                               IF NE-CNPJ IS NUMERIC
                                     AND NE-CNPJ > ZEROS
                                     AND NE-MUNICIPIO IS NUMERIC
                                     AND NE-SERIE IS NUMERIC
                                     AND NE-AMBIENTE IS NUMERIC
                                     AND NE-CRT IS NUMERIC
                                     AND NE-CFOP-DENTRO IS NUMERIC
                                     AND NE-CFOP-FORA IS NUMERIC
                                     MOVE 'S' TO WRK-CONFIG-SW
                               END-IF
                   END-READ
                   CLOSE NFE-CONFIG
             END-IF.

       1200-LER-FATURA.
             IF NOT FIM-FATURAS
                   READ FATURA-MASTER NEXT RECORD
                         AT END MOVE 'S' TO WRK-EOF-FAT-SW
                   END-READ
             END-IF.

       2000-PROCESSAR-FATURA.
             ADD 1 TO WRK-QT-LIDAS.
             MOVE FAT-NUMERO TO NC-FATURA.
             READ NFE-CONTROLE
                   INVALID KEY
                         MOVE 'N' TO WRK-CONTROLE-SW
                   NOT INVALID KEY
                         MOVE 'S' TO WRK-CONTROLE-SW
             END-READ.
             IF NOT CONTROLE-EXISTE OR NC-REJEITADA
                   PERFORM 2100-COLETAR-DADOS
                   IF DADOS-COMPLETOS
                         PERFORM 2200-MONTAR-CHAVE
                         PERFORM 3000-GERAR-XML
                         PERFORM 4000-GRAVAR-CONTROLE
                   ELSE
                         ADD 1 TO WRK-QT-INCOMPLETAS
                   END-IF
             END-IF.
             PERFORM 1200-LER-FATURA.

      *----------------------------------------------------------------
      * CLIENTE COM DOCUMENTO E MUNICIPIO, PRODUTO COM NCM E A
      * TRANSPORTADORA DO PEDIDO (SEM PEDIDO OU SEM TRANSPORTADORA A
      * NOTA SAI SEM FRETE POR CONTA DE TERCEIRO, MODFRETE 9).
      *----------------------------------------------------------------
       2100-COLETAR-DADOS.
             MOVE 'S' TO WRK-DADOS-SW.
             MOVE FAT-CLIENTE TO CL-CODIGO.
             READ CLIENTE-MASTER
                   INVALID KEY
                         MOVE 'N' TO WRK-DADOS-SW
                         DISPLAY 'FATURA ' FAT-NUMERO ' CLIENTE '
                                 FAT-CLIENTE ' NAO CADASTRADO'
             END-READ.
             IF DADOS-COMPLETOS
                   IF CL-DOCUMENTO = ZEROS OR CL-MUNICIPIO = ZEROS
                         MOVE 'N' TO WRK-DADOS-SW
                         DISPLAY 'FATURA ' FAT-NUMERO ' CLIENTE '
                                 FAT-CLIENTE ' SEM CNPJ/CPF OU '
                                 'MUNICIPIO'
                   END-IF
             END-IF.
             MOVE FAT-CODIGO TO PM-CODIGO.
             READ PRODUTO-MASTER
                   INVALID KEY
                         MOVE ZEROS TO PM-NCM
             END-READ.
             IF PM-NCM = ZEROS
                   MOVE 'N' TO WRK-DADOS-SW
                   DISPLAY 'FATURA ' FAT-NUMERO ' PRODUTO '
                           FAT-CODIGO ' SEM NCM'
             END-IF.
             MOVE 'N' TO WRK-TEM-TRANSP.
             MOVE SPACES TO WRK-NOME-TRANSP.
             MOVE FAT-PEDIDO TO PR-NUMERO.
             READ PEDIDO-REGISTRO
                   INVALID KEY
                         CONTINUE
                   NOT INVALID KEY
                         IF PR-TRANSP NOT = SPACES
                               MOVE 'S' TO WRK-TEM-TRANSP
                               MOVE PR-TRANSP TO CT-CODIGO
                               MOVE WRK-DATA-HOJE TO CT-DATA
                               CALL 'CONSULTA-TRANSP' USING CT-PARM
                               MOVE CT-NOME TO WRK-NOME-TRANSP
                         END-IF
             END-READ.

      *----------------------------------------------------------------
      * CHAVE DE ACESSO: CUF + AAMM + CNPJ + MODELO 55 + SERIE + NUMERO
      * + TIPO DE EMISSAO 1 + CODIGO NUMERICO + DV MODULO 11 (PESOS 2 A
      * 9 DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DV ZERO).
      *----------------------------------------------------------------
       2200-MONTAR-CHAVE.
             MOVE NE-UF TO WRK-UF-BUSCA.
             PERFORM 2300-CODIGO-UF.
             MOVE WRK-COD-UF    TO CH-CUF.
             MOVE FAT-DATA      TO WRK-DATA-FAT.
             STRING WRK-FAT-AA WRK-FAT-MES
                   DELIMITED BY SIZE INTO CH-AAMM.
             MOVE NE-CNPJ       TO CH-CNPJ.
             MOVE 55            TO CH-MODELO.
             MOVE NE-SERIE      TO CH-SERIE.
             MOVE FAT-NUMERO    TO CH-NUMERO.
             MOVE 1             TO CH-TP-EMISSAO.
             COMPUTE CH-CNF = 10000000 + FAT-PEDIDO.
             MOVE ZEROS TO WRK-SOMA-DV.
             MOVE 2 TO WRK-PESO-DV.
             MOVE 43 TO WRK-IX-CHAVE.
             PERFORM 2210-SOMAR-DIGITO UNTIL WRK-IX-CHAVE = ZEROS.
             DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOC-DV
                   REMAINDER WRK-RESTO-DV.
             IF WRK-RESTO-DV < 2
                   MOVE ZEROS TO CH-DV
             ELSE
                   COMPUTE CH-DV = 11 - WRK-RESTO-DV
             END-IF.

       2210-SOMAR-DIGITO.
             COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + CH-DIGITO(WRK-IX-CHAVE) * WRK-PESO-DV.
             IF WRK-PESO-DV = 9
                   MOVE 2 TO WRK-PESO-DV
             ELSE
                   ADD 1 TO WRK-PESO-DV
             END-IF.
             SUBTRACT 1 FROM WRK-IX-CHAVE.

       2300-CODIGO-UF.
             MOVE ZEROS TO WRK-COD-UF.
             SET IX-UF TO 1.
             PERFORM 2310-COMPARAR-UF
                   UNTIL IX-UF > 27 OR WRK-COD-UF > ZEROS.

       2310-COMPARAR-UF.
             IF TU-SIGLA(IX-UF) = WRK-UF-BUSCA
                   MOVE TU-CODIGO(IX-UF) TO WRK-COD-UF
             END-IF.
             SET IX-UF UP BY 1.

       3000-GERAR-XML.
             IF NOT LOTE-ABERTO
                   PERFORM 3010-ABRIR-LOTE
             END-IF.
             MOVE SPACES TO NFE-XML-LINHA.
             STRING '<NFe xmlns="http://www.portalfiscal.inf.br/nfe">'
                   DELIMITED BY SIZE INTO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE SPACES TO NFE-XML-LINHA.
             STRING '<infNFe Id="NFe' WRK-CHAVE '" versao="4.00">'
                   DELIMITED BY SIZE INTO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             PERFORM 3100-GERAR-IDE.
             PERFORM 3200-GERAR-EMITENTE.
             PERFORM 3300-GERAR-DESTINATARIO.
             PERFORM 3400-GERAR-ITEM.
             PERFORM 3500-GERAR-TOTAL.
             PERFORM 3600-GERAR-TRANSPORTE.
             MOVE '<infAdic>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE SPACES TO WRK-CONTEUDO.
             STRING 'PEDIDO ' FAT-PEDIDO
                   DELIMITED BY SIZE INTO WRK-CONTEUDO.
             MOVE 'infCpl' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</infAdic>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</infNFe>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</NFe>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3010-ABRIR-LOTE.
             MOVE 'S' TO WRK-LOTE-SW.
             MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                  TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE SPACES TO NFE-XML-LINHA.
             STRING '<enviNFe xmlns="http://www.portalfiscal.inf.br/nf'
                    'e" versao="4.00">'
                   DELIMITED BY SIZE INTO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE WRK-DATA-HOJE TO WRK-LOTE-DATA.
             MOVE WRK-HORA-AGORA(1:6) TO WRK-LOTE-HORA.
             MOVE WRK-ID-LOTE TO WRK-CONTEUDO.
             MOVE 'idLote' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '0' TO WRK-CONTEUDO.
             MOVE 'indSinc' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.

       3100-GERAR-IDE.
             MOVE '<ide>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE CH-CUF TO WRK-CONTEUDO.
             MOVE 'cUF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CH-CNF TO WRK-CONTEUDO.
             MOVE 'cNF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'VENDA DE MERCADORIA' TO WRK-CONTEUDO.
             MOVE 'natOp' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '55' TO WRK-CONTEUDO.
             MOVE 'mod' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-SERIE TO WRK-INT-NUM.
             PERFORM 8700-FORMATAR-INTEIRO.
             MOVE 'serie' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-NUMERO TO WRK-INT-NUM.
             PERFORM 8700-FORMATAR-INTEIRO.
             MOVE 'nNF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE SPACES TO WRK-DH-EMISSAO.
             STRING WRK-FAT-ANO '-' WRK-FAT-MES '-' WRK-FAT-DIA 'T'
                    WRK-HH ':' WRK-MI ':' WRK-SS '-03:00'
                   DELIMITED BY SIZE INTO WRK-DH-EMISSAO.
             MOVE WRK-DH-EMISSAO TO WRK-CONTEUDO.
             MOVE 'dhEmi' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1' TO WRK-CONTEUDO.
             MOVE 'tpNF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             IF FAT-UF = NE-UF
                   MOVE '1' TO WRK-CONTEUDO
                   MOVE NE-CFOP-DENTRO TO WRK-CFOP
             ELSE
                   MOVE '2' TO WRK-CONTEUDO
                   MOVE NE-CFOP-FORA TO WRK-CFOP
             END-IF.
             MOVE 'idDest' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-MUNICIPIO TO WRK-CONTEUDO.
             MOVE 'cMunFG' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1' TO WRK-CONTEUDO.
             MOVE 'tpImp' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1' TO WRK-CONTEUDO.
             MOVE 'tpEmis' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CH-DV TO WRK-CONTEUDO.
             MOVE 'cDV' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-AMBIENTE TO WRK-CONTEUDO.
             MOVE 'tpAmb' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1' TO WRK-CONTEUDO.
             MOVE 'finNFe' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             IF CL-PESSOA-FISICA
                   MOVE '1' TO WRK-CONTEUDO
             ELSE
                   MOVE '0' TO WRK-CONTEUDO
             END-IF.
             MOVE 'indFinal' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '9' TO WRK-CONTEUDO.
             MOVE 'indPres' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '0' TO WRK-CONTEUDO.
             MOVE 'procEmi' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'GERA-NFE' TO WRK-CONTEUDO.
             MOVE 'verProc' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</ide>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3200-GERAR-EMITENTE.
             MOVE '<emit>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE NE-CNPJ TO WRK-CONTEUDO.
             MOVE 'CNPJ' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-RAZAO TO WRK-CONTEUDO.
             MOVE 'xNome' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '<enderEmit>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE NE-LOGRADOURO TO WRK-CONTEUDO.
             MOVE 'xLgr' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-NUMERO TO WRK-CONTEUDO.
             MOVE 'nro' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-BAIRRO TO WRK-CONTEUDO.
             MOVE 'xBairro' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-MUNICIPIO TO WRK-CONTEUDO.
             MOVE 'cMun' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-CIDADE TO WRK-CONTEUDO.
             MOVE 'xMun' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-UF TO WRK-CONTEUDO.
             MOVE 'UF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-CEP TO WRK-CONTEUDO.
             MOVE 'CEP' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             PERFORM 3900-GERAR-PAIS.
             MOVE '</enderEmit>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE NE-IE TO WRK-CONTEUDO.
             MOVE 'IE' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE NE-CRT TO WRK-CONTEUDO.
             MOVE 'CRT' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</emit>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3300-GERAR-DESTINATARIO.
             MOVE '<dest>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             IF CL-PESSOA-FISICA
                   MOVE CL-DOCUMENTO(4:11) TO WRK-CONTEUDO
                   MOVE 'CPF' TO WRK-TAG
             ELSE
                   MOVE CL-DOCUMENTO TO WRK-CONTEUDO
                   MOVE 'CNPJ' TO WRK-TAG
             END-IF.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CL-RAZAO TO WRK-CONTEUDO.
             MOVE 'xNome' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '<enderDest>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE CL-ENDERECO TO WRK-CONTEUDO.
             MOVE 'xLgr' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'S/N' TO WRK-CONTEUDO.
             MOVE 'nro' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'NAO INFORMADO' TO WRK-CONTEUDO.
             MOVE 'xBairro' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CL-UF TO WRK-UF-BUSCA.
             PERFORM 2300-CODIGO-UF.
             MOVE WRK-COD-UF   TO WRK-MUN-UF.
             MOVE CL-MUNICIPIO TO WRK-MUN-COD.
             MOVE WRK-MUN-DEST TO WRK-CONTEUDO.
             MOVE 'cMun' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CL-CIDADE TO WRK-CONTEUDO.
             MOVE 'xMun' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CL-UF TO WRK-CONTEUDO.
             MOVE 'UF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE CL-CEP TO WRK-CONTEUDO.
             MOVE 'CEP' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             PERFORM 3900-GERAR-PAIS.
             MOVE '</enderDest>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             EVALUATE TRUE
                   WHEN CL-IE = SPACES
                         MOVE '9' TO WRK-CONTEUDO
                   WHEN CL-IE = 'ISENTO'
                         MOVE '2' TO WRK-CONTEUDO
                   WHEN OTHER
                         MOVE '1' TO WRK-CONTEUDO
             END-EVALUATE.
             MOVE 'indIEDest' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             IF CL-IE NOT = SPACES AND CL-IE NOT = 'ISENTO'
                   MOVE CL-IE TO WRK-CONTEUDO
                   MOVE 'IE' TO WRK-TAG
                   PERFORM 8500-GRAVAR-TAG
             END-IF.
             MOVE '</dest>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

      *----------------------------------------------------------------
      * UMA FATURA, UM ITEM (QUANTIDADE 1 DO PRODUTO DO PEDIDO). O
      * ICMS SAI COMO O FATURA-PEDIDO O CALCULOU: BASE = TOTAL DA
      * FATURA E ALIQUOTA = FAT-ICMS SOBRE ESSA BASE.
      *----------------------------------------------------------------
       3400-GERAR-ITEM.
             MOVE '<det nItem="1">' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '<prod>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE FAT-CODIGO TO WRK-CONTEUDO.
             MOVE 'cProd' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'SEM GTIN' TO WRK-CONTEUDO.
             MOVE 'cEAN' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-PRODUTO TO WRK-CONTEUDO.
             MOVE 'xProd' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE PM-NCM TO WRK-CONTEUDO.
             MOVE 'NCM' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE WRK-CFOP TO WRK-CONTEUDO.
             MOVE 'CFOP' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'UN' TO WRK-CONTEUDO.
             MOVE 'uCom' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1.0000' TO WRK-CONTEUDO.
             MOVE 'qCom' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-VALOR-MERC TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vUnCom' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'vProd' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'SEM GTIN' TO WRK-CONTEUDO.
             MOVE 'cEANTrib' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'UN' TO WRK-CONTEUDO.
             MOVE 'uTrib' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '1.0000' TO WRK-CONTEUDO.
             MOVE 'qTrib' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vUnTrib' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             IF FAT-FRETE > ZEROS
                   MOVE FAT-FRETE TO WRK-VLR-NUM
                   PERFORM 8600-FORMATAR-VALOR
                   MOVE 'vFrete' TO WRK-TAG
                   PERFORM 8500-GRAVAR-TAG
             END-IF.
             MOVE '1' TO WRK-CONTEUDO.
             MOVE 'indTot' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</prod>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '<imposto>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '<ICMS>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '<ICMS00>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '0' TO WRK-CONTEUDO.
             MOVE 'orig' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '00' TO WRK-CONTEUDO.
             MOVE 'CST' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '3' TO WRK-CONTEUDO.
             MOVE 'modBC' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-TOTAL TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vBC' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE ZEROS TO WRK-ALIQUOTA.
             IF FAT-TOTAL > ZEROS
                   COMPUTE WRK-ALIQUOTA ROUNDED =
                         FAT-ICMS * 100 / FAT-TOTAL
             END-IF.
             MOVE WRK-ALIQUOTA TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'pICMS' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-ICMS TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vICMS' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</ICMS00>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</ICMS>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</imposto>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</det>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3500-GERAR-TOTAL.
             MOVE '<total>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '<ICMSTot>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE FAT-TOTAL TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vBC' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-ICMS TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vICMS' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-VALOR-MERC TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vProd' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-FRETE TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vFrete' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE FAT-TOTAL TO WRK-VLR-NUM.
             PERFORM 8600-FORMATAR-VALOR.
             MOVE 'vNF' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE '</ICMSTot>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE '</total>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3600-GERAR-TRANSPORTE.
             MOVE '<transp>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             IF COM-TRANSPORTADORA
                   MOVE '0' TO WRK-CONTEUDO
                   MOVE 'modFrete' TO WRK-TAG
                   PERFORM 8500-GRAVAR-TAG
                   MOVE '<transporta>' TO NFE-XML-LINHA
                   WRITE NFE-XML-LINHA
                   MOVE WRK-NOME-TRANSP TO WRK-CONTEUDO
                   MOVE 'xNome' TO WRK-TAG
                   PERFORM 8500-GRAVAR-TAG
                   MOVE '</transporta>' TO NFE-XML-LINHA
                   WRITE NFE-XML-LINHA
             ELSE
                   MOVE '9' TO WRK-CONTEUDO
                   MOVE 'modFrete' TO WRK-TAG
                   PERFORM 8500-GRAVAR-TAG
             END-IF.
             MOVE '</transp>' TO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.

       3900-GERAR-PAIS.
             MOVE '1058' TO WRK-CONTEUDO.
             MOVE 'cPais' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.
             MOVE 'BRASIL' TO WRK-CONTEUDO.
             MOVE 'xPais' TO WRK-TAG.
             PERFORM 8500-GRAVAR-TAG.

       4000-GRAVAR-CONTROLE.
             MOVE FAT-NUMERO    TO NC-FATURA.
             MOVE WRK-CHAVE     TO NC-CHAVE.
             MOVE WRK-DATA-HOJE TO NC-DATA-GERACAO.
             MOVE 'P'           TO NC-STATUS.
             MOVE WRK-DATA-HOJE TO NC-DATA-STATUS.
             MOVE SPACES        TO NC-PROTOCOLO.
             MOVE ZEROS         TO NC-COD-RETORNO.
             MOVE SPACES        TO NC-MOTIVO.
             IF CONTROLE-EXISTE
                   REWRITE NFE-CONTROLE-REC
                   ADD 1 TO WRK-QT-REFEITAS
             ELSE
                   WRITE NFE-CONTROLE-REC
                   ADD 1 TO WRK-QT-GERADAS
             END-IF.

      *----------------------------------------------------------------
      * TEXTO LIVRE SEM OS CARACTERES RESERVADOS DO XML; O CONTEUDO
      * TERMINA NO PRIMEIRO PAR DE BRANCOS.
      *----------------------------------------------------------------
       8500-GRAVAR-TAG.
             INSPECT WRK-CONTEUDO REPLACING ALL '&' BY 'E'
                                            ALL '<' BY ' '
                                            ALL '>' BY ' '.
             MOVE SPACES TO NFE-XML-LINHA.
             STRING '<' WRK-TAG DELIMITED BY SPACE
                    '>' DELIMITED BY SIZE
                    WRK-CONTEUDO DELIMITED BY '  '
                    '</' WRK-TAG DELIMITED BY SPACE
                    '>' DELIMITED BY SIZE
                   INTO NFE-XML-LINHA.
             WRITE NFE-XML-LINHA.
             MOVE SPACES TO WRK-CONTEUDO.

       8600-FORMATAR-VALOR.
             MOVE WRK-VLR-INT TO WRK-VLR-ED.
             MOVE ZEROS TO WRK-QT-BRANCOS.
             INSPECT WRK-VLR-ED TALLYING WRK-QT-BRANCOS
                   FOR LEADING SPACES.
             MOVE SPACES TO WRK-CONTEUDO.
             STRING WRK-VLR-ED(WRK-QT-BRANCOS + 1:) '.' WRK-VLR-DEC
                   DELIMITED BY SIZE INTO WRK-CONTEUDO.

       8700-FORMATAR-INTEIRO.
             MOVE WRK-INT-NUM TO WRK-VLR-ED.
             MOVE ZEROS TO WRK-QT-BRANCOS.
             INSPECT WRK-VLR-ED TALLYING WRK-QT-BRANCOS
                   FOR LEADING SPACES.
             MOVE SPACES TO WRK-CONTEUDO.
             MOVE WRK-VLR-ED(WRK-QT-BRANCOS + 1:) TO WRK-CONTEUDO.

       9000-ENCERRAR.
             IF LOTE-ABERTO
                   MOVE '</enviNFe>' TO NFE-XML-LINHA
                   WRITE NFE-XML-LINHA
             END-IF.
             CLOSE NFE-XML.
             CLOSE NFE-CONTROLE.
             CLOSE CLIENTE-MASTER.
             CLOSE PRODUTO-MASTER.
             CLOSE PEDIDO-REGISTRO.
             MOVE WRK-FS-FATURA TO WRK-FS-ULTIMO.
             IF FS-OK
                   CLOSE FATURA-MASTER
             END-IF.
             DISPLAY 'GERACAO DE NF-E CONCLUIDA'.
             DISPLAY 'FATURAS LIDAS...........: ' WRK-QT-LIDAS.
             DISPLAY 'NF-E GERADAS............: ' WRK-QT-GERADAS.
             DISPLAY 'REJEITADAS REGERADAS....: ' WRK-QT-REFEITAS.
             DISPLAY 'SEM DADOS PARA A NF-E...: ' WRK-QT-INCOMPLETAS.

       END PROGRAM GERA-NFE.
