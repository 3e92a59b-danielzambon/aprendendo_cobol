      *           LIQUIDO DE ESTORNOS).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVOS DADOS FISCAIS DO DESTINATARIO PARA A NF-E:
      *                 CL-TIPO-PESSOA (J = CNPJ, F = CPF), CL-DOCUMENTO
      *                 (CNPJ OU CPF SO COM DIGITOS), CL-IE (INSCRICAO
      *                 ESTADUAL, EM BRANCO PARA NAO CONTRIBUINTE) E
      *                 CL-MUNICIPIO (CODIGO IBGE DO MUNICIPIO SEM OS
      *                 DOIS DIGITOS DA UF, QUE SAEM DE CL-UF).
      * 02/09/2026 DZ - NOVOS CL-ENDERECO, CL-CIDADE E CL-CEP
      *                 (MANTIDOS PELO CARGA-CLIENTE COMO OS DEMAIS
      *                 CAMPOS), PARA A IMPRESSAO DE ETIQUETAS DE
          05 CL-ENDERECO      PIC X(30).
          05 CL-CIDADE        PIC X(20).
          05 CL-CEP           PIC 9(08).
          05 CL-TIPO-PESSOA   PIC X(01).
            88 CL-PESSOA-JURIDICA VALUE 'J' ' '.
            88 CL-PESSOA-FISICA   VALUE 'F'.
          05 CL-DOCUMENTO     PIC 9(14).
          05 CL-IE            PIC X(14).
          05 CL-MUNICIPIO     PIC 9(05).
