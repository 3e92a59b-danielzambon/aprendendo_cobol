      ******************************************************************
      * Copybook: FORNEC.cpy
      * Purpose:  RECORD LAYOUT FOR THE FORNECEDOR-MASTER SUPPLIER
      *           FILE, KEYED BY FO-CODIGO: RAZAO SOCIAL, CNPJ, PRAZO
      *           DE ENTREGA (LEAD TIME EM DIAS CORRIDOS, USADO PARA A
      *           DATA PREVISTA DO PEDIDO DE COMPRA) E CONDICAO DE
      *           PAGAMENTO (DIAS APOS A ENTRADA DA NOTA). MANTIDO PELO
      *           CARGA-FORNECEDOR; FORNECEDOR INATIVO NAO RECEBE
      *           PEDIDO DO GERA-PEDIDO-COMPRA. AGENCIA E CONTA SAO O
      *           DOMICILIO BANCARIO PARA A REMESSA DE PAGAMENTO
      *           (PAGTO-REMESSA).
      ******************************************************************
       01 FORNECEDOR-MASTER-REC.
          05 FO-CODIGO        PIC 9(06).
          05 FO-RAZAO         PIC X(30).
          05 FO-CNPJ          PIC 9(14).
          05 FO-PRAZO-ENTREGA PIC 9(03).
          05 FO-PRAZO-PAGTO   PIC 9(03).
          05 FO-ATIVO         PIC X(01).
            88 FO-FORNEC-ATIVO    VALUE 'S'.
          05 FO-AGENCIA       PIC 9(04).
          05 FO-CONTA         PIC 9(08).
