      ******************************************************************
      * Copybook: ATIVO.cpy
      * Purpose:  RECORD LAYOUT FOR THE ATIVO-MASTER FIXED-ASSET
      *           REGISTER (ATIVO IMOBILIZADO), KEYED BY IM-CODIGO,
      *           MAINTAINED BY CARGA-ATIVO: CAMINHOES, RACKS,
      *           COMPUTADORES E EQUIPAMENTOS DO DEPOSITO COM A DATA DE
      *           AQUISICAO, O CUSTO, A FILIAL, A CATEGORIA (ATIVCFG) E
      *           A NOTA DO FORNECEDOR. IM-VIDA-MESES E COPIADA DA
      *           CATEGORIA NA INCLUSAO, PARA UMA MUDANCA NO PARAMETRO
      *           NAO ALTERAR A DEPRECIACAO JA EM CURSO. A DEPRECIACAO
      *           ACUMULADA, O NUMERO DE MESES DEPRECIADOS E A ULTIMA
      *           COMPETENCIA SAO ATUALIZADOS PELO DEPREC-ATIVO; A
      *           BAIXA (SITUACAO, DATA E VALOR DE VENDA) PELO
      *           BAIXA-ATIVO.
      ******************************************************************
       01 ATIVO-MASTER-REC.
          05 IM-CODIGO        PIC 9(06).
          05 IM-DESCRICAO     PIC X(30).
          05 IM-CATEGORIA     PIC X(02).
          05 IM-FILIAL        PIC 9(02).
          05 IM-DATA-AQUISICAO PIC 9(08).
          05 IM-CUSTO         PIC 9(08)V99.
          05 IM-FORNECEDOR    PIC 9(06).
          05 IM-NOTA          PIC 9(09).
          05 IM-VIDA-MESES    PIC 9(03).
          05 IM-MESES-DEPREC  PIC 9(03).
          05 IM-DEPREC-ACUM   PIC 9(08)V99.
          05 IM-ULTIMA-COMPET PIC 9(06).
          05 IM-SITUACAO      PIC X(01).
            88 IM-EM-USO          VALUE 'A'.
            88 IM-BAIXADO         VALUE 'B'.
          05 IM-DATA-BAIXA    PIC 9(08).
          05 IM-VALOR-BAIXA   PIC 9(08)V99.
