      ******************************************************************
      * Copybook: BANCOHRS.cpy
      * Purpose:  RECORD LAYOUT FOR THE BANCO-HORAS MASTER (BANCOHRS,
      *           INDEXADO POR BH-MATRICULA): SALDO DE HORAS DO
      *           FUNCIONARIO DE FILIAL COM ACORDO DE BANCO DE HORAS
      *           (PARAMETRO BHCFG), CICLO EM CURSO (MES DE INICIO E
      *           MES DE VENCIMENTO, AAAAMM) E A IMAGEM DO SALDO ANTES
      *           DA ULTIMA COMPETENCIA APLICADA, PARA A RERODADA DA
      *           FOLHA REFAZER O MES SEM CONTAR DUAS VEZES. MANTIDO
      *           PELO FOLHA-PAGTO E PELA RESCISAO (QUE ENCERRA O
      *           BANCO); LIDO PELO REL-BANCO-HORAS.
      *-----------------------------------------------------------------
      * SALDO EM HORAS E CENTESIMOS: POSITIVO E CREDITO DO
      * FUNCIONARIO (HORAS EXTRAS NAO PAGAS), NEGATIVO E DEBITO
      * (FALTAS E SAIDAS ANTECIPADAS). BH-DT-ENCERRA PREENCHIDA =
      * BANCO ENCERRADO NA RESCISAO.
      ******************************************************************
       01 BANCO-HORAS-REC.
          05 BH-MATRICULA     PIC 9(06).
          05 BH-FILIAL        PIC 9(02).
          05 BH-INICIO-CICLO  PIC 9(06).
          05 BH-FIM-CICLO     PIC 9(06).
          05 BH-SALDO         PIC S9(04)V99.
          05 BH-COMPET-ULT    PIC 9(06).
          05 BH-INICIO-ANT    PIC 9(06).
          05 BH-FIM-ANT       PIC 9(06).
          05 BH-SALDO-ANT     PIC S9(04)V99.
          05 BH-DT-ENCERRA    PIC 9(08).
