      ******************************************************************
      * Copybook: FOLHAFUN.cpy
      * Purpose:  RECORD LAYOUT FOR THE EMPLOYEE MASTER (FUNCMST,
      *           INDEXADO POR FP-MATRICULA), LIDO PELO REGISTRO DA
      *           FOLHA (FOLHA-PAGTO) E PELOS DEMAIS PROGRAMAS DA
      *           FOLHA; O MESMO LAYOUT SERVE AO ANTIGO FOLHENT (SO
      *           PARA A MIGRACAO) E AO FOLHARSB DE REAPRESENTACAO.
      *           FP-MOEDA CARREGA O CODIGO ISO 4217 DA MOEDA EM QUE O
      *           SALARIO DO FUNCIONARIO E PAGO (VER COPYBOOK MOEDA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 DZ - NOVO FP-CARGO (CODIGO DO CARGO NA TABELA
      *                 CARGOMST, ZERO = SEM CARGO), PARA A ESTRUTURA
      *                 SALARIAL POR CARGO (REL-FAIXA-SALARIAL). O
      *                 REGISTRO PASSA DE 88 PARA 92 POSICOES; O
      *                 FUNCMST EXISTENTE E CONVERTIDO PELO
      *                 MIGRA-MESTRES.
      * 15/10/2026 DZ - O LAYOUT PASSA A SER O REGISTRO DO CADASTRO
      *                 INDEXADO FUNCMST (CARGA-FUNCIONARIO, MIGRADO
      *                 DO FOLHENT PELO MIGRA-FOLHENT), COM HISTORICO
      *                 DAS MUDANCAS NO FUNCHIST. FP-DT-DESLIG ZERADO
      *                 CONTINUA SENDO A SITUACAO 'ATIVO'.
      * 15/10/2026 DZ - NOVO FP-CPF DO FUNCIONARIO (SO DIGITOS, ZERO =
      *                 NAO INFORMADO), CONFERIDO PELO FOLHA-PAGTO
      *                 (SUBROTINA CALC-DOCUMENTO), PARA REMESSAS
      *                 BANCARIAS E INFORMES DE RENDIMENTOS.
      * 22/08/2026 DZ - NOVOS FP-AGENCIA E FP-CONTA (DOMICILIO BANCARIO
      *                 DO FUNCIONARIO), PARA A GERACAO DO ARQUIVO DE
      *                 REMESSA SALARIAL AO BANCO (FOLHA-REMESSA).
          05 FP-DT-ADMISSAO   PIC 9(08).
          05 FP-DT-DESLIG     PIC 9(08).
          05 FP-FILIAL        PIC 9(02).
          05 FP-CPF           PIC 9(11).
          05 FP-CARGO         PIC 9(04).
