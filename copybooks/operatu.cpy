      ******************************************************************
      * Copybook: OPERATU.cpy
      * Purpose:  REGISTRO UNICO DO ARQUIVO OPERADOR-ATUAL (OPERATU),
      *           GRAVADO PELO MENU-OPERADOR NO LOGIN ACEITO E
      *           ESVAZIADO NA SAIDA DO MENU: DIZ AOS PROGRAMAS
      *           CHAMADOS PELO MENU QUEM ESTA OPERANDO, SEM MUDAR A
      *           CHAMADA DELES (MESMA IDEIA DO EXECATU DO
      *           CTRL-EXECUCAO). OS PROGRAMAS QUE ENFILEIRAM ITENS
      *           PARA APROVACAO (REG-VENDAS, CARGA-USUARIO) CARIMBAM
      *           O OPERADOR COMO ORIGEM DO ITEM, E OS APROVADORES
      *           RECUSAM DECIDIR O ITEM ORIGINADO PELO PROPRIO
      *           USUARIO. ARQUIVO AUSENTE OU VAZIO (PROGRAMA RODADO
      *           FORA DO MENU) DEIXA A ORIGEM EM BRANCO. O JOB-NOTURNO
      *           GRAVA A SUA IDENTIDADE DE SERVICO (USUARIO 'NOTURNO',
      *           PERFIL DE SERVICO '***', QUE NENHUM USUARIO PODE TER)
      *           ANTES DO PRIMEIRO PASSO E ESVAZIA O ARQUIVO DEPOIS DO
      *           ULTIMO. OA-FILIAL TRAZ AS FILIAIS QUE O OPERADOR
      *           PODE MOVIMENTAR (PERFIL OU EXCECAO EM VIGOR, PELO
      *           CONFERE-JANELA), CONFERIDAS PELO CONFERE-FILIAL;
      *           TUDO ZERADO NAO RESTRINGE.
      ******************************************************************
       01 OPERADOR-ATUAL-REC.
          05 OA-USUARIO        PIC X(10).
          05 OA-PERFIL         PIC X(03).
            88 OA-PERFIL-SERVICO   VALUE '***'.
          05 OA-DATA-LOGIN     PIC 9(08).
          05 OA-HORA-LOGIN     PIC 9(08).
          05 OA-FILIAL         OCCURS 10 TIMES PIC 9(02).
