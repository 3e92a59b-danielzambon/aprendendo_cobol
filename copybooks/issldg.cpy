      ******************************************************************
      * Copybook: ISSLDG.cpy
      * Purpose:  RECORD LAYOUT FOR THE ISS LEDGER (ARQUIVO ISSLDG,
      *           LINE SEQUENTIAL, SO CRESCE): O REGISTRO DAS NOTAS DE
      *           SERVICO EMITIDAS PELO EMITE-NFS, UMA LINHA POR NOTA,
      *           COM O TITULO DO CONTAS-RECEBER QUE ELA ACOMPANHA, A
      *           FILIAL E O MUNICIPIO DA PRESTACAO, A BASE, A ALIQUOTA
      *           E O ISS, E O ISS RETIDO PELO TOMADOR QUANDO ELE E
      *           OBRIGADO A RETER (ISSRET). SR-DATA E A DATA DO FATO
      *           GERADOR (DATA DO TITULO), QUE DEFINE A COMPETENCIA DA
      *           APURACAO NO REL-ISS.
      ******************************************************************
       01 ISS-LEDGER-REC.
          05 SR-NOTA            PIC 9(06).
          05 SR-DATA-EMISSAO    PIC 9(08).
          05 SR-DATA            PIC 9(08).
          05 SR-SERVICO         PIC X(08).
          05 SR-FILIAL          PIC 9(02).
          05 SR-MUNICIPIO       PIC 9(07).
          05 SR-ITEM-LISTA      PIC X(05).
          05 SR-CLIENTE         PIC 9(06).
          05 SR-TIT-DATA        PIC 9(08).
          05 SR-TIT-SEQ         PIC 9(05).
          05 SR-VALOR           PIC 9(08)V99.
          05 SR-ALIQUOTA        PIC 9(01)V9(04).
          05 SR-ISS             PIC 9(08)V99.
          05 SR-RETIDO          PIC X(01).
            88 SR-ISS-RETIDO-TOMADOR VALUE 'S'.
          05 SR-ISS-RETIDO      PIC 9(08)V99.
