      * PARA NENHUM REJEITO SER PERDIDO NA REGRAVACAO. NA
      * REAPRESENTACAO DE FOLHA, A MOEDA (QUE O FOLHA-REJ NAO GUARDA)
      * E PEDIDA AO OPERADOR; DOMICILIO BANCARIO E DATAS SAEM ZERADOS
      * E PODEM SER COMPLETADOS NO CADASTRO FUNCMST PELO
      * CARGA-FUNCIONARIO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 22/08/2026 DZ - PROGRAMA CRIADO.
      *                 PASSA A SER RECUSADA SEM REGRAVAR O ARQUIVO:
      *                 ANTES O EXCEDENTE ERA PERDIDO EM SILENCIO NA
      *                 REABERTURA EM OUTPUT.
      * 15/10/2026 DZ - NA REAPRESENTACAO DE FOLHA O OPERADOR INFORMA
      *                 TAMBEM O CPF DO FUNCIONARIO (FB-CPF), PARA O
      *                 REJEITO POR CPF INVALIDO OU DUPLICADO PODER SER
      *                 CORRIGIDO; EM BRANCO SEGUE ZERADO.
      * 15/10/2026 DZ - COMENTARIO DO DOMICILIO BANCARIO AJUSTADO AO
      *                 CADASTRO FUNCMST, QUE SUBSTITUIU O FOLHENT.
      * 15/10/2026 DZ - REAPRESENTACAO DE FOLHA GRAVADA COM O CARGO
      *                 (FB-CARGO) ZERADO, NOVO NO LAYOUT FOLHAFUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-REJEITOS.
            ==FP-CONTA==        BY ==FB-CONTA==
            ==FP-DT-ADMISSAO==  BY ==FB-DT-ADMISSAO==
            ==FP-DT-DESLIG==    BY ==FB-DT-DESLIG==
            ==FP-FILIAL==       BY ==FB-FILIAL==
            ==FP-CPF==          BY ==FB-CPF==
            ==FP-CARGO==        BY ==FB-CARGO==.

       FD  REJEITO-DISPOSICAO.
       01  REJEITO-DISPOSICAO-REC.
       77 WRK-CAMPO      PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-NOVO PIC X(10) VALUE SPACES.
       77 WRK-MOEDA-NOVA PIC X(03) VALUE SPACES.
       77 WRK-CPF-NOVO   PIC X(11) VALUE SPACES.
       77 WRK-QT-CORRIGIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DESCARTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-MANTIDOS PIC 9(03) VALUE ZEROS.
             ACCEPT WRK-VALOR-NOVO.
             DISPLAY 'MOEDA (BRL/USD/EUR): '
             ACCEPT WRK-MOEDA-NOVA.
             DISPLAY 'CPF (11 DIGITOS, EM BRANCO SE NAO HOUVER): '
             ACCEPT WRK-CPF-NOVO.

             MOVE FR-MATRICULA TO FB-MATRICULA.
             MOVE FR-NOME      TO FB-NOME.
             MOVE ZEROS TO FB-DT-ADMISSAO.
             MOVE ZEROS TO FB-DT-DESLIG.
             MOVE ZEROS TO FB-FILIAL.
             MOVE ZEROS TO FB-CARGO.
             IF WRK-CPF-NOVO IS NUMERIC
                   MOVE WRK-CPF-NOVO TO FB-CPF
             ELSE
                   MOVE ZEROS TO FB-CPF
             END-IF.
             WRITE FOLHA-RESUB-REC.
             ADD 1 TO WRK-QT-CORRIGIDOS.
             PERFORM 2900-DISPOR-FOLHA.
