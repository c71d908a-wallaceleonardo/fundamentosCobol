           03 PAGTO-SW-PROMESSA                  PIC X(01).
               88 PAGTO-COM-PROMESSA             VALUE 'S'.
           03 PAGTO-DATA-PROMESSA                PIC 9(08).
      *    CREDITO A FAVOR DO CLIENTE (CADASTRO CREDCLI) ABATIDO NA
      *    POSTAGEM DA FATURA PELO DEMONSTRA-FATPOST: PAGTO-VALOR JA
      *    VEM LIQUIDO DELE, ENTAO PAGTO-VALOR - PAGTO-JUROS-ACUM +
      *    PAGTO-CREDITO-APLIC E' O TOTAL ORIGINAL DA FATURA. BRANCO
      *    NOS REGISTROS ANTIGOS, TRATADO COMO ZEROS.
           03 PAGTO-CREDITO-APLIC                PIC S9(07)V99.
      *    JUROS DE MORA DISPENSADOS NA NEGOCIACAO DA COBRANCA
      *    (DEMONSTRA-JURDISP / DEMONSTRA-JURDAPRV): JA ABATIDOS DE
      *    PAGTO-VALOR E DE PAGTO-JUROS-ACUM, FICAM AQUI PARA O
      *    RECALCULO DA MORA (PAGTOJUR) NAO COBRAR DE NOVO O QUE FOI
      *    PERDOADO. BRANCO NOS REGISTROS ANTIGOS, TRATADO COMO
      *    ZEROS.
           03 PAGTO-JUROS-DISPENSA               PIC S9(07)V99.
