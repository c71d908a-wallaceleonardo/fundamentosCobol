      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA FILA DE E-MAIL (MAILQ) LIDA
      *          PELO GATEWAY DE CORREIO: ENDERECO, NIVEL, REFERENCIA
      *          DO PAGAMENTO E TEXTO. ALIMENTADA PELOS AVISOS DE
      *          COBRANCA (DEMONSTRA-PAGTODUN), PELA FATURA
      *          (DEMONSTRA-FATPRINT) E PELO EXTRATO MENSAL
      *          (DEMONSTRA-CLIEXTRATO); CADA UM ACRESCENTA AO FIM DA
      *          FILA. MQ-NUM-PAGTO ZERADO = MENSAGEM SEM PAGAMENTO
      *          PROPRIO (EXTRATO, FATURA CONSOLIDADA) - O BOUNCE
      *          DELA VOLTA PELO ENDERECO. MQ-NIVEL ZERO = NAO E'
      *          COBRANCA.
      ******************************************************************
       01 WS-REG-EMAILQ.
           03 MQ-NUM-PAGTO                       PIC 9(06).
           03 MQ-EMAIL                           PIC X(20).
           03 MQ-NIVEL                           PIC 9(02).
           03 MQ-TEXTO                           PIC X(80).
