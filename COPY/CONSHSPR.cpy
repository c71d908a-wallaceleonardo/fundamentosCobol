      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GRAVA UMA LINHA NA TRILHA DE ALTERACOES DO
      *          CONSENTIMENTO LGPD DO CLIENTE (CONSHIST), CARIMBANDO
      *          A DATA-HORA CORRENTE. O CHAMADOR PRECISA TER MONTADO
      *          CHIS-NUM-CLIENTE, CHIS-FINALIDADE, CHIS-PROGRAMA,
      *          CHIS-OPERADOR, CHIS-OPERACAO E AS IMAGENS
      *          CHIS-IMAGEM-ANTES/-DEPOIS (COPY/CONSHIST.CPY, NA FD
      *          CONSENT-HISTORICO DO PROGRAMA) ANTES DE FAZER
      *          'PERFORM P-GRAVA-CONSHIST'. O ARQUIVO DEVE ESTAR
      *          DECLARADO NO FILE-CONTROL COMO 'CONSHIST', COM A
      *          VARIAVEL DE STATUS WS-FS-CONSHIST.
      ******************************************************************
       P-GRAVA-CONSHIST.
      *****************************************

           ACCEPT CHIS-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT CHIS-DATA-HORA(9:6)          FROM TIME

           OPEN EXTEND CONSENT-HISTORICO
           IF WS-FS-CONSHIST = '35'
               OPEN OUTPUT CONSENT-HISTORICO
           END-IF
           IF WS-FS-CONSHIST = '00'
               WRITE WS-REG-CONSHIST
               CLOSE CONSENT-HISTORICO
           END-IF
           .
