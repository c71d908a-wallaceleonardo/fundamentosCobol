      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO DE JUROS DE MORA DISPENSADOS
      *          (JURDMOV), ANEXADO PELA APLICACAO DA DISPENSA
      *          (COPY/JURDAPPR.CPY) E LANCADO PELO EXTRATO CONTABIL
      *          (DEMONSTRA-GLEXTRACT) COMO ESTORNO DA RECEITA DE
      *          JUROS CONTRA CONTAS A RECEBER; ZERADO APOS CONSUMIDO.
      ******************************************************************
       01 WS-REG-JURDMOV.
           03 JDM-NUM-PAGTO                      PIC 9(06).
           03 JDM-NUM-CLIENTE                    PIC 9(06).
           03 JDM-VALOR                          PIC 9(09)V99.
           03 JDM-DATA                           PIC 9(08).
