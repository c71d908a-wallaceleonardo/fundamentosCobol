      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO CONTABIL DO CONTAS A PAGAR
      *          (CPAGMOV), ANEXADO PELO LANCAMENTO DA NOTA DO
      *          FORNECEDOR (DEMONSTRA-CPAGENT, TIPO 'N') E PELA
      *          REMESSA DE PAGAMENTO (DEMONSTRA-CPAGPROP, TIPO 'P')
      *          E CONSUMIDO - E ZERADO - PELO EXTRATO CONTABIL
      *          (DEMONSTRA-GLEXTRACT): NOTA DEBITA ESTOQUE CONTRA
      *          FORNECEDORES A PAGAR; PAGAMENTO DEBITA FORNECEDORES
      *          A PAGAR CONTRA CAIXA.
      ******************************************************************
       01 WS-REG-CPAGMOV.
           03 CPM-TIPO                           PIC X(01).
               88 CPM-NOTA                       VALUE 'N'.
               88 CPM-PAGAMENTO                  VALUE 'P'.
           03 CPM-NUMERO                         PIC 9(08).
           03 CPM-FORNECEDOR                     PIC X(06).
           03 CPM-VALOR                          PIC 9(09)V99.
           03 CPM-DATA                           PIC 9(08).
