      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO CONTABIL DOS DESEMBOLSOS DE
      *          EMPRESTIMO (EMPDESMOV), ANEXADO PELA APROVACAO NA
      *          TRANSACAO DEMONSTRA-EMPORIG E CONSUMIDO - E ZERADO -
      *          PELO EXTRATO CONTABIL (DEMONSTRA-GLEXTRACT): DEBITA
      *          EMPRESTIMOS A RECEBER CONTRA CAIXA.
      ******************************************************************
       01 WS-REG-EMPDESMV.
           03 EDM-NUM-EMPRESTIMO                 PIC 9(06).
           03 EDM-VALOR                          PIC 9(09)V99.
           03 EDM-DATA                           PIC 9(08).
