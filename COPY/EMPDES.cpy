      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DESEMBOLSO DE EMPRESTIMO PARA A
      *          TESOURARIA (EMPDESEMB), ANEXADO PELA APROVACAO NA
      *          TRANSACAO DEMONSTRA-EMPORIG: QUANTO LIBERAR, PARA QUE
      *          CLIENTE E QUEM APROVOU. NASCE PENDENTE ('P'); A
      *          TESOURARIA LIBERA O DINHEIRO POR ELE. O LANCAMENTO
      *          CONTABIL DO DESEMBOLSO SEGUE A PARTE, NO MOVIMENTO
      *          EMPDESMOV (COPY/EMPDESMV.CPY).
      ******************************************************************
       01 WS-REG-EMPDES.
           03 DES-NUM-EMPRESTIMO                 PIC 9(06).
           03 DES-NUM-PROPOSTA                   PIC 9(06).
           03 DES-NUM-CLIENTE                    PIC 9(06).
           03 DES-VALOR                          PIC 9(07)V99.
           03 DES-DATA                           PIC 9(08).
           03 DES-OPERADOR                       PIC X(08).
           03 DES-SUPERVISOR                     PIC X(08).
           03 DES-SITUACAO                       PIC X(01).
               88 DES-PENDENTE                   VALUE 'P'.
               88 DES-LIBERADO                   VALUE 'L'.
