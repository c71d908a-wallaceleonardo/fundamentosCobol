      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO CONTABIL DAS ANTECIPACOES DE
      *          EMPRESTIMO (EMPANTMOV), ANEXADO PELA TRANSACAO
      *          DEMONSTRA-EMPPREP E CONSUMIDO - E ZERADO - PELO
      *          EXTRATO CONTABIL (DEMONSTRA-GLEXTRACT): O DINHEIRO
      *          QUE FOI ALEM DAS PARCELAS FATURADAS DEBITA CAIXA
      *          CONTRA EMPRESTIMOS A RECEBER; O ESTORNO DOS JUROS
      *          CAPITALIZADOS DEPOIS DA DATA-VALOR DEBITA A RECEITA
      *          DE JUROS DE EMPRESTIMO CONTRA EMPRESTIMOS A RECEBER.
      *          AS PARCELAS QUITADAS OU ABATIDAS PELA ANTECIPACAO
      *          SEGUEM PELA TRILHA PAGTOAUD E PELO PARCMOV, COMO AS
      *          DO RETORNO BANCARIO.
      ******************************************************************
       01 WS-REG-EMPANTMV.
           03 EAM-NUM-EMPRESTIMO                 PIC 9(06).
           03 EAM-VALOR                          PIC 9(09)V99.
           03 EAM-ESTORNO-JUROS                  PIC 9(09)V99.
           03 EAM-DATA                           PIC 9(08).
