      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LOG DAS APLICACOES MANUAIS DE CAIXA
      *          (BANKAPLOG), ANEXADO POR DEMONSTRA-BANKMAN A CADA
      *          RECEBIMENTO DO BANKEXCD APLICADO NUM PAGAMENTO: O
      *          PAGAMENTO QUE O RETORNO DO BANCO CITAVA (E O CLIENTE
      *          DELE NO PAGTOPEND, ZEROS SE NAO EXISTIA), O PAGAMENTO
      *          EM QUE O OPERADOR APLICOU, O VALOR, O BANCO, QUEM E
      *          QUANDO. E' O QUE PERMITE A AUDITORIA VER APLICACAO EM
      *          CONTA DIFERENTE DA DO RETORNO (DEMONSTRA-ATVSUSP).
      ******************************************************************
       01 WS-REG-BANKAPL.
           03 APL-NUM-PAGTO-RETORNO              PIC 9(06).
           03 APL-CLIENTE-RETORNO                PIC 9(06).
           03 APL-NUM-PAGTO                      PIC 9(06).
           03 APL-NUM-CLIENTE                    PIC 9(06).
           03 APL-VALOR                          PIC 9(07)V99.
      *    'C' = CONFIRMACAO (VALOR CHEIO), 'P' = PARCIAL.
           03 APL-TIPO                           PIC X(01).
           03 APL-BANCO                          PIC X(03).
           03 APL-OPERADOR                       PIC X(08).
           03 APL-DATA-HORA                      PIC X(14).
