      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE DESCONTO POR
      *          PAGAMENTO ANTECIPADO (DESCANTEC): UMA LINHA POR
      *          FAIXA - QUANTOS DIAS ANTES DO VENCIMENTO O CLIENTE
      *          PRECISA PAGAR E O PERCENTUAL CONCEDIDO (EX.: 005 +
      *          0200 = "PAGUE 5 DIAS ANTES, GANHE 2%"). MANTIDA PELA
      *          OPERACAO COMERCIAL EM DEMONSTRA-TABMANUT.
      ******************************************************************
       01 WS-REG-DESCANT.
           03 DANT-DIAS                          PIC 9(03).
           03 DANT-PERCENTUAL                    PIC 9(02)V99.
