      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE RECEBIMENTOS DE
      *          MERCADORIA (PCRECEB), ANEXADO PELA TRANSACAO DE
      *          RECEBIMENTO (DEMONSTRA-COMPRECEB): UMA LINHA POR
      *          ITEM DE PEDIDO DE COMPRA RECEBIDO, COM O PRECO DO
      *          PEDIDO E O PRECO DA NOTA DO FORNECEDOR - O
      *          ACOMPANHAMENTO NOTURNO (DEMONSTRA-COMPREL) LISTA OS
      *          RECEBIMENTOS EM QUE OS DOIS DIVERGEM.
      ******************************************************************
       01 WS-REG-RECEBIMENTO.
           03 REC-PEDIDO                         PIC 9(08).
           03 REC-LINHA                          PIC 9(03).
           03 REC-PRODUTO                        PIC X(08).
           03 REC-FORNECEDOR                     PIC X(06).
           03 REC-DATA-NEGOCIO                   PIC 9(08).
           03 REC-DATA-HORA                      PIC X(14).
           03 REC-QTDE                           PIC S9(05)V99.
           03 REC-PRECO-PEDIDO                   PIC S9(05)V99.
           03 REC-PRECO-NOTA                     PIC S9(05)V99.
      *    NUMERO DA NOTA FISCAL DO FORNECEDOR QUE ACOMPANHOU A
      *    MERCADORIA.
           03 REC-NOTA-FORNECEDOR                PIC X(09).
           03 REC-OPERADOR                       PIC X(08).
