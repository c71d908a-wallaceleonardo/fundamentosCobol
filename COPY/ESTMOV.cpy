      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO KARDEX (ESTMOV), O RAZAO DE
      *          MOVIMENTOS DO ESTOQUE. TODO PROGRAMA QUE MUDA O
      *          PROD-QTDE-ESTOQUE DO PRODMAST (FATURA, FATCANC,
      *          PRODLOAD E OS QUE VIEREM A PRECISAR) ANEXA AQUI UMA
      *          LINHA POR MUDANCA, PELA ROTINA COMPARTILHADA
      *          COPY/ESTMOVPR.CPY. O KARDEX POR PRODUTO E PERIODO E'
      *          DEMONSTRA-ESTKARDEX; A PROVA NOTURNA DE QUE SALDO
      *          ANTERIOR + MOVIMENTOS = SALDO DO CADASTRO E'
      *          DEMONSTRA-ESTCONF.
      ******************************************************************
       01 WS-REG-ESTMOV.
           03 MOV-PRODUTO                        PIC X(08).
      *    DATA-HORA DO RELOGIO (AAAAMMDDHHMMSS) EM QUE O MOVIMENTO
      *    FOI GRAVADO E A DATA DE NEGOCIO A QUE ELE PERTENCE - O
      *    PERIODO DO KARDEX E' PELA DATA DE NEGOCIO.
           03 MOV-DATA-HORA                      PIC X(14).
           03 MOV-DATA-NEGOCIO                   PIC 9(08).
      *    V = VENDA (BAIXA DO FATURAMENTO; A NOTA DE CREDITO E A
      *    DEVOLUCAO DA BAIXA DE FATURA SUSPENSA NA QUEBRA ENTRAM
      *    COMO VENDA DE SINAL CONTRARIO), C = DEVOLUCAO POR
      *    CANCELAMENTO DA FATURA, E = ENTRADA (RECEBIMENTO),
      *    A = AJUSTE (CARGA DO SALDO PELO PRODENT), I = AJUSTE DO
      *    INVENTARIO FISICO (DEMONSTRA-INVAJUST, DIFERENCA ENTRE O
      *    CONTADO E O SALDO CONGELADO).
           03 MOV-TIPO                           PIC X(01).
               88 MOV-VENDA                      VALUE 'V'.
               88 MOV-DEVOLUCAO-CANC             VALUE 'C'.
               88 MOV-ENTRADA                    VALUE 'E'.
               88 MOV-AJUSTE                     VALUE 'A'.
               88 MOV-INVENTARIO                 VALUE 'I'.
      *    QUANTIDADE COM O SINAL DO EFEITO NO SALDO (SAIDA
      *    NEGATIVA) E O SALDO DO CADASTRO DEPOIS DO MOVIMENTO.
           03 MOV-QTDE                           PIC S9(05)V99.
           03 MOV-SALDO                          PIC S9(05)V99.
      *    DOCUMENTO DE ORIGEM: 'FAT' + NUMERO DA FATURA (VENDA E
      *    CANCELAMENTO), 'CAR' + DATA DE NEGOCIO DA CARGA (AJUSTE),
      *    'INV' + DATA DO CONGELAMENTO DO INVENTARIO.
           03 MOV-DOCUMENTO.
               05 MOV-DOC-TIPO                   PIC X(03).
               05 MOV-DOC-NUMERO                 PIC X(09).
           03 MOV-PROGRAMA                       PIC X(20).
