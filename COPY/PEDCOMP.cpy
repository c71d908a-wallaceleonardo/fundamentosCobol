      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE PEDIDOS DE COMPRA
      *          (PEDCOMPRA, INDEXADO POR PC-CHAVE = NUMERO DO PEDIDO
      *          + LINHA), GRAVADO PELO GERADOR DE PEDIDOS
      *          (DEMONSTRA-COMPGER). A LINHA 000 E' O CABECALHO DO
      *          PEDIDO (FORNECEDOR, EMISSAO, ENTREGA PREVISTA E
      *          TOTAIS); AS LINHAS 001 EM DIANTE SAO OS ITENS, UM
      *          PRODUTO POR LINHA. A SITUACAO VALE PARA O CABECALHO
      *          E PARA CADA ITEM: PEDIDO OU ITEM 'A' (ABERTO) OU 'P'
      *          (RECEBIDO EM PARTE) BLOQUEIA NOVO PEDIDO DO PRODUTO.
      ******************************************************************
       01 WS-REG-PEDCOMPRA.
           03 PC-CHAVE.
               05 PC-NUMERO                      PIC 9(08).
               05 PC-LINHA                       PIC 9(03).
                   88 PC-CABECALHO               VALUE ZEROS.
           03 PC-SITUACAO                        PIC X(01).
               88 PC-ABERTO                      VALUE 'A'.
               88 PC-PARCIAL                     VALUE 'P'.
               88 PC-RECEBIDO                    VALUE 'R'.
               88 PC-CANCELADO                   VALUE 'C'.
               88 PC-EM-ABERTO                   VALUE 'A' 'P'.
           03 PC-DADOS                           PIC X(80).
      *    CABECALHO (LINHA 000): DATAS EM AAAAMMDD; O VALOR TOTAL E'
      *    A SOMA DE QTDE PEDIDA X PRECO DOS ITENS.
           03 PC-CAB REDEFINES PC-DADOS.
               05 PC-FORNECEDOR                  PIC X(06).
               05 PC-DATA-EMISSAO                PIC 9(08).
               05 PC-DATA-PREVISTA               PIC 9(08).
               05 PC-QT-LINHAS                   PIC 9(03).
               05 PC-VALOR-TOTAL                 PIC S9(09)V99.
               05 FILLER                         PIC X(44).
      *    ITEM: PRODUTO, QUANTIDADE PEDIDA (JA NO MULTIPLO DE
      *    COMPRA), PRECO UNITARIO DO PEDIDO (CUSTO DO CADASTRO NA
      *    EMISSAO), QUANTIDADE JA RECEBIDA E DATA DO ULTIMO
      *    RECEBIMENTO. A QUANTIDADE FATURADA E' A JA COBRADA EM
      *    NOTA DO FORNECEDOR LANCADA NO CONTAS A PAGAR
      *    (DEMONSTRA-CPAGENT) - NAO PASSA DA RECEBIDA.
           03 PC-ITEM REDEFINES PC-DADOS.
               05 PC-PRODUTO                     PIC X(08).
               05 PC-QTDE-PEDIDA                 PIC S9(05)V99.
               05 PC-PRECO                       PIC S9(05)V99.
               05 PC-QTDE-RECEBIDA               PIC S9(05)V99.
               05 PC-DATA-ULT-RECEB              PIC 9(08).
               05 PC-QTDE-FATURADA               PIC S9(05)V99.
               05 FILLER                         PIC X(36).
