      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE CONTAS A PAGAR
      *          (CPAGAR, INDEXADO POR CP-NUMERO, CHAVE ALTERNATIVA
      *          UNICA CP-FORN-NOTA = FORNECEDOR + NOTA FISCAL): UM
      *          TITULO POR NOTA FISCAL DE FORNECEDOR, LANCADO ONLINE
      *          POR DEMONSTRA-CPAGENT CONTRA O PEDIDO DE COMPRA E O
      *          RECEBIMENTO. CICLO DA SITUACAO: 'A' A PAGAR ->
      *          'P' PROPOSTO PARA PAGAMENTO (DEMONSTRA-CPAGPROP) ->
      *          'V' APROVADO PELA TESOURARIA (DEMONSTRA-CPAGAPRV;
      *          A RECUSA DEVOLVE O TITULO A 'A') -> 'G' PAGO,
      *          REMETIDO AO BANCO NA REMESSA CPAGREM.
      ******************************************************************
       01 WS-REG-CPAGAR.
           03 CP-NUMERO                          PIC 9(08).
           03 CP-FORN-NOTA.
               05 CP-FORNECEDOR                  PIC X(06).
               05 CP-NOTA                        PIC X(09).
           03 CP-PEDIDO                          PIC 9(08).
      *    DATAS EM AAAAMMDD: EMISSAO DA NOTA, LANCAMENTO (DATA DE
      *    NEGOCIO) E VENCIMENTO.
           03 CP-DATA-EMISSAO                    PIC 9(08).
           03 CP-DATA-ENTRADA                    PIC 9(08).
           03 CP-DATA-VENC                       PIC 9(08).
           03 CP-VALOR                           PIC S9(09)V99.
           03 CP-SITUACAO                        PIC X(01).
               88 CP-A-PAGAR                     VALUE 'A'.
               88 CP-PROPOSTO                    VALUE 'P'.
               88 CP-APROVADO                    VALUE 'V'.
               88 CP-PAGO                        VALUE 'G'.
               88 CP-EM-ABERTO                   VALUE 'A' 'P' 'V'.
           03 CP-OPERADOR                        PIC X(08).
           03 CP-DATA-PROPOSTA                   PIC 9(08).
      *    IDENTIDADE DO TESOUREIRO QUE DECIDIU (MESMO ID DO SIGN-ON
      *    QUE VAI NO RUNLOG-OPERADOR) E A DATA DA DECISAO.
           03 CP-APROVADOR                       PIC X(08).
           03 CP-DATA-DECISAO                    PIC 9(08).
      *    DATA DO CREDITO NA CONTA DO FORNECEDOR, PEDIDA AO BANCO NA
      *    REMESSA.
           03 CP-DATA-PAGTO                      PIC 9(08).
