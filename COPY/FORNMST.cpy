      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES
      *          (FORNMAST, INDEXADO POR FORN-CODIGO), CARREGADO POR
      *          DEMONSTRA-FORNLOAD E LIDO PELA CARGA DE PRODUTOS
      *          (FORNECEDOR PREFERIDO) E PELO GERADOR DE PEDIDOS DE
      *          COMPRA (DEMONSTRA-COMPGER). OS DADOS BANCARIOS SAO
      *          OS DA CONTA QUE RECEBE OS PAGAMENTOS DO CONTAS A
      *          PAGAR (REMESSA CPAGREM DE DEMONSTRA-CPAGPROP).
      ******************************************************************
       01 WS-REG-FORNECEDOR.
           03 FORN-CODIGO                        PIC X(06).
           03 FORN-NOME                          PIC X(30).
      *    CNPJ SO' COM OS DIGITOS, JA CONFERIDO PELOS DIGITOS
      *    VERIFICADORES NA CARGA (COPY/DOCVALPR.CPY).
           03 FORN-CNPJ                          PIC X(14).
      *    CONTATO DE COMPRAS: NOME, TELEFONE E E-MAIL.
           03 FORN-CONTATO                       PIC X(30).
           03 FORN-TELEFONE                      PIC X(15).
           03 FORN-EMAIL                         PIC X(40).
      *    PRAZO DE ENTREGA EM DIAS CORRIDOS A PARTIR DA EMISSAO DO
      *    PEDIDO - DA' A DATA PREVISTA DE ENTREGA DO PEDIDO.
           03 FORN-PRAZO-ENTREGA                 PIC 9(03).
      *    FORNECEDOR INATIVO NAO RECEBE PEDIDO NOVO.
           03 FORN-SITUACAO                      PIC X(01).
               88 FORN-ATIVO                     VALUE 'A'.
               88 FORN-INATIVO                   VALUE 'I'.
      *    CONTA DO FORNECEDOR PARA O CREDITO DOS PAGAMENTOS; EM
      *    BRANCO, O TITULO APROVADO FICA RETIDO SEM SER REMETIDO.
           03 FORN-BANCO                         PIC X(03).
           03 FORN-AGENCIA                       PIC X(05).
           03 FORN-CONTA                         PIC X(12).
