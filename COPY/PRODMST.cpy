      *    PONTO DE REPOSICAO: SALDO IGUAL OU ABAIXO DISSO ENTRA NO
      *    RELATORIO NOTURNO DE REPOSICAO (DEMONSTRA-PRODREORD).
           03 PROD-PONTO-REPOSICAO               PIC S9(05)V99.
      *    DADOS FISCAIS DO PRODUTO PARA A NF-E (DEMONSTRA-NFEGER):
      *    CLASSIFICACAO NCM (8 DIGITOS), CFOP DA VENDA DENTRO DA UF
      *    DO EMITENTE (5XXX - NA VENDA PARA OUTRA UF O GERADOR TROCA
      *    O PRIMEIRO DIGITO POR 6), UNIDADE COMERCIAL E ORIGEM DA
      *    MERCADORIA (0 NACIONAL ... 8). EM BRANCO NOS REGISTROS
      *    ANTIGOS: A NOTA DO ITEM FICA IMPEDIDA ATE O CADASTRO SER
      *    COMPLETADO PELA CARGA (DEMONSTRA-PRODLOAD).
           03 PROD-NCM                           PIC X(08).
           03 PROD-CFOP                          PIC X(04).
           03 PROD-UNIDADE                       PIC X(02).
           03 PROD-ORIGEM                        PIC X(01).
      *    COMPRA DO PRODUTO (DEMONSTRA-COMPGER): FORNECEDOR PREFERIDO
      *    (FORNMAST), MULTIPLO DE COMPRA - A QUANTIDADE DO PEDIDO E'
      *    ARREDONDADA PARA CIMA ATE ELE - E CUSTO UNITARIO DE COMPRA,
      *    QUE VAI COMO PRECO NA LINHA DO PEDIDO. EM BRANCO NOS
      *    REGISTROS ANTIGOS = PRODUTO FORA DA COMPRA AUTOMATICA.
           03 PROD-FORNECEDOR                    PIC X(06).
           03 PROD-MULTIPLO-COMPRA               PIC S9(05)V99.
           03 PROD-CUSTO                         PIC S9(05)V99.
      *    QUANTIDADE RESERVADA PARA PEDIDOS ACEITOS E AINDA NAO
      *    LIBERADOS AO FATURAMENTO: SOMADA NA ENTRADA DO PEDIDO
      *    (DEMONSTRA-PEDENTRY) E NA ALOCACAO DAS ENCOMENDAS
      *    (DEMONSTRA-PEDALOC), DESCONTADA NA LIBERACAO
      *    (DEMONSTRA-PEDREL). DISPONIVEL PARA PEDIDO NOVO = SALDO
      *    EM ESTOQUE - RESERVADO. EM BRANCO NOS REGISTROS ANTIGOS =
      *    NADA RESERVADO.
           03 PROD-QTDE-RESERVADA                PIC S9(05)V99.
