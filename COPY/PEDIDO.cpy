      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO PEDIDOS - ESTE COPY E'
      *          A UNICA FONTE DESTE LAYOUT, COMPARTILHADO PELA
      *          ENTRADA (DEMONSTRA-PEDENTRY), PELA ALOCACAO DAS
      *          ENCOMENDAS (DEMONSTRA-PEDALOC) E PELA LIBERACAO AO
      *          FATURAMENTO (DEMONSTRA-PEDREL). UMA LINHA POR ITEM
      *          DE PEDIDO; O NUMERO DO PEDIDO AGRUPA. O ARQUIVO E'
      *          ANEXADO NA ORDEM DA ENTRADA E AS REMARCACOES
      *          PRESERVAM A POSICAO DE CADA LINHA - A ORDEM DO
      *          ARQUIVO E' A ORDEM DE CHEGADA DOS PEDIDOS.
      ******************************************************************
       01 WS-REG-PEDIDO.
           03 PED-NUMERO                         PIC 9(06).
           03 PED-NUM-CLIENTE                    PIC 9(06).
           03 PED-UF                             PIC X(02).
           03 PED-PRODUTO                        PIC X(08).
           03 PED-QTDE                           PIC S9(05)V99.
           03 PED-PRECO                          PIC S9(05)V99.
      *    'A' ACEITO, COM A QUANTIDADE RESERVADA NO PRODMAST
      *    (AGUARDA LIBERACAO); 'L' LIBERADO PARA O FATITENS; 'B'
      *    ENCOMENDA (BACKORDER) - A PARTE DO PEDIDO QUE O ESTOQUE
      *    NAO COBRIA, SEM RESERVA, A ESPERA DA ALOCACAO NOTURNA.
           03 PED-SITUACAO                       PIC X(01).
               88 PED-ACEITO                     VALUE 'A'.
               88 PED-LIBERADO                   VALUE 'L'.
               88 PED-ENCOMENDA                  VALUE 'B'.
      *    ENDERECO DE ENTREGA DO CLIENTE (CLIEND TIPO 'E' OU, NA
      *    FALTA, O DO CADASTRO); A UF E' A DO ENDERECO DE ENTREGA.
           03 PED-END-ENTREGA                    PIC X(20).
           03 PED-CIDADE-ENTREGA                 PIC X(30).
      *    DATA DE NEGOCIO DA ENTRADA DO PEDIDO (AAAAMMDD), LEVADA
      *    PARA AS LINHAS DE ENCOMENDA - E' DELA QUE SAI A IDADE DA
      *    ENCOMENDA. EM BRANCO NOS REGISTROS ANTIGOS.
           03 PED-DATA-ENTRADA                   PIC 9(08).
      *    REPRESENTANTE COMERCIAL (O DA COTACAO NO PEDIDO
      *    CONVERTIDO, O DO TERRITORIO - TERRIT - NO DIGITADO) E
      *    NUMERO DA COTACAO DE ORIGEM (COPY/COTACAO.CPY), LEVADOS
      *    AO FATITENS NA LIBERACAO. COTACAO EM BRANCO NO PEDIDO
      *    DIGITADO DIRETO; AMBOS EM BRANCO NOS REGISTROS ANTIGOS.
           03 PED-REP                            PIC X(04).
           03 PED-COTACAO                        PIC 9(06).
