      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE COTACOES (COTACOES,
      *          INDEXADO POR COT-CHAVE = NUMERO DA COTACAO + LINHA) -
      *          ESTE COPY E' A UNICA FONTE DESTE LAYOUT,
      *          COMPARTILHADO PELA EMISSAO (DEMONSTRA-COTENTRY), PELA
      *          CONVERSAO EM PEDIDO (DEMONSTRA-PEDENTRY), PELA
      *          CONFERENCIA DO PRECO COTADO NO FATURAMENTO
      *          (DEMONSTRA-FATURA) E PELO RELATORIO MENSAL DE
      *          CONVERSAO (DEMONSTRA-COTREL). UMA LINHA POR ITEM
      *          COTADO; OS DADOS DO CABECALHO (CLIENTE,
      *          REPRESENTANTE, DATAS E SITUACAO) SE REPETEM EM
      *          TODAS AS LINHAS DA COTACAO E MUDAM JUNTOS.
      ******************************************************************
       01 WS-REG-COTACAO.
           03 COT-CHAVE.
               05 COT-NUMERO                     PIC 9(06).
               05 COT-LINHA                      PIC 9(02).
           03 COT-NUM-CLIENTE                    PIC 9(06).
      *    REPRESENTANTE COMERCIAL DA COTACAO (CADASTRO REPMAST),
      *    LEVADO AO PEDIDO CONVERTIDO E DALI AO WS-IT-REP DO
      *    FATITENS - A BASE DAS COMISSOES E DO RELATORIO DE
      *    CONVERSAO. EM BRANCO = COTACAO SEM REPRESENTANTE.
           03 COT-REP                            PIC X(04).
           03 COT-DATA-EMISSAO                   PIC 9(08).
      *    ULTIMO DIA EM QUE A COTACAO PODE VIRAR PEDIDO PELO PRECO
      *    COTADO (AAAAMMDD).
           03 COT-DATA-VALIDADE                  PIC 9(08).
           03 COT-PRODUTO                        PIC X(08).
           03 COT-QTDE                           PIC S9(05)V99.
      *    PRECO COTADO: O VIGENTE NA EMISSAO (PRODPRECO COM
      *    FALLBACK NO PROD-PRECO). O PEDIDO CONVERTIDO LEVA ESTE
      *    PRECO E O FATURAMENTO O ACEITA MESMO QUE A VIGENCIA TENHA
      *    MUDADO DEPOIS.
           03 COT-PRECO                          PIC S9(05)V99.
      *    PERCENTUAL DE DESCONTO DA TABELA DESCONTO QUE A LINHA
      *    ATINGIA NA EMISSAO - INFORMATIVO, IMPRESSO NO DOCUMENTO.
           03 COT-PCT-DESCONTO                   PIC 9V999.
      *    'A' ABERTA; 'G' GANHA (CONVERTIDA NO PEDIDO COT-PEDIDO);
      *    'P' PERDIDA (RECUSADA PELO CLIENTE); 'E' EXPIRADA (A
      *    VALIDADE PASSOU SEM CONVERSAO).
           03 COT-SITUACAO                       PIC X(01).
               88 COT-ABERTA                     VALUE 'A'.
               88 COT-GANHA                      VALUE 'G'.
               88 COT-PERDIDA                    VALUE 'P'.
               88 COT-EXPIRADA                   VALUE 'E'.
           03 COT-DATA-SITUACAO                  PIC 9(08).
           03 COT-PEDIDO                         PIC 9(06).
