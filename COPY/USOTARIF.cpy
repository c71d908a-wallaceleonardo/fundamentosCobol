      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CONSUMO TARIFADO (USOTARIF):
      *          DEMONSTRA-USOTAR TOTALIZA O CONSUMO DO CICLO DE CADA
      *          CONTRATO QUE FATURA NA NOITE E GRAVA AQUI, POR
      *          PRODUTO, UMA LINHA DE COBRANCA ('L') POR FAIXA DE
      *          TARIFA ALCANCADA E UM DETALHE ('D') POR LEITURA
      *          TARIFADA. DEMONSTRA-CONTRGEN COBRA AS LINHAS NA
      *          FATURA DO CONTRATO, MONTA O DEMONSTRATIVO DE CONSUMO
      *          (USOEXTR) COM OS DETALHES E REGRAVA O ARQUIVO SO'
      *          COM O QUE NAO FOI COBRADO.
      ******************************************************************
       01 WS-REG-USOTARIF.
           03 UTR-CONTRATO                       PIC 9(06).
           03 UTR-TIPO                           PIC X(01).
               88 UTR-LINHA-COBRANCA             VALUE 'L'.
               88 UTR-DETALHE-USO                VALUE 'D'.
           03 UTR-PRODUTO                        PIC X(08).
      *    'L': QUANTIDADE DA FAIXA; 'D': QUANTIDADE DA LEITURA.
           03 UTR-QTDE                           PIC S9(05)V99.
      *    'L': PRECO UNITARIO DA FAIXA E O NUMERO DELA (1 = A DE
      *    MENOR LIMITE); 'D': ZEROS.
           03 UTR-PRECO                          PIC S9(05)V99.
           03 UTR-FAIXA                          PIC 9(02).
      *    'D': DIA E SEQ DA LEITURA NO SISTEMA DE MEDICAO.
           03 UTR-DATA-USO                       PIC 9(08).
           03 UTR-SEQ-USO                        PIC 9(06).
      *    O PERIODO TARIFADO: DA LEITURA MAIS ANTIGA A VESPERA DO
      *    DIA DE FATURAMENTO.
           03 UTR-PERIODO-INICIO                 PIC 9(08).
           03 UTR-PERIODO-FIM                    PIC 9(08).
