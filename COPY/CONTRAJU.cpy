      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DOS AJUSTES PRO-RATA PENDENTES DOS
      *          CONTRATOS (CONTRAJUS): A ALTERACAO DE QUANTIDADE DE
      *          UMA LINHA EM DEMONSTRA-CONTRMANUT DENTRO DO PERIODO
      *          JA FATURADO GRAVA AQUI A DIFERENCA DE QUANTIDADE
      *          (NEGATIVA = CREDITO), O PERIODO AINDA COBERTO E O
      *          CICLO DA FATURA. DEMONSTRA-CONTRGEN COBRA O AJUSTE
      *          NA PROXIMA FATURA DO CONTRATO, PROPORCIONAL AOS DIAS
      *          PELA CONTAGEM DO SISPARAM CONTRATO-PRORATA-BASE, E
      *          REGRAVA O ARQUIVO SO' COM OS AJUSTES NAO COBRADOS.
      ******************************************************************
       01 WS-REG-CONTRAJUS.
           03 AJU-CONTRATO                       PIC 9(06).
           03 AJU-PRODUTO                        PIC X(08).
      *    NOVA QUANTIDADE MENOS A ANTIGA.
           03 AJU-QTDE                           PIC S9(05)V99.
      *    PRECO ACORDADO DA LINHA (ZEROS = PRECO DE TABELA VIGENTE
      *    NA DATA DA COBRANCA).
           03 AJU-PRECO                          PIC S9(05)V99.
      *    DIAS AFETADOS: DA DATA DA ALTERACAO ATE O ULTIMO DIA JA
      *    FATURADO (CONTR-FAT-ATE).
           03 AJU-DATA-INICIO                    PIC 9(08).
           03 AJU-DATA-FIM                       PIC 9(08).
      *    O CICLO DA FATURA QUE COBRIU ESSES DIAS.
           03 AJU-CICLO-INICIO                   PIC 9(08).
           03 AJU-CICLO-FIM                      PIC 9(08).
           03 AJU-DATA-HORA                      PIC X(14).
