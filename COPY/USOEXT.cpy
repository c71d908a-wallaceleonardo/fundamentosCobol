      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO DEMONSTRATIVO DE CONSUMO DAS
      *          FATURAS (USOEXTR, INDEXADO POR FATURA + SEQUENCIA DA
      *          LINHA - MESMA ORGANIZACAO DO NFEITHIST): AS LINHAS
      *          JA FORMATADAS QUE DEMONSTRA-CONTRGEN MONTA PARA A
      *          FATURA QUE COBRA CONSUMO TARIFADO (PERIODO, CADA
      *          LEITURA E CADA FAIXA) E QUE O DOCUMENTO DA FATURA
      *          (DEMONSTRA-FATPRINT) ANEXA DEPOIS DOS ITENS, QUANDO
      *          A NF-E FOR AUTORIZADA.
      ******************************************************************
       01 WS-REG-USOEXT.
           03 UEX-CHAVE.
               05 UEX-NUM-FATURA                 PIC 9(06).
               05 UEX-SEQ                        PIC 9(04).
           03 UEX-LINHA                          PIC X(70).
