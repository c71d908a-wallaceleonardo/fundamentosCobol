      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO HISTORICO DE ITENS DAS NOTAS
      *          FISCAIS ELETRONICAS (NFEITHIST, INDEXADO POR FATURA +
      *          SEQUENCIA DO ITEM): O GERADOR (DEMONSTRA-NFEGER)
      *          GUARDA AQUI OS ITENS DO FATITENS DE CADA FATURA QUE
      *          ENTRA NO NFEMAST, PARA REENVIAR A NOTA IMPEDIDA OU
      *          REJEITADA E PARA IMPRIMIR O DOCUMENTO
      *          (DEMONSTRA-FATPRINT) DEPOIS QUE O FATITENS DA NOITE
      *          FOI REGRAVADO.
      ******************************************************************
       01 WS-REG-NFEITEM.
           03 NFI-CHAVE.
               05 NFI-NUM-FATURA                 PIC 9(06).
               05 NFI-SEQ                        PIC 9(06).
      *    IMAGEM DO REGISTRO DO FATITENS (COPY/FATITEM.CPY).
           03 NFI-ITEM                           PIC X(64).
