      *          RESULTADO BOM. QUALQUER DIFERENCA ENCERRA COM RC 8.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - ACOMPANHAR O TAMANHO DO REGISTRO DO CLIMAST
      *                    (193 POSICOES COM A CONDICAO DE PAGAMENTO)
      *                    NA IMAGEM ANTIGA E NO SEQUENCIAL DE
      *                    TRABALHO
      *   15/10/2026 WT - IDEM PARA O CANAL DE ENTREGA DA FATURA E
      *                    DO EXTRATO (194 POSICOES)
      *   15/10/2026 WT - IDEM PARA O GRUPO ECONOMICO DO CLIENTE (200
      *                    POSICOES)
      *   15/10/2026 WT - IDEM PARA O DOCUMENTO FISCAL DO CLIENTE,
      *                    CPF/CNPJ (215 POSICOES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIREORG.
       FD CLIMAST-ANTIGO.
       01 WS-REG-ANTIGO.
           03 ANT-NUM-CLIENTE                    PIC 9(06).
           03 ANT-RESTO                          PIC X(209).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD REORG-TRABALHO.
       01 WS-REG-TRABALHO                         PIC X(215).

       FD RUN-LOG.
           COPY RUNLOG.
