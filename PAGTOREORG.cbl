      *          COM RC 8.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - ACOMPANHAR O TAMANHO DO REGISTRO DO
      *                    PAGTOPEND (85 POSICOES COM O CREDITO
      *                    APLICADO NA POSTAGEM) NA IMAGEM ANTIGA E
      *                    NO SEQUENCIAL DE TRABALHO
      *   15/10/2026 WT - REGISTRO DO PAGTOPEND EM 94 POSICOES (JUROS
      *                    DISPENSADOS NA COBRANCA) NA IMAGEM ANTIGA E
      *                    NO SEQUENCIAL DE TRABALHO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOREORG.
       FD PAGTOPEND-ANTIGO.
       01 WS-REG-ANTIGO.
           03 ANT-NUM-PAGTO                      PIC 9(06).
           03 ANT-RESTO                          PIC X(88).

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD REORG-TRABALHO.
       01 WS-REG-TRABALHO                         PIC X(94).

       FD RUN-LOG.
           COPY RUNLOG.
