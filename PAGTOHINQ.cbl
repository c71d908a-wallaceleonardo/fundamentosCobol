      *          CONJUNTO DE TRABALHO NOTURNO SEM PERDER A HISTORIA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - REMONTAR A IMAGEM DO PAGAMENTO COM A
      *                    EXTENSAO PHIST-IMAGEM-EXT GRAVADA PELO
      *                    DEMONSTRA-PAGTOARCH (LAYOUT ALEM DA
      *                    POSICAO 80)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOHINQ.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-HISTORICO                    PIC X(02) VALUE '00'.
           END-IF

           MOVE PHIST-IMAGEM                  TO WS-REG-PAGTO-PENDENTE
                                                   (1:80)
           MOVE PHIST-IMAGEM-EXT              TO WS-REG-PAGTO-PENDENTE
                                                   (81:)

           IF (WS-TIPO-BUSCA = 'P'
                   AND PAGTO-NUMERO = WS-NUM-CONSULTA)
