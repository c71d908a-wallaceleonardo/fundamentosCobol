      *          MUDANCAS E CLIENTES ENTRARAM NA RECONSTRUCAO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - LINHA DO CLIHIST NO LAYOUT ANTERIOR (IMAGENS
      *                    DE 200 POSICOES) CONVERTIDA NA LEITURA
      *                    (COPY CLIHCVPR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIASOF.
       77 WS-QT-CLIENTES                     PIC S9(06) VALUE ZEROS.

           COPY DTVALID.
           COPY CLIHCVWS.

       PROCEDURE DIVISION.
      *****************************************
           END-IF

           ADD 1                              TO WS-QT-LIDAS
           PERFORM P-CONVERTE-CLIHIST

           IF HIST-DATA-HORA(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH

           COPY RUNLOGPR.
           COPY DTVALPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-CLIASOF.
