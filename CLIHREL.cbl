      *          NUMERO ZERO IMPRIME A TRILHA COMPLETA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - IMPRIMIR NA LINHA DO EVENTO O OPERADOR QUE
      *                    FEZ OU PEDIU A MUDANCA E O SUPERVISOR QUE A
      *                    APROVOU (DUPLO CONTROLE DO CLIPEND)
      *   15/10/2026 WT - LINHA DO CLIHIST NO LAYOUT ANTERIOR (IMAGENS
      *                    DE 200 POSICOES) CONVERTIDA NA LEITURA
      *                    (COPY CLIHCVPR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIHREL.
       77 WS-QT-IMPRESSOS                    PIC 9(06) VALUE ZEROS.

           COPY RPTHDR.
           COPY CLIHCVWS.

       PROCEDURE DIVISION.
      *****************************************

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
               PERFORM P-CONVERTE-CLIHIST
           END-IF
           .


      *****************************************
      * IMPRIME UMA OCORRENCIA DA TRILHA EM TRES LINHAS: O EVENTO
      * (CLIENTE, DATA-HORA, PROGRAMA, OPERACAO, OPERADOR E
      * APROVADOR) E AS IMAGENS
      * ANTERIOR E POSTERIOR DO REGISTRO.
      *****************************************
       P500-IMPRIME-OCORRENCIA.
                  HIST-PROGRAMA       DELIMITED BY '  '
                  ' OPERACAO '        DELIMITED BY SIZE
                  HIST-OPERACAO       DELIMITED BY SIZE
                  ' OPERADOR '        DELIMITED BY SIZE
                  HIST-OPERADOR       DELIMITED BY SIZE
                  ' APROVADOR '       DELIMITED BY SIZE
                  HIST-APROVADOR      DELIMITED BY SIZE
                  INTO WS-REG-CLIHREL
           END-STRING
           WRITE WS-REG-CLIHREL
           STOP RUN.

           COPY RPTHDPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-CLIHREL.
