      *          CONTINUAREM PASSANDO).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MASCARAR O DOCUMENTO FISCAL (CPF/CNPJ): O
      *                    NUMERO REAL DA LUGAR A UM SINTETICO DO
      *                    MESMO TIPO, DERIVADO DO NUMERO DO CLIENTE
      *                    (UNICO) E COM DIGITOS VERIFICADORES
      *                    VALIDOS, CALCULADOS PELA ROTINA
      *                    COMPARTILHADA COPY/DOCVALPR.CPY
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIMASK.
           03 WS-TAB-VOGAL            OCCURS 5 TIMES PIC X(01).

           COPY SCRUB.
           COPY DOCVAL.

       PROCEDURE DIVISION.
      *****************************************
           PERFORM P300-MASCARA-NOME
           PERFORM P400-MASCARA-EMAIL
           PERFORM P500-MASCARA-TELEFONE
           PERFORM P600-MASCARA-DOCUMENTO

           MOVE WS-LAYOUT-1                   TO TST-LAYOUT-1

           END-PERFORM
           .

      *****************************************
      * TROCA O DOCUMENTO FISCAL POR UM SINTETICO DO MESMO TIPO:
      * CPF '999' + NUMERO DO CLIENTE, CNPJ '99' + NUMERO DO
      * CLIENTE + '0001', MAIS OS DOIS DIGITOS VERIFICADORES. O
      * DOCUMENTO CONTINUA UNICO E PASSANDO EM P-VALIDA-DOCUMENTO.
      * CLIENTE SEM DOCUMENTO CONTINUA SEM.
      *****************************************
       P600-MASCARA-DOCUMENTO.
      *****************************************

           MOVE SPACES                        TO DOCVAL-NUMERO
           MOVE WS-TIPO-DOCUMENTO             TO DOCVAL-TIPO

           EVALUATE TRUE
               WHEN WS-NUM-DOCUMENTO = SPACES
                   EXIT PARAGRAPH
               WHEN DOCVAL-CPF
                   MOVE '999'                 TO DOCVAL-NUMERO(1:3)
                   MOVE WS-NUM-CLIENTE        TO DOCVAL-NUMERO(4:6)
                   MOVE 9                     TO DOCVAL-QT-BASE
               WHEN DOCVAL-CNPJ
                   MOVE '99'                  TO DOCVAL-NUMERO(1:2)
                   MOVE WS-NUM-CLIENTE        TO DOCVAL-NUMERO(3:6)
                   MOVE '0001'                TO DOCVAL-NUMERO(9:4)
                   MOVE 12                    TO DOCVAL-QT-BASE
               WHEN OTHER
                   MOVE SPACES                TO WS-NUM-DOCUMENTO
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM P-DOCVAL-CALCULA-DV
           MOVE DOCVAL-DV           TO DOCVAL-DIGITO(DOCVAL-QT-BASE + 1)
           ADD 1                              TO DOCVAL-QT-BASE
           PERFORM P-DOCVAL-CALCULA-DV
           MOVE DOCVAL-DV           TO DOCVAL-DIGITO(DOCVAL-QT-BASE + 1)

           MOVE DOCVAL-NUMERO                 TO WS-NUM-DOCUMENTO
           .

      *****************************************
       P999-FIM.
      *****************************************

           COPY RUNLOGPR.
           COPY SCRUBPR.
           COPY DOCVALPR.

       END PROGRAM DEMONSTRA-CLIMASK.
