      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DO EXERCICIO ENCERRADO.
      *          P-OBTEM-ANO-FECHADO LE O CONTROLE GLANOFEC GRAVADO
      *          PELO ENCERRAMENTO ANUAL (DEMONSTRA-GLFECANO);
      *          P-VERIFICA-EXERCICIO DIZ SE A DATA EM TESTE CAI NUM
      *          EXERCICIO JA ENCERRADO - LANCAMENTO ASSIM E' RECUSADO
      *          PELOS PROGRAMAS QUE ALIMENTAM O ACUMULADO CONTABIL. O
      *          PROGRAMA PRECISA TER O ARQUIVO EXERCICIO-FECHADO
      *          ('GLANOFEC') DECLARADO E OS CAMPOS DO
      *          COPY/GLFECWS.CPY.
      ******************************************************************
       P-OBTEM-ANO-FECHADO.
      *****************************************

           MOVE ZEROS                         TO WS-ANO-FECHADO

           OPEN INPUT EXERCICIO-FECHADO

           IF WS-FS-GLANOFEC = '00'
               READ EXERCICIO-FECHADO
                   AT END
                       CONTINUE
               END-READ

               IF WS-FS-GLANOFEC = '00'
                   IF GLF-ANO-FECHADO IS NUMERIC
                       MOVE GLF-ANO-FECHADO   TO WS-ANO-FECHADO
                   END-IF
               END-IF

               CLOSE EXERCICIO-FECHADO
           END-IF
           .

      *****************************************
       P-VERIFICA-EXERCICIO.
      *****************************************

           SET EXERCICIO-ENCERRADO            TO FALSE

           IF WS-ANO-FECHADO > ZEROS
              AND WS-GLF-DATA-TESTE / 10000 NOT > WS-ANO-FECHADO
               SET EXERCICIO-ENCERRADO        TO TRUE
           END-IF
           .
