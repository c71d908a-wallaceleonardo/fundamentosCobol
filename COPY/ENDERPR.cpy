      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE ENDERECO POR FINALIDADE.
      *          P-OBTEM-ENDERECO RESPONDE, PARA WS-ENDR-CLIENTE E
      *          WS-ENDR-TIPO, O ENDERECO/CIDADE/ESTADO DA LINHA DO
      *          CLIEND; SEM LINHA DAQUELE TIPO (OU COM O CLIEND
      *          INDISPONIVEL) VALE O ENDERECO DO CLIENTE-MASTER, QUE
      *          O CHAMADOR PRECISA TER LIDO PARA O MESMO CLIENTE. O
      *          PROGRAMA PRECISA DO ARQUIVO CLIENTE-ENDERECO
      *          ('CLIEND', COPY/CLIEND.CPY) DECLARADO E ABERTO E DO
      *          COPY/ENDERWS.CPY.
      ******************************************************************
       P-OBTEM-ENDERECO.
      *****************************************

           SET ENDERECO-DO-TIPO               TO FALSE
           MOVE WS-ENDERECO                   TO WS-ENDR-ENDERECO
           MOVE WS-CIDADE                     TO WS-ENDR-CIDADE
           MOVE WS-ESTADO                     TO WS-ENDR-ESTADO

           IF WS-FS-CLIEND NOT = '00' AND WS-FS-CLIEND NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENDR-CLIENTE               TO END-NUM-CLIENTE
           MOVE WS-ENDR-TIPO                  TO END-TIPO

           READ CLIENTE-ENDERECO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIEND = '00'
              AND END-ENDERECO NOT = SPACES
               SET ENDERECO-DO-TIPO           TO TRUE
               MOVE END-ENDERECO              TO WS-ENDR-ENDERECO
               MOVE END-CIDADE                TO WS-ENDR-CIDADE
               MOVE END-ESTADO                TO WS-ENDR-ESTADO
           END-IF
           .
