      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE UNICIDADE DO DOCUMENTO
      *          FISCAL DO CLIENTE. P-CARREGA-DOCUMENTOS VARRE O
      *          CLIMAST UMA VEZ MONTANDO A TABELA DOCUMENTO/CLIENTE
      *          (UMA VEZ POR EXECUCAO, COM O CLIMAST JA ABERTO);
      *          P-VERIFICA-DOCUMENTO RESPONDE SE WS-DOCTO-CHAVE JA
      *          PERTENCE A OUTRO CLIENTE QUE NAO
      *          WS-DOCTO-SOLICITANTE; P-REGISTRA-DOCUMENTO ATUALIZA
      *          A TABELA DEPOIS DE UMA GRAVACAO BEM-SUCEDIDA, PARA
      *          QUE O RESTO DA EXECUCAO ENXERGUE O DOCUMENTO NOVO. O
      *          PROGRAMA PRECISA DO ARQUIVO CLIENTE-MASTER DECLARADO
      *          E DO COPY/DOCTABWS.CPY.
      ******************************************************************
       P-CARREGA-DOCUMENTOS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-DOCTO

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: SEM CLIENTE-MASTER - UNICIDADE DO '
                       'DOCUMENTO NAO CONFERIDA'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FS-CLIMAST                 TO WS-DOCTO-FS-SALVO

           MOVE ZEROS                         TO WS-NUM-CLIENTE
           START CLIENTE-MASTER KEY NOT < WS-NUM-CLIENTE
               INVALID KEY
                   MOVE WS-DOCTO-FS-SALVO     TO WS-FS-CLIMAST
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-FS-CLIMAST NOT = '00'
               READ CLIENTE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CLIMAST = '00'
                  AND WS-NUM-DOCUMENTO NOT = SPACES
                  AND WS-NUM-DOCUMENTO NOT = LOW-VALUES
                   IF WS-QT-TAB-DOCTO < 5000
                       ADD 1                  TO WS-QT-TAB-DOCTO
                       MOVE WS-NUM-DOCUMENTO
                         TO WS-DOCTO-NUMERO(WS-QT-TAB-DOCTO)
                       MOVE WS-NUM-CLIENTE
                         TO WS-DOCTO-CLIENTE(WS-QT-TAB-DOCTO)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE DOCUMENTOS CHEIA '
                               '(5000) - CLIENTE ' WS-NUM-CLIENTE
                               ' IGNORADO'
                   END-IF
               END-IF
           END-PERFORM

      *    O CLIMAST SEGUE ABERTO PARA A LEITURA DIRETA DO CHAMADOR.
           MOVE WS-DOCTO-FS-SALVO             TO WS-FS-CLIMAST
           .

      *****************************************
      * O DOCUMENTO EM WS-DOCTO-CHAVE JA E' DE OUTRO CLIENTE? O CPF
      * OCUPA SO' 11 POSICOES E O CNPJ 14, ENTAO O NUMERO SOZINHO
      * JA DISTINGUE OS DOIS TIPOS.
      *****************************************
       P-VERIFICA-DOCUMENTO.
      *****************************************

           SET DOCUMENTO-EM-USO               TO FALSE
           MOVE ZEROS                         TO WS-DOCTO-DONO

           IF WS-DOCTO-CHAVE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-DOCTO FROM 1 BY 1
                   UNTIL WS-IX-DOCTO > WS-QT-TAB-DOCTO
               IF WS-DOCTO-NUMERO(WS-IX-DOCTO) = WS-DOCTO-CHAVE
                  AND WS-DOCTO-CLIENTE(WS-IX-DOCTO)
                          NOT = WS-DOCTO-SOLICITANTE
                   SET DOCUMENTO-EM-USO       TO TRUE
                   MOVE WS-DOCTO-CLIENTE(WS-IX-DOCTO)
                                               TO WS-DOCTO-DONO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * O CLIENTE WS-DOCTO-SOLICITANTE PASSA A TER O DOCUMENTO
      * WS-DOCTO-CHAVE: SUBSTITUI A ENTRADA DELE NA TABELA OU
      * ACRESCENTA UMA NOVA.
      *****************************************
       P-REGISTRA-DOCUMENTO.
      *****************************************

           PERFORM VARYING WS-IX-DOCTO FROM 1 BY 1
                   UNTIL WS-IX-DOCTO > WS-QT-TAB-DOCTO
               IF WS-DOCTO-CLIENTE(WS-IX-DOCTO)
                       = WS-DOCTO-SOLICITANTE
                   MOVE WS-DOCTO-CHAVE
                                 TO WS-DOCTO-NUMERO(WS-IX-DOCTO)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-DOCTO-CHAVE NOT = SPACES
              AND WS-QT-TAB-DOCTO < 5000
               ADD 1                          TO WS-QT-TAB-DOCTO
               MOVE WS-DOCTO-CHAVE
                              TO WS-DOCTO-NUMERO(WS-QT-TAB-DOCTO)
               MOVE WS-DOCTO-SOLICITANTE
                              TO WS-DOCTO-CLIENTE(WS-QT-TAB-DOCTO)
           END-IF
           .
