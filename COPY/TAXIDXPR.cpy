      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE TAXA INDEXADA.
      *          P-CARREGA-TAXAIDX LE O ARQUIVO TAXAIDX PARA A TABELA
      *          (UMA VEZ POR EXECUCAO); P-BUSCA-TAXAIDX ACHA A TAXA
      *          PUBLICADA DE WS-TXI-COD-TESTE EXATAMENTE EM
      *          WS-TXI-DATA-TESTE; P-ULTIMA-TAXAIDX ACHA A MAIS
      *          RECENTE EM OU ANTES DESSA DATA; P-FATORES-TAXAIDX
      *          CONVERTE A TAXA ACHADA MAIS WS-TXI-SPREAD NO FATOR
      *          DIARIO E NA TAXA MENSAL EQUIVALENTE. O PROGRAMA
      *          PRECISA DO ARQUIVO TAXA-INDEXADOR ('TAXAIDX')
      *          DECLARADO COM O COPY/TAXAIDX.CPY E DO
      *          COPY/TAXIDXWS.CPY.
      ******************************************************************
       P-CARREGA-TAXAIDX.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-TXI

           OPEN INPUT TAXA-INDEXADOR

           IF WS-FS-TAXAIDX NOT = '00'
               DISPLAY 'AVISO: TABELA DE TAXAS DOS INDEXADORES '
                       'INDISPONIVEL: ' WS-FS-TAXAIDX
           ELSE
               PERFORM UNTIL WS-FS-TAXAIDX NOT = '00'
                          OR WS-QT-TAB-TXI = 999
                   READ TAXA-INDEXADOR
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-TAXAIDX = '00'
                       ADD 1                  TO WS-QT-TAB-TXI
                       MOVE TXI-CODIGO
                           TO WS-TXI-TAB-CODIGO(WS-QT-TAB-TXI)
                       MOVE TXI-DATA
                           TO WS-TXI-TAB-DATA(WS-QT-TAB-TXI)
                       MOVE TXI-TAXA
                           TO WS-TXI-TAB-TAXA(WS-QT-TAB-TXI)
                   END-IF
               END-PERFORM

               IF WS-QT-TAB-TXI = 999 AND WS-FS-TAXAIDX = '00'
                   DISPLAY 'AVISO: TABELA DE TAXAS DOS INDEXADORES '
                           'CHEIA (999) - LINHAS RESTANTES IGNORADAS'
               END-IF

               CLOSE TAXA-INDEXADOR
           END-IF
           .

      *****************************************
      * TAXA PUBLICADA DO INDICE NA DATA EXATA - NAO HA
      * APROXIMACAO: SEM LINHA PARA O DIA, TXI-ACHOU FICA FALSO.
      *****************************************
       P-BUSCA-TAXAIDX.
      *****************************************

           SET TXI-ACHOU                      TO FALSE
           MOVE ZEROS                         TO WS-TXI-DATA-ACHADA
                                                  WS-TXI-TAXA-ACHADA

           PERFORM VARYING WS-IX-TXI FROM 1 BY 1
                   UNTIL WS-IX-TXI > WS-QT-TAB-TXI
                      OR TXI-ACHOU
               IF WS-TXI-TAB-CODIGO(WS-IX-TXI) = WS-TXI-COD-TESTE
                  AND WS-TXI-TAB-DATA(WS-IX-TXI) = WS-TXI-DATA-TESTE
                   SET TXI-ACHOU              TO TRUE
                   MOVE WS-TXI-TAB-DATA(WS-IX-TXI)
                                               TO WS-TXI-DATA-ACHADA
                   MOVE WS-TXI-TAB-TAXA(WS-IX-TXI)
                                               TO WS-TXI-TAXA-ACHADA
               END-IF
           END-PERFORM
           .

      *****************************************
      * ULTIMA TAXA PUBLICADA DO INDICE EM OU ANTES DA DATA - A
      * BASE DAS PROJECOES (COTACAO, TABELA, ORIGINACAO).
      *****************************************
       P-ULTIMA-TAXAIDX.
      *****************************************

           SET TXI-ACHOU                      TO FALSE
           MOVE ZEROS                         TO WS-TXI-DATA-ACHADA
                                                  WS-TXI-TAXA-ACHADA

           PERFORM VARYING WS-IX-TXI FROM 1 BY 1
                   UNTIL WS-IX-TXI > WS-QT-TAB-TXI
               IF WS-TXI-TAB-CODIGO(WS-IX-TXI) = WS-TXI-COD-TESTE
                  AND WS-TXI-TAB-DATA(WS-IX-TXI) NOT >
                      WS-TXI-DATA-TESTE
                  AND WS-TXI-TAB-DATA(WS-IX-TXI) >
                      WS-TXI-DATA-ACHADA
                   SET TXI-ACHOU              TO TRUE
                   MOVE WS-TXI-TAB-DATA(WS-IX-TXI)
                                               TO WS-TXI-DATA-ACHADA
                   MOVE WS-TXI-TAB-TAXA(WS-IX-TXI)
                                               TO WS-TXI-TAXA-ACHADA
               END-IF
           END-PERFORM
           .

      *****************************************
      * INDICE MAIS SPREAD, AMBOS EM % AO ANO, COMPOSTOS:
      * (1 + INDICE) X (1 + SPREAD). O DIA UTIL E' A RAIZ 252 DO
      * FATOR ANUAL (A CONVENCAO DO CDI); O MES, A RAIZ 12.
      *****************************************
       P-FATORES-TAXAIDX.
      *****************************************

           COMPUTE WS-TXI-FATOR-ANO ROUNDED =
                   (1 + WS-TXI-TAXA-ACHADA / 100)
                 * (1 + WS-TXI-SPREAD / 100)

           COMPUTE WS-TXI-FATOR-DIA ROUNDED =
                   WS-TXI-FATOR-ANO ** (1 / 252)

           COMPUTE WS-TXI-TAXA-MES ROUNDED =
                   WS-TXI-FATOR-ANO ** (1 / 12) - 1
           .
