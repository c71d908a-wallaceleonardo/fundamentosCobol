      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE DESCONTO POR PAGAMENTO
      *          ANTECIPADO. P-CARREGA-DESCANT LE O ARQUIVO DESCANTEC
      *          PARA A TABELA (UMA VEZ POR EXECUCAO);
      *          P-APURA-DESCONTO RESPONDE, PARA WS-DANT-VENC,
      *          WS-DANT-DATA-PAGTO E WS-DANT-BASE, A MELHOR FAIXA QUE
      *          O PAGAMENTO ALCANCA (MAIOR PERCENTUAL ENTRE AS FAIXAS
      *          CUJOS DIAS DE ANTECEDENCIA ELE CUMPRE);
      *          P-FAIXA-DESCONTO DEVOLVE, PARA A FAIXA WS-IX-DESCANT,
      *          A DATA LIMITE E O VALOR LIQUIDO - E' O QUE O
      *          DOCUMENTO DE FATURA IMPRIME. O PROGRAMA PRECISA DO
      *          ARQUIVO TABELA-DESCANT ('DESCANTEC') DECLARADO E
      *          DO COPY/DESCANWS.CPY.
      ******************************************************************
       P-CARREGA-DESCANT.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-DESCANT

           OPEN INPUT TABELA-DESCANT

           IF WS-FS-DESCANT NOT = '00'
               DISPLAY 'AVISO: TABELA DE DESCONTO ANTECIPADO '
                       'INDISPONIVEL: ' WS-FS-DESCANT
           ELSE
               PERFORM UNTIL WS-FS-DESCANT NOT = '00'
                          OR WS-QT-TAB-DESCANT = 20
                   READ TABELA-DESCANT
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-DESCANT = '00'
                      AND DANT-DIAS IS NUMERIC
                      AND DANT-PERCENTUAL IS NUMERIC
                       ADD 1                  TO WS-QT-TAB-DESCANT
                       MOVE DANT-DIAS
                           TO WS-DESCANT-DIAS(WS-QT-TAB-DESCANT)
                       MOVE DANT-PERCENTUAL
                           TO WS-DESCANT-PERC(WS-QT-TAB-DESCANT)
                   END-IF
               END-PERFORM

               IF WS-QT-TAB-DESCANT = 20 AND WS-FS-DESCANT = '00'
                   DISPLAY 'AVISO: TABELA DE DESCONTO ANTECIPADO '
                           'CHEIA (20) - LINHAS RESTANTES IGNORADAS'
               END-IF

               CLOSE TABELA-DESCANT
           END-IF
           .

      *****************************************
      * ANTECEDENCIA = DIAS CORRIDOS DO PAGAMENTO ATE O VENCIMENTO.
      * VALE A FAIXA DE MAIOR PERCENTUAL CUJOS DIAS A ANTECEDENCIA
      * CUMPRE; PAGAMENTO NO VENCIMENTO OU DEPOIS NAO GANHA NADA.
      * DATAS ZERADAS (SEM VENCIMENTO) TAMBEM NAO.
      *****************************************
       P-APURA-DESCONTO.
      *****************************************

           SET DESCONTO-ANTECIPADO            TO FALSE
           MOVE ZEROS                         TO WS-DANT-PERC-APLIC
                                                  WS-DANT-DESCONTO
                                                  WS-DANT-DATA-LIMITE
           MOVE WS-DANT-BASE                  TO WS-DANT-LIQUIDO

           IF WS-DANT-VENC < 16010101 OR WS-DANT-DATA-PAGTO < 16010101
              OR WS-DANT-BASE NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DANT-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DANT-VENC)
           COMPUTE WS-DANT-PAGTO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DANT-DATA-PAGTO)

      *    DATA INEXISTENTE (MES 13, DIA 32) VOLTA ZERO - SEM DATA
      *    CONFIAVEL NAO HA DESCONTO.
           IF WS-DANT-VENC-INT = ZEROS OR WS-DANT-PAGTO-INT = ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DANT-ANTECEDENCIA =
                   WS-DANT-VENC-INT - WS-DANT-PAGTO-INT

           IF WS-DANT-ANTECEDENCIA NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-DESCANT FROM 1 BY 1
                   UNTIL WS-IX-DESCANT > WS-QT-TAB-DESCANT
               IF WS-DESCANT-DIAS(WS-IX-DESCANT)
                       NOT > WS-DANT-ANTECEDENCIA
                  AND WS-DESCANT-PERC(WS-IX-DESCANT)
                       > WS-DANT-PERC-APLIC
                   MOVE WS-DESCANT-PERC(WS-IX-DESCANT)
                       TO WS-DANT-PERC-APLIC
                   COMPUTE WS-DANT-DATA-LIMITE =
                           FUNCTION DATE-OF-INTEGER(WS-DANT-VENC-INT
                         - WS-DESCANT-DIAS(WS-IX-DESCANT))
               END-IF
           END-PERFORM

           IF WS-DANT-PERC-APLIC > ZEROS
               COMPUTE WS-DANT-DESCONTO ROUNDED =
                       WS-DANT-BASE * WS-DANT-PERC-APLIC / 100
               COMPUTE WS-DANT-LIQUIDO =
                       WS-DANT-BASE - WS-DANT-DESCONTO
               SET DESCONTO-ANTECIPADO        TO TRUE
           END-IF
           .

      *****************************************
      * UMA FAIXA (WS-IX-DESCANT) APLICADA A WS-DANT-BASE COM O
      * VENCIMENTO WS-DANT-VENC: DATA LIMITE = VENCIMENTO MENOS OS
      * DIAS DA FAIXA, E O VALOR LIQUIDO A PAGAR ATE LA.
      *****************************************
       P-FAIXA-DESCONTO.
      *****************************************

           MOVE WS-DESCANT-PERC(WS-IX-DESCANT) TO WS-DANT-PERC-APLIC
           MOVE ZEROS                         TO WS-DANT-DATA-LIMITE

           IF WS-DANT-VENC NOT < 16010101
               COMPUTE WS-DANT-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DANT-VENC)
               COMPUTE WS-DANT-DATA-LIMITE =
                       FUNCTION DATE-OF-INTEGER(WS-DANT-VENC-INT
                     - WS-DESCANT-DIAS(WS-IX-DESCANT))
           END-IF

           COMPUTE WS-DANT-DESCONTO ROUNDED =
                   WS-DANT-BASE * WS-DANT-PERC-APLIC / 100
           COMPUTE WS-DANT-LIQUIDO =
                   WS-DANT-BASE - WS-DANT-DESCONTO
           .
