      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE CONDICAO DE PAGAMENTO.
      *          P-CARREGA-CONDPAG LE O ARQUIVO CONDPAG PARA A TABELA
      *          (UMA VEZ POR EXECUCAO); P-MONTA-PLANO RESPONDE, PARA
      *          WS-CPAG-COD-TESTE, WS-CPAG-TOTAL E WS-CPAG-DATA-BASE,
      *          O PLANO DE PARCELAS: QUANTIDADE, VALOR (PARCELA FIXA
      *          ARREDONDADA, A ULTIMA COM O RESIDUO - COMO O PLANO DA
      *          RENEGOCIACAO EM DEMONSTRA-PAGTORENEG) E VENCIMENTO
      *          CORRIDO DE CADA UMA. CONDICAO INEXISTENTE OU COM
      *          PARCELA FALTANDO/REPETIDA NA TABELA VOLTA INVALIDA. O
      *          PROGRAMA PRECISA DO ARQUIVO CONDICOES-PAGTO
      *          ('CONDPAG') DECLARADO E DO COPY/CONDPGWS.CPY.
      ******************************************************************
       P-CARREGA-CONDPAG.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-CONDPAG

           OPEN INPUT CONDICOES-PAGTO

           IF WS-FS-CONDPAG NOT = '00'
               DISPLAY 'AVISO: TABELA DE CONDICOES DE PAGAMENTO '
                       'INDISPONIVEL: ' WS-FS-CONDPAG
           ELSE
               PERFORM UNTIL WS-FS-CONDPAG NOT = '00'
                          OR WS-QT-TAB-CONDPAG = 200
                   READ CONDICOES-PAGTO
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-CONDPAG = '00'
                      AND CPAG-CODIGO NOT = SPACES
                      AND CPAG-PARCELA IS NUMERIC
                      AND CPAG-DIAS IS NUMERIC
                       ADD 1                  TO WS-QT-TAB-CONDPAG
                       MOVE CPAG-CODIGO
                           TO WS-CONDPAG-CODIGO(WS-QT-TAB-CONDPAG)
                       MOVE CPAG-PARCELA
                           TO WS-CONDPAG-PARCELA(WS-QT-TAB-CONDPAG)
                       MOVE CPAG-DIAS
                           TO WS-CONDPAG-DIAS(WS-QT-TAB-CONDPAG)
                   END-IF
               END-PERFORM

               IF WS-QT-TAB-CONDPAG = 200 AND WS-FS-CONDPAG = '00'
                   DISPLAY 'AVISO: TABELA DE CONDICOES DE PAGAMENTO '
                           'CHEIA (200) - LINHAS RESTANTES IGNORADAS'
               END-IF

               CLOSE CONDICOES-PAGTO
           END-IF
           .

      *****************************************
      * AS LINHAS DA CONDICAO SAO ENCAIXADAS PELO NUMERO DA PARCELA;
      * A CONDICAO SO' VALE SE AS PARCELAS 1..N ESTAO TODAS LA, SEM
      * REPETICAO. PARCELA FIXA = TOTAL / N ARREDONDADO; A ULTIMA
      * FECHA A SOMA EXATA NO TOTAL.
      *****************************************
       P-MONTA-PLANO.
      *****************************************

           SET CONDICAO-VALIDA                TO FALSE
           MOVE ZEROS                         TO WS-CPAG-QT-PARCELAS
           INITIALIZE WS-CPAG-PLANO

           IF WS-CPAG-COD-TESTE = SPACES
              OR WS-CPAG-TOTAL NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           SET CONDICAO-VALIDA                TO TRUE

           PERFORM VARYING WS-IX-CONDPAG FROM 1 BY 1
                   UNTIL WS-IX-CONDPAG > WS-QT-TAB-CONDPAG
               IF WS-CONDPAG-CODIGO(WS-IX-CONDPAG) = WS-CPAG-COD-TESTE
                   MOVE WS-CONDPAG-PARCELA(WS-IX-CONDPAG)
                                               TO WS-CPAG-IX
                   IF WS-CPAG-IX = ZEROS OR WS-CPAG-IX > 12
                       SET CONDICAO-VALIDA    TO FALSE
                   ELSE
                       IF CPAG-PARCELA-PREVISTA(WS-CPAG-IX)
                           SET CONDICAO-VALIDA TO FALSE
                       END-IF
                       MOVE 'S'           TO WS-CPAG-PARC-SW(WS-CPAG-IX)
                       MOVE WS-CONDPAG-DIAS(WS-IX-CONDPAG)
                           TO WS-CPAG-PARC-DIAS(WS-CPAG-IX)
                       IF WS-CPAG-IX > WS-CPAG-QT-PARCELAS
                           MOVE WS-CPAG-IX TO WS-CPAG-QT-PARCELAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CPAG-QT-PARCELAS = ZEROS
               SET CONDICAO-VALIDA            TO FALSE
           END-IF

           PERFORM VARYING WS-CPAG-IX FROM 1 BY 1
                   UNTIL WS-CPAG-IX > WS-CPAG-QT-PARCELAS
               IF NOT CPAG-PARCELA-PREVISTA(WS-CPAG-IX)
                   SET CONDICAO-VALIDA        TO FALSE
               END-IF
           END-PERFORM

           IF NOT CONDICAO-VALIDA
               MOVE ZEROS                     TO WS-CPAG-QT-PARCELAS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CPAG-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CPAG-DATA-BASE)

           MOVE ZEROS                         TO WS-CPAG-SOMA
           PERFORM VARYING WS-CPAG-IX FROM 1 BY 1
                   UNTIL WS-CPAG-IX > WS-CPAG-QT-PARCELAS
               IF WS-CPAG-IX < WS-CPAG-QT-PARCELAS
                   COMPUTE WS-CPAG-PARC-VALOR(WS-CPAG-IX) ROUNDED =
                           WS-CPAG-TOTAL / WS-CPAG-QT-PARCELAS
                   ADD WS-CPAG-PARC-VALOR(WS-CPAG-IX) TO WS-CPAG-SOMA
               ELSE
                   COMPUTE WS-CPAG-PARC-VALOR(WS-CPAG-IX) =
                           WS-CPAG-TOTAL - WS-CPAG-SOMA
               END-IF
               COMPUTE WS-CPAG-PARC-VENC(WS-CPAG-IX) =
                       FUNCTION DATE-OF-INTEGER(WS-CPAG-BASE-INT
                     + WS-CPAG-PARC-DIAS(WS-CPAG-IX))
           END-PERFORM
           .
