      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DO IDENTIFICADOR DE COBRANCA
      *          PIX. P-MONTA-TXID MONTA EM WS-PIX-TXID-TEXTO O TXID
      *          DO PAGAMENTO WS-PIX-NUM-PAGTO; P-LE-TXID FAZ O
      *          CAMINHO DE VOLTA - RECEBE O TXID EM
      *          WS-PIX-TXID-TEXTO, CONFERE PREFIXO, DIGITOS E
      *          DIGITO VERIFICADOR E DEVOLVE O PAGAMENTO EM
      *          WS-PIX-NUM-PAGTO COM TXID-RECONHECIDO LIGADO. TXID
      *          QUE NAO E' NOSSO (PIX AVULSO, SEM COBRANCA) OU COM
      *          DIGITO ERRADO NAO E' RECONHECIDO. O PROGRAMA PRECISA
      *          DO COPY/PIXWS.CPY.
      ******************************************************************
       P-MONTA-TXID.
      *****************************************

           MOVE SPACES                        TO WS-PIX-TXID-TEXTO
           MOVE WS-PIX-PREFIXO                TO WS-PIX-TX-PREFIXO
           MOVE WS-PIX-NUM-PAGTO              TO WS-PIX-TX-NUMERO
           PERFORM P-PIX-CALCULA-DV
           MOVE WS-PIX-DV                     TO WS-PIX-TX-DV
           .

      *****************************************
       P-LE-TXID.
      *****************************************

           SET TXID-RECONHECIDO               TO FALSE
           MOVE ZEROS                         TO WS-PIX-NUM-PAGTO

           IF WS-PIX-TX-PREFIXO NOT = WS-PIX-PREFIXO
              OR WS-PIX-TX-NUMERO IS NOT NUMERIC
              OR WS-PIX-TX-DV IS NOT NUMERIC
              OR WS-PIX-TX-RESTO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-PIX-TX-NUMERO = ZEROS
              OR WS-PIX-TX-NUMERO > 999999
               EXIT PARAGRAPH
           END-IF

           PERFORM P-PIX-CALCULA-DV
           IF WS-PIX-DV NOT = WS-PIX-TX-DV
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PIX-TX-NUMERO              TO WS-PIX-NUM-PAGTO
           SET TXID-RECONHECIDO               TO TRUE
           .

      *****************************************
      * MODULO 11 SOBRE AS 20 POSICOES DO NUMERO, PESOS DE 2 A 9 DA
      * DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA' DIGITO ZERO.
      *****************************************
       P-PIX-CALCULA-DV.
      *****************************************

           MOVE ZEROS                         TO WS-PIX-SOMA
           MOVE 2                             TO WS-PIX-PESO

           PERFORM VARYING WS-PIX-IX FROM 20 BY -1
                   UNTIL WS-PIX-IX < 1
               COMPUTE WS-PIX-SOMA = WS-PIX-SOMA
                     + WS-PIX-TX-DIGITO(WS-PIX-IX) * WS-PIX-PESO
               ADD 1                          TO WS-PIX-PESO
               IF WS-PIX-PESO > 9
                   MOVE 2                     TO WS-PIX-PESO
               END-IF
           END-PERFORM

           DIVIDE WS-PIX-SOMA BY 11 GIVING WS-PIX-QUOCIENTE
                                    REMAINDER WS-PIX-RESTO-DIV

           IF WS-PIX-RESTO-DIV < 2
               MOVE ZEROS                     TO WS-PIX-DV
           ELSE
               COMPUTE WS-PIX-DV = 11 - WS-PIX-RESTO-DIV
           END-IF
           .
