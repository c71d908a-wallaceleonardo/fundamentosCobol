      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: TRAZ PARA O LAYOUT ATUAL (COPY/CLIHIST.CPY, 657
      *          POSICOES) A LINHA DO CLIHIST GRAVADA NO LAYOUT
      *          ANTERIOR (441 POSICOES: IMAGENS X(200) NAS POSICOES
      *          42-241 E 242-441, SEM OPERADOR NEM APROVADOR). O
      *          CHAMADOR FAZ 'PERFORM P-CONVERTE-CLIHIST' LOGO
      *          DEPOIS DE CADA READ DO CLIHIST E USA A LINHA COMO SE
      *          FOSSE NOVA. A LINHA ANTIGA SE RECONHECE PELA POSICAO
      *          201 DA IMAGEM ANTES: ALI ESTA' O NUMERO DO CLIENTE
      *          DA IMAGEM DEPOIS ANTIGA (NUMERICO), ENQUANTO NO
      *          LAYOUT ATUAL ESTA' O TIPO DE DOCUMENTO DE
      *          WS-LAYOUT-1 ('F', 'J' OU BRANCO). NA EXCLUSAO ANTIGA
      *          (IMAGEM DEPOIS EM BRANCO) AS POSICOES JA COINCIDEM.
      *          CAMPOS DE TRABALHO EM COPY/CLIHCVWS.CPY.
      ******************************************************************
       P-CONVERTE-CLIHIST.
      *****************************************

           SET CLIHIST-CONVERTIDO              TO FALSE

           IF HIST-IMAGEM-ANTES(201:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CLIHIST(42:400)         TO WS-CLIHCV-IMAGENS
           MOVE WS-CLIHCV-ANTES                TO HIST-IMAGEM-ANTES
           MOVE WS-CLIHCV-DEPOIS               TO HIST-IMAGEM-DEPOIS
           MOVE SPACES                         TO HIST-OPERADOR
           MOVE SPACES                         TO HIST-APROVADOR

           SET CLIHIST-CONVERTIDO              TO TRUE
           .
