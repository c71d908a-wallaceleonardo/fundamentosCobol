      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DO TERRITORIO DE VENDA:
      *          P-CARREGA-TERRITORIOS LE O TERRIT PARA A TABELA
      *          (UMA VEZ POR EXECUCAO, EM P001-INICIO);
      *          P-OBTEM-REP-TERRITORIO DEVOLVE EM WS-TERR-REP O
      *          REPRESENTANTE DO CLIENTE WS-TERR-CLIENTE (UF
      *          WS-TERR-UF, CIDADE WS-TERR-CIDADE) NA DATA
      *          WS-TERR-DATA, COM TERR-ENCONTRADO LIGADO E O
      *          ALCANCE QUE DECIDIU EM WS-TERR-NIVEL. O CLIENTE
      *          NOMEADO VENCE A FAIXA DE CIDADES, QUE VENCE A UF;
      *          DENTRO DO ALCANCE VALE O INICIO MAIS RECENTE (NO
      *          EMPATE, A ULTIMA LINHA DA TABELA). O PROGRAMA
      *          PRECISA DO ARQUIVO TERRITORIOS ('TERRIT', FD COM
      *          COPY TERRIT) E DO COPY/TERRWS.CPY.
      ******************************************************************
       P-CARREGA-TERRITORIOS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-TERR

           OPEN INPUT TERRITORIOS

           IF WS-FS-TERRIT NOT = '00'
               DISPLAY 'AVISO: TABELA DE TERRITORIOS TERRIT '
                       'INDISPONIVEL: ' WS-FS-TERRIT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-TERRIT NOT = '00'
                      OR WS-QT-TAB-TERR = 300
               READ TERRITORIOS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-TERRIT = '00'
                  AND TERR-TIPO-VALIDO
                  AND TERR-DATA-INICIO IS NUMERIC
                   ADD 1                      TO WS-QT-TAB-TERR
                   MOVE TERR-TIPO
                       TO WS-TERR-TAB-TIPO(WS-QT-TAB-TERR)
                   MOVE TERR-ALCANCE
                       TO WS-TERR-TAB-ALCANCE(WS-QT-TAB-TERR)
                   MOVE TERR-REP
                       TO WS-TERR-TAB-REP(WS-QT-TAB-TERR)
                   MOVE TERR-DATA-INICIO
                       TO WS-TERR-TAB-INICIO(WS-QT-TAB-TERR)
               END-IF
           END-PERFORM

           IF WS-QT-TAB-TERR = 300 AND WS-FS-TERRIT = '00'
               DISPLAY 'AVISO: TABELA DE TERRITORIOS CHEIA (300)'
                       ' - LINHAS RESTANTES IGNORADAS'
           END-IF

           CLOSE TERRITORIOS
           .

      *****************************************
       P-OBTEM-REP-TERRITORIO.
      *****************************************

           SET TERR-ENCONTRADO                TO FALSE
           MOVE SPACES                        TO WS-TERR-REP
           MOVE SPACE                         TO WS-TERR-NIVEL
           INITIALIZE WS-TERR-MELHORES

           PERFORM VARYING WS-IX-TERR FROM 1 BY 1
                   UNTIL WS-IX-TERR > WS-QT-TAB-TERR
               IF WS-TERR-TAB-INICIO(WS-IX-TERR) <= WS-TERR-DATA
                   MOVE ZEROS                 TO WS-TERR-IX-NIVEL
                   EVALUATE WS-TERR-TAB-TIPO(WS-IX-TERR)
                       WHEN 'C'
                           IF WS-TERR-TAB-ALCANCE(WS-IX-TERR)(1:6)
                              = WS-TERR-CLIENTE
                               MOVE 1         TO WS-TERR-IX-NIVEL
                           END-IF
                       WHEN 'M'
                           PERFORM P-TERR-CONFERE-CIDADE
                       WHEN 'U'
                           IF WS-TERR-TAB-ALCANCE(WS-IX-TERR)(1:2)
                              = WS-TERR-UF
                               MOVE 3         TO WS-TERR-IX-NIVEL
                           END-IF
                   END-EVALUATE
                   IF WS-TERR-IX-NIVEL > ZEROS
                      AND WS-TERR-TAB-INICIO(WS-IX-TERR) >=
                          WS-TERR-MELHOR-INICIO(WS-TERR-IX-NIVEL)
                       MOVE WS-IX-TERR
                           TO WS-TERR-MELHOR-IX(WS-TERR-IX-NIVEL)
                       MOVE WS-TERR-TAB-INICIO(WS-IX-TERR)
                           TO WS-TERR-MELHOR-INICIO(WS-TERR-IX-NIVEL)
                   END-IF
               END-IF
           END-PERFORM

      *    DO ALCANCE MAIS ESPECIFICO PARA O MAIS GERAL; A LINHA
      *    VIGENTE COM REPRESENTANTE EM BRANCO ENCERROU O ALCANCE.
           PERFORM VARYING WS-TERR-IX-NIVEL FROM 1 BY 1
                   UNTIL WS-TERR-IX-NIVEL > 3
                      OR TERR-ENCONTRADO
               MOVE WS-TERR-MELHOR-IX(WS-TERR-IX-NIVEL)
                   TO WS-IX-TERR
               IF WS-IX-TERR > ZEROS
                   IF WS-TERR-TAB-REP(WS-IX-TERR) NOT = SPACES
                       SET TERR-ENCONTRADO    TO TRUE
                       MOVE WS-TERR-TAB-REP(WS-IX-TERR)
                           TO WS-TERR-REP
                       MOVE WS-TERR-TAB-TIPO(WS-IX-TERR)
                           TO WS-TERR-NIVEL
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * FAIXA DE CIDADES: MESMA UF E AS 7 PRIMEIRAS LETRAS DA
      * CIDADE ENTRE DE E ATE (ATE EM BRANCO = SO' A CIDADE DE).
      *****************************************
       P-TERR-CONFERE-CIDADE.
      *****************************************

           IF WS-TERR-TAB-ALCANCE(WS-IX-TERR)(1:2) NOT = WS-TERR-UF
               EXIT PARAGRAPH
           END-IF

           IF WS-TERR-TAB-ALCANCE(WS-IX-TERR)(10:7) = SPACES
               IF WS-TERR-CIDADE(1:7) =
                  WS-TERR-TAB-ALCANCE(WS-IX-TERR)(3:7)
                   MOVE 2                     TO WS-TERR-IX-NIVEL
               END-IF
           ELSE
               IF WS-TERR-CIDADE(1:7) >=
                  WS-TERR-TAB-ALCANCE(WS-IX-TERR)(3:7)
                  AND WS-TERR-CIDADE(1:7) <=
                  WS-TERR-TAB-ALCANCE(WS-IX-TERR)(10:7)
                   MOVE 2                     TO WS-TERR-IX-NIVEL
               END-IF
           END-IF
           .
