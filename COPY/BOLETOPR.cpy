      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE BOLETO NO PADRAO FEBRABAN.
      *          P-BOLETO-PARAMETROS LE DO SISPARAM O BANCO, O
      *          CONVENIO E A CARTEIRA DO CEDENTE (CHAMAR DEPOIS DE
      *          P-CARREGA-PARAMETROS); P-MONTA-BOLETO MONTA, PARA
      *          WS-BOL-NUM-PAGTO, WS-BOL-VALOR E WS-BOL-VENC, O
      *          CODIGO DE BARRAS (DIGITO GERAL MODULO 11) E A LINHA
      *          DIGITAVEL (CAMPOS COM DIGITO MODULO 10), CRUA E
      *          EDITADA; P-VALIDA-LINHA CONFERE UMA LINHA DIGITADA
      *          (WS-BOL-LINHA-DIGITADA) - QUANTIDADE DE DIGITOS, OS
      *          TRES DIGITOS DE CAMPO, O DIGITO GERAL E O CEDENTE -
      *          E DEVOLVE O PAGAMENTO, O VALOR E O FATOR QUE ELA
      *          TRAZ. O VENCIMENTO PASSADO A P-MONTA-BOLETO DEVE SER
      *          UMA DATA VALIDA OU ZEROS. O PROGRAMA PRECISA DO
      *          COPY/BOLETOWS.CPY E DAS ROTINAS DE PARAMETROS
      *          (COPY/PARAMWS.CPY E COPY/PARAMPR.CPY).
      ******************************************************************
       P-BOLETO-PARAMETROS.
      *****************************************

           MOVE 'BOLETO-BANCO'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
              AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-BOL-BANCO
           END-IF

           MOVE 'BOLETO-CONVENIO'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
              AND WS-PARAM-VALOR < 10000000
               MOVE WS-PARAM-VALOR            TO WS-BOL-CONVENIO
           END-IF

           MOVE 'BOLETO-CARTEIRA'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
              AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-BOL-CARTEIRA
           END-IF
           .

      *****************************************
      * CODIGO DE BARRAS PRIMEIRO (O DIGITO GERAL DEPENDE DE TODAS AS
      * OUTRAS 43 POSICOES); A LINHA DIGITAVEL E' O MESMO CONTEUDO
      * REARRANJADO EM CAMPOS, CADA UM COM SEU DIGITO MODULO 10.
      *****************************************
       P-MONTA-BOLETO.
      *****************************************

           MOVE WS-BOL-BANCO                  TO WS-BOL-CB-BANCO
           MOVE 9                             TO WS-BOL-CB-MOEDA
           MOVE ZEROS                         TO WS-BOL-CB-DV

           PERFORM P-BOLETO-FATOR
           MOVE WS-BOL-FATOR                  TO WS-BOL-CB-FATOR
           MOVE WS-BOL-VALOR                  TO WS-BOL-CB-VALOR

           MOVE ZEROS                         TO WS-BOL-CB-ZEROS
           MOVE WS-BOL-CONVENIO               TO WS-BOL-CB-CONVENIO
           MOVE WS-BOL-NUM-PAGTO              TO WS-BOL-CB-NOSSO-NUM
           MOVE WS-BOL-CARTEIRA               TO WS-BOL-CB-CARTEIRA

           PERFORM P-BOLETO-MOD11
           MOVE WS-BOL-M11-DV                 TO WS-BOL-CB-DV

           MOVE WS-BOL-CB-TEXTO(1:4)          TO WS-BOL-LD-CAMPO1(1:4)
           MOVE WS-BOL-CB-TEXTO(20:5)         TO WS-BOL-LD-CAMPO1(5:5)
           MOVE WS-BOL-CB-TEXTO(25:10)        TO WS-BOL-LD-CAMPO2
           MOVE WS-BOL-CB-TEXTO(35:10)        TO WS-BOL-LD-CAMPO3
           MOVE WS-BOL-CB-DV                  TO WS-BOL-LD-DV-GERAL
           MOVE WS-BOL-CB-TEXTO(6:14)         TO WS-BOL-LD-CAMPO5

           MOVE WS-BOL-LD-CAMPO1              TO WS-BOL-M10-CAMPO
           MOVE 9                             TO WS-BOL-M10-TAM
           PERFORM P-BOLETO-MOD10
           MOVE WS-BOL-M10-DV                 TO WS-BOL-LD-DV1

           MOVE WS-BOL-LD-CAMPO2              TO WS-BOL-M10-CAMPO
           MOVE 10                            TO WS-BOL-M10-TAM
           PERFORM P-BOLETO-MOD10
           MOVE WS-BOL-M10-DV                 TO WS-BOL-LD-DV2

           MOVE WS-BOL-LD-CAMPO3              TO WS-BOL-M10-CAMPO
           MOVE 10                            TO WS-BOL-M10-TAM
           PERFORM P-BOLETO-MOD10
           MOVE WS-BOL-M10-DV                 TO WS-BOL-LD-DV3

           PERFORM P-BOLETO-EDITA-LINHA
           .

      *****************************************
      * A LINHA DIGITADA PELO OPERADOR (COPIADA DO COMPROVANTE DO
      * CLIENTE) PODE VIR COM PONTOS, ESPACOS E TRACOS; SO' OS
      * DIGITOS CONTAM. CONFERE OS DIGITOS NA ORDEM EM QUE O BANCO
      * OS CONFERE E, NO FIM, SE O BOLETO E' MESMO DESTE CEDENTE.
      *****************************************
       P-VALIDA-LINHA.
      *****************************************

           SET LINHA-VALIDA                   TO TRUE
           MOVE SPACES                        TO WS-BOL-MOTIVO
           MOVE SPACES                        TO WS-BOL-LINHA-TEXTO
           MOVE SPACES                        TO WS-BOL-LINHA-ED
           MOVE ZEROS                         TO WS-BOL-QT-DIGITOS
           MOVE ZEROS                         TO WS-BOL-NUM-PAGTO
           MOVE ZEROS                         TO WS-BOL-VALOR
           MOVE ZEROS                         TO WS-BOL-FATOR

           PERFORM VARYING WS-BOL-IX FROM 1 BY 1
                   UNTIL WS-BOL-IX > 60
               EVALUATE TRUE
                   WHEN WS-BOL-LINHA-DIGITADA(WS-BOL-IX:1) IS NUMERIC
                       ADD 1                  TO WS-BOL-QT-DIGITOS
                       IF WS-BOL-QT-DIGITOS NOT > 47
                           MOVE WS-BOL-LINHA-DIGITADA(WS-BOL-IX:1)
                             TO WS-BOL-LINHA-TEXTO(WS-BOL-QT-DIGITOS:1)
                       END-IF
                   WHEN WS-BOL-LINHA-DIGITADA(WS-BOL-IX:1) = SPACE
                     OR WS-BOL-LINHA-DIGITADA(WS-BOL-IX:1) = '.'
                     OR WS-BOL-LINHA-DIGITADA(WS-BOL-IX:1) = '-'
                       CONTINUE
                   WHEN OTHER
                       SET LINHA-VALIDA       TO FALSE
                       MOVE 'CARACTERE INVALIDO NA LINHA'
                                              TO WS-BOL-MOTIVO
               END-EVALUATE
           END-PERFORM

           IF LINHA-VALIDA
              AND WS-BOL-QT-DIGITOS NOT = 47
               SET LINHA-VALIDA               TO FALSE
               MOVE 'A LINHA DEVE TER 47 DIGITOS'
                                              TO WS-BOL-MOTIVO
           END-IF

           IF LINHA-VALIDA
               MOVE WS-BOL-LD-CAMPO1          TO WS-BOL-M10-CAMPO
               MOVE 9                         TO WS-BOL-M10-TAM
               PERFORM P-BOLETO-MOD10
               IF WS-BOL-M10-DV NOT = WS-BOL-LD-DV1
                   SET LINHA-VALIDA           TO FALSE
                   MOVE 'DIGITO DO 1O. CAMPO NAO CONFERE'
                                              TO WS-BOL-MOTIVO
               END-IF
           END-IF

           IF LINHA-VALIDA
               MOVE WS-BOL-LD-CAMPO2          TO WS-BOL-M10-CAMPO
               MOVE 10                        TO WS-BOL-M10-TAM
               PERFORM P-BOLETO-MOD10
               IF WS-BOL-M10-DV NOT = WS-BOL-LD-DV2
                   SET LINHA-VALIDA           TO FALSE
                   MOVE 'DIGITO DO 2O. CAMPO NAO CONFERE'
                                              TO WS-BOL-MOTIVO
               END-IF
           END-IF

           IF LINHA-VALIDA
               MOVE WS-BOL-LD-CAMPO3          TO WS-BOL-M10-CAMPO
               MOVE 10                        TO WS-BOL-M10-TAM
               PERFORM P-BOLETO-MOD10
               IF WS-BOL-M10-DV NOT = WS-BOL-LD-DV3
                   SET LINHA-VALIDA           TO FALSE
                   MOVE 'DIGITO DO 3O. CAMPO NAO CONFERE'
                                              TO WS-BOL-MOTIVO
               END-IF
           END-IF

      *    REMONTA O CODIGO DE BARRAS A PARTIR DOS CAMPOS DA LINHA E
      *    RECALCULA O DIGITO GERAL.
           IF LINHA-VALIDA
               MOVE WS-BOL-LD-CAMPO1(1:4)     TO WS-BOL-CB-TEXTO(1:4)
               MOVE WS-BOL-LD-DV-GERAL        TO WS-BOL-CB-DV
               MOVE WS-BOL-LD-CAMPO5          TO WS-BOL-CB-TEXTO(6:14)
               MOVE WS-BOL-LD-CAMPO1(5:5)     TO WS-BOL-CB-TEXTO(20:5)
               MOVE WS-BOL-LD-CAMPO2          TO WS-BOL-CB-TEXTO(25:10)
               MOVE WS-BOL-LD-CAMPO3          TO WS-BOL-CB-TEXTO(35:10)
               PERFORM P-BOLETO-MOD11
               IF WS-BOL-M11-DV NOT = WS-BOL-LD-DV-GERAL
                   SET LINHA-VALIDA           TO FALSE
                   MOVE 'DIGITO GERAL NAO CONFERE'
                                              TO WS-BOL-MOTIVO
               END-IF
           END-IF

           IF LINHA-VALIDA
               IF WS-BOL-CB-BANCO NOT = WS-BOL-BANCO
                  OR WS-BOL-CB-MOEDA NOT = 9
                  OR WS-BOL-CB-ZEROS NOT = ZEROS
                  OR WS-BOL-CB-CONVENIO NOT = WS-BOL-CONVENIO
                   SET LINHA-VALIDA           TO FALSE
                   MOVE 'BOLETO NAO E DESTE CEDENTE'
                                              TO WS-BOL-MOTIVO
               END-IF
           END-IF

           IF LINHA-VALIDA
              AND WS-BOL-CB-NOSSO-NUM > 999999
               SET LINHA-VALIDA               TO FALSE
               MOVE 'NOSSO NUMERO FORA DA FAIXA DE PAGAMENTOS'
                                              TO WS-BOL-MOTIVO
           END-IF

           IF LINHA-VALIDA
               MOVE WS-BOL-CB-NOSSO-NUM       TO WS-BOL-NUM-PAGTO
               MOVE WS-BOL-CB-VALOR           TO WS-BOL-VALOR
               MOVE WS-BOL-CB-FATOR           TO WS-BOL-FATOR
               PERFORM P-BOLETO-EDITA-LINHA
           END-IF
           .

      *****************************************
      * FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997. PASSANDO DE 9999,
      * O FATOR RECOMECA EM 1000 (REGRA FEBRABAN DO ESGOTAMENTO DO
      * FATOR, 22/02/2025). SEM VENCIMENTO, FATOR 0000.
      *****************************************
       P-BOLETO-FATOR.
      *****************************************

           MOVE ZEROS                         TO WS-BOL-FATOR

           IF WS-BOL-VENC > WS-BOL-DATA-BASE
               COMPUTE WS-BOL-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-BOL-VENC)
                     - FUNCTION INTEGER-OF-DATE(WS-BOL-DATA-BASE)
               PERFORM UNTIL WS-BOL-DIAS < 10000
                   SUBTRACT 9000              FROM WS-BOL-DIAS
               END-PERFORM
               MOVE WS-BOL-DIAS               TO WS-BOL-FATOR
           END-IF
           .

      *****************************************
      * MODULO 11 SOBRE AS 43 POSICOES DO CODIGO DE BARRAS SEM O
      * PROPRIO DIGITO, PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA.
      * RESULTADO 0, 10 OU 11 VIRA 1.
      *****************************************
       P-BOLETO-MOD11.
      *****************************************

           MOVE WS-BOL-CB-TEXTO(1:4)          TO WS-BOL-M11-BASE(1:4)
           MOVE WS-BOL-CB-TEXTO(6:39)         TO WS-BOL-M11-BASE(5:39)

           MOVE ZEROS                         TO WS-BOL-SOMA
           MOVE 2                             TO WS-BOL-PESO

           PERFORM VARYING WS-BOL-IX FROM 43 BY -1
                   UNTIL WS-BOL-IX < 1
               MOVE WS-BOL-M11-BASE(WS-BOL-IX:1)  TO WS-BOL-DIGITO
               COMPUTE WS-BOL-PRODUTO = WS-BOL-DIGITO * WS-BOL-PESO
               ADD WS-BOL-PRODUTO             TO WS-BOL-SOMA
               ADD 1                          TO WS-BOL-PESO
               IF WS-BOL-PESO > 9
                   MOVE 2                     TO WS-BOL-PESO
               END-IF
           END-PERFORM

           DIVIDE WS-BOL-SOMA BY 11 GIVING WS-BOL-QUOCIENTE
                                    REMAINDER WS-BOL-RESTO

           IF WS-BOL-RESTO < 2
               MOVE 1                         TO WS-BOL-M11-DV
           ELSE
               COMPUTE WS-BOL-M11-DV = 11 - WS-BOL-RESTO
           END-IF
           .

      *****************************************
      * MODULO 10 SOBRE AS WS-BOL-M10-TAM PRIMEIRAS POSICOES DE
      * WS-BOL-M10-CAMPO, PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      * ESQUERDA, SOMANDO OS ALGARISMOS DE CADA PRODUTO.
      *****************************************
       P-BOLETO-MOD10.
      *****************************************

           MOVE ZEROS                         TO WS-BOL-SOMA
           MOVE 2                             TO WS-BOL-PESO

           PERFORM VARYING WS-BOL-IX FROM WS-BOL-M10-TAM BY -1
                   UNTIL WS-BOL-IX < 1
               MOVE WS-BOL-M10-CAMPO(WS-BOL-IX:1) TO WS-BOL-DIGITO
               COMPUTE WS-BOL-PRODUTO = WS-BOL-DIGITO * WS-BOL-PESO
               IF WS-BOL-PRODUTO > 9
                   SUBTRACT 9                 FROM WS-BOL-PRODUTO
               END-IF
               ADD WS-BOL-PRODUTO             TO WS-BOL-SOMA
               IF WS-BOL-PESO = 2
                   MOVE 1                     TO WS-BOL-PESO
               ELSE
                   MOVE 2                     TO WS-BOL-PESO
               END-IF
           END-PERFORM

           DIVIDE WS-BOL-SOMA BY 10 GIVING WS-BOL-QUOCIENTE
                                    REMAINDER WS-BOL-RESTO

           IF WS-BOL-RESTO = ZEROS
               MOVE ZEROS                     TO WS-BOL-M10-DV
           ELSE
               COMPUTE WS-BOL-M10-DV = 10 - WS-BOL-RESTO
           END-IF
           .

      *****************************************
      * AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEEEEEEEEEEE
      *****************************************
       P-BOLETO-EDITA-LINHA.
      *****************************************

           MOVE SPACES                        TO WS-BOL-LINHA-ED
           STRING WS-BOL-LINHA-TEXTO(1:5)     DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(6:5)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(11:5)    DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(16:6)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(22:5)    DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(27:6)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(33:1)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-BOL-LINHA-TEXTO(34:14)   DELIMITED BY SIZE
                  INTO WS-BOL-LINHA-ED
           END-STRING
           .
