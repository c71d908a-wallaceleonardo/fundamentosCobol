      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE EDICAO DO DOCUMENTO FISCAL
      *          DO CLIENTE (CPF OU CNPJ). SEPARA OS DIGITOS DE
      *          DOCVAL-ENTRADA (ACEITA PONTO, HIFEN, BARRA E
      *          BRANCOS COMO PONTUACAO), DEDUZ O TIPO PELA
      *          QUANTIDADE DE DIGITOS (11 = CPF, 14 = CNPJ), CONFERE
      *          COM O TIPO ESPERADO EM DOCVAL-TIPO QUANDO INFORMADO,
      *          RECUSA SEQUENCIAS DE DIGITOS IGUAIS E CONFERE OS DOIS
      *          DIGITOS VERIFICADORES PELO ALGORITMO OFICIAL DA
      *          RECEITA FEDERAL (MODULO 11: RESTO MENOR QUE 2 = 0,
      *          SENAO 11 MENOS O RESTO). AS AREAS DE TRABALHO SAO
      *          TRAZIDAS PELO COPY/DOCVAL.CPY.
      *          USE 'PERFORM P-VALIDA-DOCUMENTO'.
      ******************************************************************
       P-VALIDA-DOCUMENTO.
      *****************************************

           SET DOCUMENTO-VALIDO               TO FALSE
           MOVE SPACES                        TO DOCVAL-MOTIVO
           MOVE SPACES                        TO DOCVAL-NUMERO
           MOVE ZEROS                         TO DOCVAL-QT-DIGITOS

           IF DOCVAL-TIPO NOT = SPACE
              AND NOT DOCVAL-CPF AND NOT DOCVAL-CNPJ
               MOVE 'TIPO DE DOCUMENTO INVALIDO'
                                               TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF DOCVAL-ENTRADA = SPACES OR LOW-VALUES
               MOVE 'DOCUMENTO NAO INFORMADO'  TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DOCVAL-IX FROM 1 BY 1
                   UNTIL DOCVAL-IX > 18
               EVALUATE TRUE
                   WHEN DOCVAL-ENTRADA(DOCVAL-IX:1) IS NUMERIC
                       ADD 1                  TO DOCVAL-QT-DIGITOS
                       IF DOCVAL-QT-DIGITOS NOT > 14
                           MOVE DOCVAL-ENTRADA(DOCVAL-IX:1)
                             TO DOCVAL-NUMERO(DOCVAL-QT-DIGITOS:1)
                       END-IF
                   WHEN DOCVAL-ENTRADA(DOCVAL-IX:1) = '.' OR '-'
                                                   OR '/' OR SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'DOCUMENTO COM CARACTER INVALIDO'
                                               TO DOCVAL-MOTIVO
                       MOVE SPACES            TO DOCVAL-NUMERO
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EVALUATE DOCVAL-QT-DIGITOS
               WHEN 11
                   IF DOCVAL-CNPJ
                       MOVE 'CNPJ DEVE TER 14 DIGITOS'
                                               TO DOCVAL-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   SET DOCVAL-CPF             TO TRUE
               WHEN 14
                   IF DOCVAL-CPF
                       MOVE 'CPF DEVE TER 11 DIGITOS'
                                               TO DOCVAL-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   SET DOCVAL-CNPJ            TO TRUE
               WHEN OTHER
                   MOVE 'QUANTIDADE DE DIGITOS INVALIDA'
                                               TO DOCVAL-MOTIVO
                   MOVE SPACES                TO DOCVAL-NUMERO
                   EXIT PARAGRAPH
           END-EVALUATE

      *    000.000.000-00, 111.111.111-11 ETC. PASSAM NO MODULO 11
      *    MAS NAO SAO DOCUMENTOS EMITIDOS.
           SET DIGITOS-TODOS-IGUAIS           TO TRUE
           PERFORM VARYING DOCVAL-IX FROM 2 BY 1
                   UNTIL DOCVAL-IX > DOCVAL-QT-DIGITOS
               IF DOCVAL-DIGITO(DOCVAL-IX) NOT = DOCVAL-DIGITO(1)
                   SET DIGITOS-TODOS-IGUAIS   TO FALSE
               END-IF
           END-PERFORM

           IF DIGITOS-TODOS-IGUAIS
               MOVE 'DOCUMENTO COM DIGITOS TODOS IGUAIS'
                                               TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *    PRIMEIRO DIGITO VERIFICADOR SOBRE OS 9 (CPF) OU 12 (CNPJ)
      *    PRIMEIROS DIGITOS; O SEGUNDO SOBRE UM DIGITO A MAIS.
           SUBTRACT 2 FROM DOCVAL-QT-DIGITOS GIVING DOCVAL-QT-BASE
           PERFORM P-DOCVAL-CALCULA-DV
           IF DOCVAL-DV NOT = DOCVAL-DIGITO(DOCVAL-QT-BASE + 1)
               MOVE 'DIGITO VERIFICADOR NAO CONFERE'
                                               TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO DOCVAL-QT-BASE
           PERFORM P-DOCVAL-CALCULA-DV
           IF DOCVAL-DV NOT = DOCVAL-DIGITO(DOCVAL-QT-BASE + 1)
               MOVE 'DIGITO VERIFICADOR NAO CONFERE'
                                               TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           SET DOCUMENTO-VALIDO               TO TRUE
           .

      *****************************************
      * DIGITO VERIFICADOR SOBRE OS DOCVAL-QT-BASE PRIMEIROS
      * DIGITOS. CPF: PESOS DECRESCENTES ATE 2, COMECANDO EM
      * DOCVAL-QT-BASE + 1 (10 OU 11). CNPJ: OS ULTIMOS
      * DOCVAL-QT-BASE PESOS DA TABELA DOCVAL-PESO-CNPJ.
      *****************************************
       P-DOCVAL-CALCULA-DV.
      *****************************************

           MOVE ZEROS                         TO DOCVAL-SOMA

           PERFORM VARYING DOCVAL-IX FROM 1 BY 1
                   UNTIL DOCVAL-IX > DOCVAL-QT-BASE
               IF DOCVAL-CPF
                   COMPUTE DOCVAL-PESO = DOCVAL-QT-BASE + 2
                                       - DOCVAL-IX
               ELSE
                   MOVE DOCVAL-PESO-CNPJ(DOCVAL-IX + 13
                                         - DOCVAL-QT-BASE)
                                               TO DOCVAL-PESO
               END-IF
               COMPUTE DOCVAL-SOMA = DOCVAL-SOMA
                       + DOCVAL-DIGITO(DOCVAL-IX) * DOCVAL-PESO
           END-PERFORM

           DIVIDE DOCVAL-SOMA BY 11 GIVING DOCVAL-QUOCIENTE
                  REMAINDER DOCVAL-RESTO

           IF DOCVAL-RESTO < 2
               MOVE ZERO                      TO DOCVAL-DV
           ELSE
               COMPUTE DOCVAL-DV = 11 - DOCVAL-RESTO
           END-IF
           .
