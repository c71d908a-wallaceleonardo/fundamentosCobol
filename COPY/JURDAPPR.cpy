      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: APLICA UMA DISPENSA DE JUROS DE MORA APROVADA: O
      *          CHAMADOR MONTA WS-REG-JURDISP (COPY/JURDPROP.CPY) COM
      *          O PAGAMENTO, O VALOR, DSP-APROVADOR E
      *          DSP-DATA-DECISAO E FAZ 'PERFORM P-APLICA-DISPENSA'.
      *          O VALOR SAI DE PAGTO-VALOR E DE PAGTO-JUROS-ACUM E
      *          SOMA EM PAGTO-JUROS-DISPENSA (PARA O PAGTOJUR NAO
      *          RECOBRAR), O REGISTRO E' REGRAVADO NO LUGAR, A
      *          TRILHA PAGTOAUD RECEBE A LINHA DE ORIGEM WAIVER (A
      *          SITUACAO NAO MUDA) E O MOVIMENTO JURDMOV RECEBE O
      *          ESTORNO DA RECEITA DE JUROS PARA O GLEXTRACT.
      *          DSP-SITUACAO VOLTA 'X' (COM DISPENSA-APLICADA) OU
      *          'E' SEM EFEITO, COM O MOTIVO EM WS-DSP-MENSAGEM.
      *          O PROGRAMA PRECISA DO PAGTO-PENDENTES ABERTO EM I-O,
      *          DO PAGTO-AUDITORIA ('PAGTOAUD', COPY PAGAUDPR), DO
      *          ARQUIVO JUROS-DISPENSADOS ('JURDMOV', FD COM O
      *          COPY/JURDMOV.CPY), DO COPY/JURDAPWS.CPY E DO
      *          WS-DATA-NEGOCIO (COPY/DTNEGWS.CPY).
      ******************************************************************
       P-APLICA-DISPENSA.
      *****************************************

           SET DISPENSA-APLICADA              TO FALSE
           MOVE SPACES                        TO WS-DSP-MENSAGEM
           MOVE 'E'                           TO DSP-SITUACAO

           MOVE DSP-NUM-PAGTO                 TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE 'PAGAMENTO NAO ENCONTRADO NO PAGTOPEND'
                                              TO WS-DSP-MENSAGEM
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-ATRASADO AND NOT PAGTO-PENDENTE
               MOVE 'PAGAMENTO NAO ESTA MAIS EM ABERTO'
                                              TO WS-DSP-MENSAGEM
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF PAGTO-JUROS-DISPENSA IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-DISPENSA
           END-IF

           IF DSP-VALOR = ZEROS OR DSP-VALOR > PAGTO-JUROS-ACUM
               MOVE 'VALOR ZERADO OU ACIMA DOS JUROS ACUMULADOS'
                                              TO WS-DSP-MENSAGEM
               EXIT PARAGRAPH
           END-IF

           SUBTRACT DSP-VALOR                 FROM PAGTO-VALOR
           SUBTRACT DSP-VALOR                 FROM PAGTO-JUROS-ACUM
           ADD DSP-VALOR                      TO PAGTO-JUROS-DISPENSA

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE SPACES                    TO WS-DSP-MENSAGEM
               STRING 'ERRO AO REGRAVAR O PAGAMENTO: '
                                              DELIMITED BY SIZE
                      WS-FS-PAGTOPEND         DELIMITED BY SIZE
                      INTO WS-DSP-MENSAGEM
               END-STRING
               EXIT PARAGRAPH
           END-IF

      *    A DISPENSA NAO MUDA A SITUACAO, MAS FICA NA TRILHA.
           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'WAIVER'                      TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD

           OPEN EXTEND JUROS-DISPENSADOS
           IF WS-FS-JURDMOV = '35'
               OPEN OUTPUT JUROS-DISPENSADOS
           END-IF

           IF WS-FS-JURDMOV = '00'
               MOVE PAGTO-NUMERO              TO JDM-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO JDM-NUM-CLIENTE
               MOVE DSP-VALOR                 TO JDM-VALOR
               MOVE WS-DATA-NEGOCIO           TO JDM-DATA
               WRITE WS-REG-JURDMOV
               CLOSE JUROS-DISPENSADOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O JURDMOV: ' WS-FS-JURDMOV
                       ' - ESTORNO CONTABIL DO PAGAMENTO '
                       PAGTO-NUMERO ' A LANCAR MANUALMENTE'
           END-IF

           MOVE 'X'                           TO DSP-SITUACAO
           SET DISPENSA-APLICADA              TO TRUE
           .
