      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE CANAL DE ENTREGA DA FATURA E
      *          DO EXTRATO. P-RESOLVE-CANAL LE O WS-CANAL-ENTREGA DO
      *          CLIENTE JA LIDO EM WS-LAYOUT-1 E LIGA
      *          ENTREGA-NO-PAPEL E/OU ENTREGA-POR-EMAIL, CONTANDO O
      *          CANAL. QUEM PEDIU E-MAIL (OU AMBOS) MAS ESTA COM A
      *          MARCA DE BOUNCE (WS-SW-EMAIL-INVALIDO, GRAVADA POR
      *          DEMONSTRA-MAILRET) OU SEM '@' NO ENDERECO CAI PARA O
      *          PAPEL. P-CANAL-SEM-CADASTRO E' O CAMINHO DO CLIENTE
      *          QUE NAO ESTA NO CLIMAST: SO' PAPEL. O PROGRAMA
      *          PRECISA DO COPY/CANALWS.CPY.
      ******************************************************************
       P-RESOLVE-CANAL.
      *****************************************

           SET ENTREGA-NO-PAPEL               TO FALSE
           SET ENTREGA-POR-EMAIL              TO FALSE

           IF CANAL-EMAIL OR CANAL-AMBOS
               MOVE ZEROS                     TO WS-CANAL-QT-ARROBA
               INSPECT WS-EMAIL TALLYING WS-CANAL-QT-ARROBA
                       FOR ALL '@'
               IF EMAIL-DEVOLVIDO OR WS-CANAL-QT-ARROBA = ZEROS
                   SET ENTREGA-NO-PAPEL       TO TRUE
                   ADD 1                      TO WS-CANAL-QT-RECUO
                   ADD 1                      TO WS-CANAL-QT-PAPEL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   SET ENTREGA-POR-EMAIL      TO TRUE
                   ADD 1                      TO WS-CANAL-QT-EMAIL
               WHEN CANAL-AMBOS
                   SET ENTREGA-NO-PAPEL       TO TRUE
                   SET ENTREGA-POR-EMAIL      TO TRUE
                   ADD 1                      TO WS-CANAL-QT-AMBOS
               WHEN OTHER
                   SET ENTREGA-NO-PAPEL       TO TRUE
                   ADD 1                      TO WS-CANAL-QT-PAPEL
           END-EVALUATE
           .

      *****************************************
       P-CANAL-SEM-CADASTRO.
      *****************************************

           SET ENTREGA-NO-PAPEL               TO TRUE
           SET ENTREGA-POR-EMAIL              TO FALSE
           ADD 1                              TO WS-CANAL-QT-PAPEL
           .

      *****************************************
      * CONTAGEM POR CANAL NO RELATORIO DA EXECUCAO.
      *****************************************
       P-EXIBE-CANAIS.
      *****************************************

           DISPLAY 'ENTREGA SO PAPEL.....: ' WS-CANAL-QT-PAPEL
           DISPLAY 'ENTREGA SO E-MAIL....: ' WS-CANAL-QT-EMAIL
           DISPLAY 'ENTREGA PAPEL+E-MAIL.: ' WS-CANAL-QT-AMBOS
           DISPLAY 'E-MAIL RECUADO PAPEL.: ' WS-CANAL-QT-RECUO
           .
