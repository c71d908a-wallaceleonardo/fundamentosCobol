      *                    MARCADO POR DEMONSTRA-AGPLACE): ENQUANTO
      *                    A AGENCIA TRABALHA O CASO, NEM CARTA NEM
      *                    ESCALADA
      *   15/10/2026 WT - A CARTA SAI COM A LINHA DIGITAVEL DO BOLETO
      *                    DO PAGAMENTO (COPY/BOLETOPR.CPY; CEDENTE NO
      *                    SISPARAM), PARA O CLIENTE PAGAR SEM PEDIR
      *                    SEGUNDA VIA
      *   15/10/2026 WT - A CARTA TRAZ TAMBEM O IDENTIFICADOR DA
      *                    COBRANCA PIX (TXID, COPY/PIXPR.CPY) DO
      *                    PAGAMENTO
      *   15/10/2026 WT - A FILA MAILQ PASSA A SER ACRESCENTADA (OPEN
      *                    EXTEND) EM VEZ DE RECRIADA: A FATURA E O
      *                    EXTRATO MENSAL TAMBEM ENFILEIRAM E-MAILS
      *                    NELA (LAYOUT EM COPY/MAILQ.CPY)
      *   15/10/2026 WT - A CARTA SAI PARA O ENDERECO DE
      *                    CORRESPONDENCIA DO CLIENTE (CLIEND TIPO
      *                    'C', COPY/ENDERPR.CPY); SEM ELE, PARA O
      *                    ENDERECO DO CLIENTE-MASTER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTODUN.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT CARTAS-COBRANCA     ASSIGN TO 'DUNNOTICE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CARTAS.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD CARTAS-COBRANCA.
       01 WS-REG-CARTA                            PIC X(80).

      *    A ENVIAR; O RETORNO DO GATEWAY (MAILSTAT) E' PROCESSADO
      *    POR DEMONSTRA-MAILRET.
       FD FILA-EMAIL.
           COPY MAILQ.

       FD RUN-LOG.
           COPY RUNLOG.
       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.

           COPY DTNEGWS.

           COPY PARAMWS.

           COPY BOLETOWS.

           COPY PIXWS.

           COPY ENDERWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           PERFORM P-BOLETO-PARAMETROS

           PERFORM P050-CARREGA-SCORES

           OPEN I-O   PAGTO-PENDENTES
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CLIENTE-ENDERECO
           OPEN OUTPUT CARTAS-COBRANCA

      *    A FILA E' COMPARTILHADA COM A FATURA E O EXTRATO: CADA
      *    PROGRAMA ACRESCENTA, NINGUEM TRUNCA A DOS OUTROS.
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
           END-STRING
           WRITE WS-REG-CARTA

      *    A CARTA VAI PARA O ENDERECO DE CORRESPONDENCIA; SEM ELE,
      *    PARA O DO CADASTRO.
           MOVE PAGTO-NUM-CLIENTE             TO WS-ENDR-CLIENTE
           MOVE 'C'                           TO WS-ENDR-TIPO
           PERFORM P-OBTEM-ENDERECO

           MOVE SPACES                        TO WS-REG-CARTA
           STRING 'ENDERECO: '  DELIMITED BY SIZE
                  WS-ENDR-ENDERECO DELIMITED BY '  '
                  ' - '         DELIMITED BY SIZE
                  WS-ENDR-CIDADE DELIMITED BY '  '
                  INTO WS-REG-CARTA
           END-STRING
           WRITE WS-REG-CARTA
           END-STRING
           WRITE WS-REG-CARTA

           PERFORM P550-LINHA-BOLETO

           MOVE 'FAVOR REGULARIZAR O PAGAMENTO JUNTO AO SETOR DE'
                                               TO WS-REG-CARTA
           WRITE WS-REG-CARTA
           ADD 1                              TO WS-QT-CARTAS
           .

      *****************************************
      * A LINHA DIGITAVEL DO BOLETO ORIGINAL (VALOR E VENCIMENTO DO
      * PAGAMENTO; VENCIMENTO ILEGIVEL SAI COM FATOR ZERADO) E O
      * TXID DA COBRANCA PIX.
      *****************************************
       P550-LINHA-BOLETO.
      *****************************************

           MOVE PAGTO-NUMERO                  TO WS-BOL-NUM-PAGTO
           MOVE PAGTO-VALOR                   TO WS-BOL-VALOR
           MOVE ZEROS                         TO WS-BOL-VENC
           IF PAGTO-DATA-VENC(1:2) IS NUMERIC
              AND PAGTO-DATA-VENC(4:2) IS NUMERIC
              AND PAGTO-DATA-VENC(7:4) IS NUMERIC
               MOVE PAGTO-DATA-VENC(7:4)      TO WS-BOL-VENC(1:4)
               MOVE PAGTO-DATA-VENC(4:2)      TO WS-BOL-VENC(5:2)
               MOVE PAGTO-DATA-VENC(1:2)      TO WS-BOL-VENC(7:2)
           END-IF
           PERFORM P-MONTA-BOLETO

           MOVE 'PARA PAGAR, USE A LINHA DIGITAVEL ABAIXO EM QUALQUER'
                                               TO WS-REG-CARTA
           WRITE WS-REG-CARTA
           MOVE 'BANCO, LOTERICA OU APLICATIVO:' TO WS-REG-CARTA
           WRITE WS-REG-CARTA
           MOVE SPACES                        TO WS-REG-CARTA
           MOVE WS-BOL-LINHA-ED               TO WS-REG-CARTA(3:54)
           WRITE WS-REG-CARTA

           MOVE PAGTO-NUMERO                  TO WS-PIX-NUM-PAGTO
           PERFORM P-MONTA-TXID
           MOVE 'OU POR PIX, INFORMANDO O IDENTIFICADOR (TXID):'
                                               TO WS-REG-CARTA
           WRITE WS-REG-CARTA
           MOVE SPACES                        TO WS-REG-CARTA
           MOVE WS-PIX-TXID-TEXTO             TO WS-REG-CARTA(3:35)
           WRITE WS-REG-CARTA
           .

      *****************************************
      * ALEM DO PAPEL, O AVISO SAI POR E-MAIL QUANDO O CLIENTE TEM
      * ENDERECO COM '@' E SEM MARCA DE BOUNCE - COM BOUNCE OU SEM
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF

           CLOSE CARTAS-COBRANCA
           CLOSE FILA-EMAIL


           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY BOLETOPR.
           COPY PIXPR.
           COPY ENDERPR.

       END PROGRAM DEMONSTRA-PAGTODUN.
