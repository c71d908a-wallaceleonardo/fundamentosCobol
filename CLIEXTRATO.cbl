      *                    SALDO DE ABERTURA DERIVADO SAIA TORTO,
      *                    POIS A CONFIRMACAO FINAL SO' TRAZ O
      *                    RESIDUAL
      *   15/10/2026 WT - ENTREGA PELO CANAL DO CLIENTE
      *                    (WS-CANAL-ENTREGA, COPY/CANALPR.CPY):
      *                    PAPEL VAI PARA O CLISTMT, E-MAIL GANHA UMA
      *                    ENTRADA NA FILA MAILQ COM O RESUMO DOS
      *                    SALDOS, AMBOS RECEBE OS DOIS; BOUNCE OU
      *                    ENDERECO SEM '@' CAI PARA O PAPEL.
      *                    CONTAGEM POR CANAL NO FIM
      *   15/10/2026 WT - A PAGINA TRAZ O ENDERECO DE CORRESPONDENCIA
      *                    DO CLIENTE (CLIEND TIPO 'C',
      *                    COPY/ENDERPR.CPY); SEM ELE, O ENDERECO DO
      *                    CLIENTE-MASTER
      *   15/10/2026 WT - LER O HISTORICO FATTOTHIST NO TAMANHO
      *                    NOVO DE 120 POSICOES (UF, CIDADE E DATA
      *                    DO CANCELAMENTO NO FIM DA LINHA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIEXTRATO.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EXTRATO.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.
       FD EXTRATO-CLIENTE.
       01 WS-REG-EXTRATO                          PIC X(100).

       FD FILA-EMAIL.
           COPY MAILQ.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       77 WS-FS-HISTORICO                    PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EXTRATO                      PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-QT-CLIENTES                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXTRATOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-EMAILS                       PIC 9(06) VALUE ZEROS.

      *    MES DE REFERENCIA (AAAAMM) - O MES DA DATA DE NEGOCIO.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.

           COPY RPTHDR.
           COPY DTNEGWS.
           COPY CANALWS.
           COPY ENDERWS.

       PROCEDURE DIVISION.
      *****************************************
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  CLIENTE-ENDERECO
           OPEN INPUT  PAGTO-PENDENTES
           OPEN OUTPUT EXTRATO-CLIENTE

      *    A FILA DE E-MAIL E' COMPARTILHADA: SO' ACRESCENTA.
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-EOF
      *****************************************
      * UM CLIENTE POR VOLTA: APURA AS QUATRO FONTES DO MES E SO'
      * IMPRIME A PAGINA SE HOUVE MOVIMENTO OU HA SALDO EM ABERTO.
      * A PAGINA VAI PARA QUEM RECEBE NO PAPEL; QUEM RECEBE POR
      * E-MAIL GANHA O RESUMO NA FILA MAILQ.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF WS-QT-MOVIMENTOS > ZEROS
              OR WS-SALDO-FECHAMENTO NOT = ZEROS
               PERFORM P-RESOLVE-CANAL
               IF ENTREGA-POR-EMAIL
                   PERFORM P850-ENFILEIRA-EMAIL
               END-IF
               IF ENTREGA-NO-PAPEL
                   PERFORM P300-ABRE-PAGINA
                   PERFORM P400-FATURAS-DO-MES
                   PERFORM P500-PAGTOS-DO-MES
                   PERFORM P550-PARCIAIS-DO-MES
                   PERFORM P600-JUROS-DO-MES
                   PERFORM P800-FECHA-PAGINA
                   ADD 1                      TO WS-QT-EXTRATOS
               END-IF
           END-IF

           PERFORM P100-LE-CLIENTE
           END-STRING
           WRITE WS-REG-EXTRATO

      *    O EXTRATO VAI PARA O ENDERECO DE CORRESPONDENCIA; SEM
      *    ELE, PARA O DO CADASTRO.
           MOVE WS-NUM-CLIENTE                TO WS-ENDR-CLIENTE
           MOVE 'C'                           TO WS-ENDR-TIPO
           PERFORM P-OBTEM-ENDERECO

           MOVE SPACES                        TO WS-REG-EXTRATO
           STRING 'ENDERECO: '  DELIMITED BY SIZE
                  WS-ENDR-ENDERECO DELIMITED BY '  '
                  ' - '         DELIMITED BY SIZE
                  WS-ENDR-CIDADE DELIMITED BY '  '
                  ' - '         DELIMITED BY SIZE
                  WS-ENDR-ESTADO DELIMITED BY '  '
                  INTO WS-REG-EXTRATO
           END-STRING
           WRITE WS-REG-EXTRATO

           MOVE SPACES                        TO WS-REG-EXTRATO
           STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
                  WS-MES-REF    DELIMITED BY SIZE
           SET EM-IMPRESSAO                   TO FALSE
           .

      *****************************************
      * RESUMO DO EXTRATO NA FILA MAILQ, COM OS TOTAIS DA PASSADA
      * DE APURACAO: SALDO DE ABERTURA (DERIVADO COMO NA PAGINA) E
      * SALDO DE FECHAMENTO. O EXTRATO NAO TEM PAGAMENTO PROPRIO:
      * REFERENCIA ZERADA, O BOUNCE VOLTA PELO ENDERECO.
      *****************************************
       P850-ENFILEIRA-EMAIL.
      *****************************************

           COMPUTE WS-SALDO-ABERTURA =
                   WS-SALDO-FECHAMENTO
                 - WS-TOT-FATURAS
                 - WS-TOT-JUROS
                 + WS-TOT-PAGTOS

           MOVE SPACES                        TO WS-REG-EMAILQ
           MOVE ZEROS                         TO MQ-NUM-PAGTO
           MOVE WS-EMAIL                      TO MQ-EMAIL
           MOVE ZEROS                         TO MQ-NIVEL

           MOVE WS-SALDO-ABERTURA             TO WS-VALOR-ED
           STRING 'EXTRATO ' DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  ' - ABERTURA ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO MQ-TEXTO
           END-STRING
           MOVE WS-SALDO-FECHAMENTO           TO WS-VALOR-ED
           MOVE ' FECHAMENTO '                TO MQ-TEXTO(43:12)
           MOVE WS-VALOR-ED                   TO MQ-TEXTO(55:16)
           WRITE WS-REG-EMAILQ

           ADD 1                              TO WS-QT-EMAILS
           .

      *****************************************
       P999-FIM.
      *****************************************
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
               CLOSE PAGTO-PENDENTES
           END-IF

           CLOSE EXTRATO-CLIENTE
           CLOSE FILA-EMAIL

           DISPLAY 'CLIENTES LIDOS.......: ' WS-QT-CLIENTES
           DISPLAY 'EXTRATOS GERADOS.....: ' WS-QT-EXTRATOS
           DISPLAY 'E-MAILS ENFILEIRADOS.: ' WS-QT-EMAILS
           PERFORM P-EXIBE-CANAIS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-EXTRATOS                 TO RUNLOG-QT-PROCESSADOS
           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY CANALPR.
           COPY ENDERPR.

       END PROGRAM DEMONSTRA-CLIEXTRATO.
