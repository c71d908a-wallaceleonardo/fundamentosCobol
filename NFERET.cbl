      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO RETORNO DA AUTORIZACAO DAS NOTAS
      *          FISCAIS ELETRONICAS (NFERETORNO, DEPOSITADO PELO
      *          GATEWAY FISCAL DEPOIS DA TRANSMISSAO DO NFEENV): CADA
      *          LINHA E' CASADA PELA CHAVE DE ACESSO COM O CADASTRO
      *          NFEMAST. AUTORIZADA GUARDA O PROTOCOLO E A DATA-HORA
      *          DA AUTORIZACAO - SO' ENTAO O DOCUMENTO DA FATURA SAI
      *          (DEMONSTRA-FATPRINT); REJEITADA GUARDA O CODIGO E O
      *          MOTIVO DA SEFAZ E VAI PARA O RETRABALHO DO FISCAL,
      *          QUE CORRIGE O CADASTRO E LIBERA O REENVIO NO NFEREENV
      *          (DEMONSTRA-NFEGER). O RELATORIO NFERWK LISTA O
      *          RETORNO SEM NOTA E TODAS AS NOTAS EM RETRABALHO -
      *          REJEITADAS E IMPEDIDAS POR CADASTRO INCOMPLETO. O
      *          MESMO RETORNO PROCESSADO DE NOVO NAO MUDA NADA.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-NFERET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-RETORNO         ASSIGN TO 'NFERETORNO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RETORNO.

           SELECT NFE-MASTER          ASSIGN TO 'NFEMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NFE-NUM-FATURA
                                       ALTERNATE RECORD KEY NFE-CHAVE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-NFEMAST.

           SELECT RETRABALHO-RPT      ASSIGN TO 'NFERWK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD NFE-RETORNO.
           COPY NFERTN.

       FD NFE-MASTER.
           COPY NFEMAST.

       FD RETRABALHO-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RETORNO                      PIC X(02) VALUE '00'.
       77 WS-FS-NFEMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    CONTADORES DO RETORNO E DO RETRABALHO.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-AUTORIZADAS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-REJEITADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-REPETIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-NOTA                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-INVALIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RETRAB-REJEITADAS            PIC 9(06) VALUE ZEROS.
       77 WS-QT-RETRAB-IMPEDIDAS             PIC 9(06) VALUE ZEROS.

           COPY RPTHDR.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           IF WS-RETORNO NOT = 8
               PERFORM P500-LISTA-RETRABALHO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-NFERET'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN INPUT  NFE-RETORNO
           OPEN I-O    NFE-MASTER
           OPEN OUTPUT RETRABALHO-RPT

           IF WS-FS-NFEMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEMAST: ' WS-FS-NFEMAST
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFERWK: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

      *    SEM RETORNO A LISTA DE RETRABALHO AINDA SAI.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'AVISO: NFERETORNO INDISPONIVEL: '
                       WS-FS-RETORNO ' - SO'' O RETRABALHO.'
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           MOVE 'RETRABALHO DAS NOTAS FISCAIS' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-RETORNO
           END-IF
           .

      *****************************************
       P100-LE-RETORNO.
      *****************************************

           READ NFE-RETORNO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UMA LINHA DO RETORNO: CASA PELA CHAVE DE ACESSO E GUARDA O
      * DESFECHO NA NOTA. NOTA JA AUTORIZADA NAO VOLTA ATRAS - O
      * RETORNO REPETIDO E' SO' CONTADO, E O DIVERGENTE VAI PARA O
      * RELATORIO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF NRT-STATUS IS NOT NUMERIC OR NRT-CHAVE = SPACES
               ADD 1                          TO WS-QT-INVALIDOS
               MOVE 'RETORNO INVALIDO'        TO NFE-MOTIVO
               PERFORM P310-LINHA-RETORNO
               PERFORM P100-LE-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE NRT-CHAVE                     TO NFE-CHAVE
           READ NFE-MASTER KEY IS NFE-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-NFEMAST NOT = '00' AND WS-FS-NFEMAST NOT = '02'
               ADD 1                          TO WS-QT-SEM-NOTA
               MOVE 'RETORNO SEM NOTA NO NFEMAST' TO NFE-MOTIVO
               PERFORM P310-LINHA-RETORNO
               PERFORM P100-LE-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF NFE-AUTORIZADA
               IF NRT-AUTORIZADA AND NRT-PROTOCOLO = NFE-PROTOCOLO
                   ADD 1                      TO WS-QT-REPETIDOS
               ELSE
                   ADD 1                      TO WS-QT-INVALIDOS
                   MOVE 'RETORNO DIVERGENTE PARA NOTA JA AUTORIZADA'
                                              TO NFE-MOTIVO
                   PERFORM P310-LINHA-RETORNO
               END-IF
               PERFORM P100-LE-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-NEGOCIO               TO NFE-DATA-RETORNO

           IF NRT-AUTORIZADA
               SET NFE-AUTORIZADA             TO TRUE
               MOVE NRT-PROTOCOLO             TO NFE-PROTOCOLO
               MOVE NRT-DATA-HORA             TO NFE-DATA-HORA-AUT
               MOVE ZEROS                     TO NFE-COD-REJEICAO
               MOVE SPACES                    TO NFE-MOTIVO
               ADD 1                          TO WS-QT-AUTORIZADAS
           ELSE
               SET NFE-REJEITADA              TO TRUE
               MOVE NRT-STATUS                TO NFE-COD-REJEICAO
               MOVE NRT-MOTIVO                TO NFE-MOTIVO
               ADD 1                          TO WS-QT-REJEITADAS
           END-IF

           REWRITE WS-REG-NFEMAST
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A NOTA DA FATURA '
                           NFE-NUM-FATURA ': ' WS-FS-NFEMAST
                   MOVE 8                     TO WS-RETORNO
           END-REWRITE

           PERFORM P100-LE-RETORNO
           .

      *****************************************
      * LINHA DO RETORNO QUE NAO PODE SER APLICADO, COM O MOTIVO
      * JA EM NFE-MOTIVO.
      *****************************************
       P310-LINHA-RETORNO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RETORNO NAO APLICADO - CHAVE '
                                              DELIMITED BY SIZE
                  NRT-CHAVE                   DELIMITED BY SIZE
                  ' STATUS '                  DELIMITED BY SIZE
                  NRT-STATUS                  DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  NFE-MOTIVO                  DELIMITED BY '  '
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * TODAS AS NOTAS EM RETRABALHO NO NFEMAST, NA ORDEM DA
      * FATURA: REJEITADAS (CODIGO E MOTIVO DA SEFAZ, OU CODIGO
      * ZEROS QUANDO O PROPRIO CADASTRO IMPEDIU O REENVIO) E
      * IMPEDIDAS (SEM NUMERO, AGUARDANDO O CADASTRO).
      *****************************************
       P500-LISTA-RETRABALHO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'FATURA CLIENTE SER NUMERO    S ENVIO    ENV COD '
                                              DELIMITED BY SIZE
                  'MOTIVO'                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE ZEROS                         TO NFE-NUM-FATURA
           START NFE-MASTER KEY IS NOT < NFE-NUM-FATURA
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ NFE-MASTER NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND (NFE-REJEITADA OR NFE-IMPEDIDA)
                   PERFORM P510-LINHA-RETRABALHO
               END-IF
           END-PERFORM
           .

      *****************************************
       P510-LINHA-RETRABALHO.
      *****************************************

           IF NFE-REJEITADA
               ADD 1                          TO WS-QT-RETRAB-REJEITADAS
           ELSE
               ADD 1                          TO WS-QT-RETRAB-IMPEDIDAS
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING NFE-NUM-FATURA              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-NUM-CLIENTE             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-SERIE                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-NUMERO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-SITUACAO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-DATA-ENVIO              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-QT-ENVIOS               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-COD-REJEICAO            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NFE-MOTIVO                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RETORNO = '00' OR WS-FS-RETORNO = '10'
               CLOSE NFE-RETORNO
           END-IF

           IF WS-FS-NFEMAST NOT = '35' AND WS-FS-NFEMAST NOT = '91'
               CLOSE NFE-MASTER
           END-IF

           IF WS-FS-RELATORIO = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'EM RETRABALHO: '       DELIMITED BY SIZE
                      WS-QT-RETRAB-REJEITADAS DELIMITED BY SIZE
                      ' REJEITADAS, '         DELIMITED BY SIZE
                      WS-QT-RETRAB-IMPEDIDAS  DELIMITED BY SIZE
                      ' IMPEDIDAS POR CADASTRO'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE RETRABALHO-RPT
           END-IF

      *    REJEICAO NOVA PARA O FISCAL VER NO DIGEST DA MANHA.
           IF WS-QT-REJEITADAS > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-NFERET'        TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               STRING 'NF-E REJEITADAS PELA SEFAZ: '
                                              DELIMITED BY SIZE
                      WS-QT-REJEITADAS        DELIMITED BY SIZE
                      ' - VER NFERWK'         DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF

           DISPLAY 'RETORNOS LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'NOTAS AUTORIZADAS....: ' WS-QT-AUTORIZADAS
           DISPLAY 'NOTAS REJEITADAS.....: ' WS-QT-REJEITADAS
           DISPLAY 'RETORNOS REPETIDOS...: ' WS-QT-REPETIDOS
           DISPLAY 'RETORNOS SEM NOTA....: ' WS-QT-SEM-NOTA
           DISPLAY 'RETORNOS INVALIDOS...: ' WS-QT-INVALIDOS
           DISPLAY 'REJEITADAS NO RETRAB.: ' WS-QT-RETRAB-REJEITADAS
           DISPLAY 'IMPEDIDAS NO RETRAB..: ' WS-QT-RETRAB-IMPEDIDAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-AUTORIZADAS WS-QT-REJEITADAS
                               GIVING RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS
              AND (WS-QT-REJEITADAS > ZEROS
                   OR WS-QT-SEM-NOTA > ZEROS
                   OR WS-QT-INVALIDOS > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.
           COPY ALERTAPR.

       END PROGRAM DEMONSTRA-NFERET.
