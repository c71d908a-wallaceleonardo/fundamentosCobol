      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ALOCACAO NOTURNA DAS ENCOMENDAS (BACKORDERS): PERCORRE
      *          O ARQUIVO PEDIDOS NA ORDEM DE CHEGADA - AS ENCOMENDAS
      *          MAIS ANTIGAS PRIMEIRO - E, PARA CADA LINHA 'B',
      *          RESERVA O QUE O DISPONIVEL DO PRODUTO (SALDO EM
      *          ESTOQUE - RESERVADO, COM AS ENTRADAS DO RECEBIMENTO
      *          DEMONSTRA-COMPRECEB E AS DEVOLUCOES JA NO SALDO)
      *          COBRE: A LINHA INTEIRA VIRA 'A'; A COBERTURA PARCIAL
      *          DIVIDE A LINHA EM 'A' (O QUE HA) E 'B' (O RESTO, NA
      *          MESMA POSICAO). AS LINHAS 'A' SAO LIBERADAS AO
      *          FATITENS EM SEGUIDA PELO STEP DEMONSTRA-PEDREL. NA
      *          VOLTA DO ARQUIVO DE TRABALHO AS ENCOMENDAS QUE
      *          SOBRAM SAEM NO RELATORIO DE IDADE PARA O COMERCIAL
      *          (PEDENCRPT): PEDIDO, CLIENTE, PRODUTO, QUANTIDADE,
      *          VALOR E DIAS DESDE A ENTRADA, COM O TOTAL POR FAIXA
      *          (ATE 7, 8-15, 16-30, 31-60 E MAIS DE 60 DIAS).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - PEDIDOS EM 105 POSICOES (REPRESENTANTE E
      *                    COTACAO DE ORIGEM NO FIM DA LINHA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PEDALOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-ARQ         ASSIGN TO 'PEDIDOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PEDIDOS.

           SELECT PEDIDOS-TRABALHO    ASSIGN TO 'PEDIDOSWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TRABALHO.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT ENCOMENDAS-RPT      ASSIGN TO 'PEDENCRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-ARQ.
           COPY PEDIDO.

       FD PEDIDOS-TRABALHO.
       01 WS-REG-PEDWRK                           PIC X(105).

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD ENCOMENDAS-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PEDIDOS                      PIC X(02) VALUE '00'.
       77 WS-FS-TRABALHO                     PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALOCADOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.

       77 WS-DISPONIVEL        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-ALOCADA      PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-RESTANTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    IDADE DA ENCOMENDA EM DIAS CORRIDOS DESDE A ENTRADA DO
      *    PEDIDO, E OS TOTAIS POR FAIXA: 1 ATE 7, 2 DE 8 A 15, 3 DE
      *    16 A 30, 4 DE 31 A 60, 5 MAIS DE 60.
       77 WS-DIAS                            PIC 9(05) VALUE ZEROS.
       77 WS-IX-FAIXA                        PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-LINHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TAB-FAIXAS.
           03 WS-TAB-FAIXA-ITEM        OCCURS 5 TIMES.
               05 WS-FX-QT-LINHAS             PIC 9(06).
               05 WS-FX-VALOR      PIC S9(11)V99 COMP-3.
       01 WS-TAB-FAIXA-NOMES.
           03 FILLER                 PIC X(14) VALUE 'ATE 7 DIAS'.
           03 FILLER                 PIC X(14) VALUE '8 A 15 DIAS'.
           03 FILLER                 PIC X(14) VALUE '16 A 30 DIAS'.
           03 FILLER                 PIC X(14) VALUE '31 A 60 DIAS'.
           03 FILLER                 PIC X(14) VALUE 'MAIS DE 60'.
       01 WS-TAB-FAIXA-NOMES-R REDEFINES WS-TAB-FAIXA-NOMES.
           03 WS-FX-NOME                     PIC X(14) OCCURS 5 TIMES.

       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-TOTAL-ED                        PIC -(11)9.99.
       77 WS-DIAS-ED                         PIC Z(04)9.

           COPY DTNEGWS.

           COPY RPTHDR.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-ALOCA-PASSO-1
               PERFORM P300-DEVOLVE-PASSO-2
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PEDALOC'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           INITIALIZE WS-TAB-FAIXAS

           OPEN I-O PRODUTO-MASTER
           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL (' WS-FS-PRODMAST
                       ') - NENHUMA ENCOMENDA ALOCADA.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ENCOMENDAS-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDENCRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'IDADE DAS ENCOMENDAS'        TO RPTHDR-TITULO
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
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PEDIDO CLIENTE PRODUTO   '  DELIMITED BY SIZE
                  '  QUANTIDADE            VALOR  ENTRADA   '
                                              DELIMITED BY SIZE
                  ' DIAS'                     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PASSO 1: LE O PEDIDOS NA ORDEM DE CHEGADA E COPIA TUDO PARA
      * O TRABALHO, COM AS ENCOMENDAS ALOCADAS VIRADAS PARA 'A'.
      *****************************************
       P200-ALOCA-PASSO-1.
      *****************************************

           OPEN INPUT PEDIDOS-ARQ
           OPEN OUTPUT PEDIDOS-TRABALHO

           SET FIM-DO-ARQUIVO                 TO FALSE
           IF WS-FS-PEDIDOS NOT = '00'
               DISPLAY 'NENHUM PEDIDO NO ARQUIVO (' WS-FS-PEDIDOS ').'
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           PERFORM P210-UMA-LINHA UNTIL FIM-DO-ARQUIVO

           IF WS-FS-PEDIDOS = '00' OR WS-FS-PEDIDOS = '10'
               CLOSE PEDIDOS-ARQ
           END-IF
           CLOSE PEDIDOS-TRABALHO
           .

      *****************************************
       P210-UMA-LINHA.
      *****************************************

           READ PEDIDOS-ARQ
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           IF NOT PED-ENCOMENDA
               MOVE WS-REG-PEDIDO             TO WS-REG-PEDWRK
               WRITE WS-REG-PEDWRK
               EXIT PARAGRAPH
           END-IF

           PERFORM P220-ALOCA-ENCOMENDA

           IF WS-QTDE-ALOCADA > ZEROS
               MOVE WS-QTDE-ALOCADA           TO PED-QTDE
               SET PED-ACEITO                 TO TRUE
               MOVE WS-REG-PEDIDO             TO WS-REG-PEDWRK
               WRITE WS-REG-PEDWRK
               ADD 1                          TO WS-QT-ALOCADOS
           END-IF

           IF WS-QTDE-RESTANTE > ZEROS
               IF WS-QTDE-ALOCADA > ZEROS
                   ADD 1                      TO WS-QT-PARCIAIS
               END-IF
               MOVE WS-QTDE-RESTANTE          TO PED-QTDE
               SET PED-ENCOMENDA              TO TRUE
               MOVE WS-REG-PEDIDO             TO WS-REG-PEDWRK
               WRITE WS-REG-PEDWRK
           END-IF
           .

      *****************************************
      * RESERVA PARA A ENCOMENDA O QUE O DISPONIVEL DO PRODUTO
      * COBRE. PRODUTO QUE DEIXOU DE TER CONTROLE DE ESTOQUE
      * ATENDE TUDO; PRODUTO FORA DO CADASTRO FICA COMO ESTA.
      *****************************************
       P220-ALOCA-ENCOMENDA.
      *****************************************

           MOVE ZEROS                         TO WS-QTDE-ALOCADA
           MOVE PED-QTDE                      TO WS-QTDE-RESTANTE

           MOVE PED-PRODUTO                   TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ' PED-PRODUTO ' DA ENCOMENDA DO '
                           'PEDIDO ' PED-NUMERO ' FORA DO PRODMAST.'
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-ESTOQUE IS NOT NUMERIC
               MOVE PED-QTDE                  TO WS-QTDE-ALOCADA
               MOVE ZEROS                     TO WS-QTDE-RESTANTE
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-RESERVADA IS NOT NUMERIC
               MOVE ZEROS                     TO PROD-QTDE-RESERVADA
           END-IF

           COMPUTE WS-DISPONIVEL = PROD-QTDE-ESTOQUE
                                 - PROD-QTDE-RESERVADA

           IF WS-DISPONIVEL NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-DISPONIVEL < PED-QTDE
               MOVE WS-DISPONIVEL             TO WS-QTDE-ALOCADA
           ELSE
               MOVE PED-QTDE                  TO WS-QTDE-ALOCADA
           END-IF

           ADD WS-QTDE-ALOCADA                TO PROD-QTDE-RESERVADA
           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO RESERVAR O PRODUTO ' PED-PRODUTO ': '
                       WS-FS-PRODMAST
               MOVE ZEROS                     TO WS-QTDE-ALOCADA
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTDE-RESTANTE = PED-QTDE - WS-QTDE-ALOCADA
           .

      *****************************************
      * PASSO 2: DEVOLVE O TRABALHO PARA O PEDIDOS; CADA ENCOMENDA
      * QUE SOBROU SAI NO RELATORIO DE IDADE.
      *****************************************
       P300-DEVOLVE-PASSO-2.
      *****************************************

           OPEN INPUT PEDIDOS-TRABALHO

           IF WS-FS-TRABALHO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PEDIDOS-ARQ

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P310-UMA-VOLTA UNTIL FIM-DO-ARQUIVO

           CLOSE PEDIDOS-TRABALHO
           CLOSE PEDIDOS-ARQ
           .

      *****************************************
       P310-UMA-VOLTA.
      *****************************************

           READ PEDIDOS-TRABALHO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-PEDWRK                 TO WS-REG-PEDIDO
           WRITE WS-REG-PEDIDO

           IF PED-ENCOMENDA
               PERFORM P400-LINHA-IDADE
           END-IF
           .

      *****************************************
       P400-LINHA-IDADE.
      *****************************************

           ADD 1                              TO WS-QT-PENDENTES

           MOVE ZEROS                         TO WS-DIAS
           IF PED-DATA-ENTRADA IS NUMERIC
              AND PED-DATA-ENTRADA > ZEROS
              AND PED-DATA-ENTRADA < WS-DATA-NEGOCIO
               COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                     - FUNCTION INTEGER-OF-DATE(PED-DATA-ENTRADA)
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS NOT > 7
                   MOVE 1                     TO WS-IX-FAIXA
               WHEN WS-DIAS NOT > 15
                   MOVE 2                     TO WS-IX-FAIXA
               WHEN WS-DIAS NOT > 30
                   MOVE 3                     TO WS-IX-FAIXA
               WHEN WS-DIAS NOT > 60
                   MOVE 4                     TO WS-IX-FAIXA
               WHEN OTHER
                   MOVE 5                     TO WS-IX-FAIXA
           END-EVALUATE

           COMPUTE WS-VALOR-LINHA ROUNDED = PED-QTDE * PED-PRECO
           ADD 1                    TO WS-FX-QT-LINHAS(WS-IX-FAIXA)
           ADD WS-VALOR-LINHA       TO WS-FX-VALOR(WS-IX-FAIXA)
           ADD WS-VALOR-LINHA       TO WS-VALOR-TOTAL

           MOVE PED-QTDE                      TO WS-QTDE-ED
           MOVE WS-VALOR-LINHA                TO WS-VALOR-ED
           MOVE WS-DIAS                       TO WS-DIAS-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING PED-NUMERO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  PED-NUM-CLIENTE             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  PED-PRODUTO                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PED-DATA-ENTRADA            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DIAS-ED                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P800-TOTAIS-FAIXA.
      *****************************************

           MOVE WS-FX-VALOR(WS-IX-FAIXA)      TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING WS-FX-NOME(WS-IX-FAIXA)     DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WS-FX-QT-LINHAS(WS-IX-FAIXA)
                                              DELIMITED BY SIZE
                  ' LINHA(S)  VALOR '         DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               PERFORM P800-TOTAIS-FAIXA
                   VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > 5
               MOVE WS-VALOR-TOTAL            TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'TOTAL EM ENCOMENDA: '  DELIMITED BY SIZE
                      WS-QT-PENDENTES         DELIMITED BY SIZE
                      ' LINHA(S)  VALOR '     DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE ENCOMENDAS-RPT
           END-IF

           IF WS-FS-PRODMAST NOT = '35' AND WS-FS-PRODMAST NOT = '91'
               CLOSE PRODUTO-MASTER
           END-IF

           DISPLAY 'LINHAS DE PEDIDO LIDAS: ' WS-QT-LIDOS
           DISPLAY 'ENCOMENDAS ALOCADAS..: ' WS-QT-ALOCADOS
           DISPLAY 'ALOCADAS EM PARTE....: ' WS-QT-PARCIAIS
           DISPLAY 'AINDA EM ENCOMENDA...: ' WS-QT-PENDENTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ALOCADOS                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-ALOCADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-PEDALOC.
