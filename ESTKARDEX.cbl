      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: KARDEX POR PRODUTO E PERIODO (KARDEXRPT), SOB
      *          DEMANDA: O OPERADOR INFORMA O PRODUTO (BRANCO =
      *          TODOS OS PRODUTOS COM CONTROLE DE ESTOQUE) E O
      *          PERIODO EM DATAS DE NEGOCIO; PARA CADA PRODUTO SAI O
      *          SALDO INICIAL, CADA MOVIMENTO DO KARDEX ESTMOV NO
      *          PERIODO (TIPO, DOCUMENTO, QUANTIDADE, SALDO
      *          RESULTANTE, PROGRAMA) E O SALDO FINAL. MOVIMENTO CUJO
      *          SALDO ANTERIOR NAO E' O SALDO RESULTANTE DO MOVIMENTO
      *          PRECEDENTE SAI MARCADO COM '*': O SALDO FOI MEXIDO
      *          FORA DO KARDEX ENTRE OS DOIS. O KARDEX E' VARRIDO UMA
      *          VEZ POR PRODUTO, COMO O FATITENS NO
      *          DEMONSTRA-PRODREORD.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MOVIMENTO 'I' DO AJUSTE DE INVENTARIO FISICO
      *                    (DEMONSTRA-INVAJUST) SAI DESCRITO COMO
      *                    INVENTARIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ESTKARDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT KARDEX-RPT          ASSIGN TO 'KARDEXRPT'
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
       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

       FD KARDEX-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-KARDEX                      PIC X(01) VALUE 'N'.
           88 FIM-DO-KARDEX                  VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    PARAMETROS DO OPERADOR.
       77 WS-PRODUTO-PEDIDO                  PIC X(08) VALUE SPACES.
       77 WS-DATA-INICIAL                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL                      PIC 9(08) VALUE ZEROS.

      *    SITUACAO DO PRODUTO EM CURSO NA VARREDURA DO KARDEX: O
      *    ULTIMO SALDO ANTES DO PERIODO, O PRIMEIRO MOVIMENTO DEPOIS
      *    DELE E O SALDO CORRENTE DENTRO DELE.
       77 WS-SW-ANTES                        PIC X(01) VALUE 'N'.
           88 TEM-MOVIMENTO-ANTES            VALUE 'S' FALSE 'N'.
       77 WS-SW-DEPOIS                       PIC X(01) VALUE 'N'.
           88 TEM-MOVIMENTO-DEPOIS           VALUE 'S' FALSE 'N'.
       77 WS-SW-ABERTO                       PIC X(01) VALUE 'N'.
           88 SALDO-INICIAL-IMPRESSO         VALUE 'S' FALSE 'N'.
       77 WS-SALDO-ANTES       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS      PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-INICIAL     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-CORRENTE    PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTERIOR    PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-ENTRADAS      PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-SAIDAS        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-FINAL       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-MOV-PRODUTO                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-QUEBRAS-PRODUTO              PIC 9(06) VALUE ZEROS.

      *    CONTADORES DA EXECUCAO.
       77 WS-QT-PRODUTOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-MOVIMENTOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-QUEBRAS                      PIC 9(06) VALUE ZEROS.

       77 WS-MARCA                           PIC X(01) VALUE SPACE.
       77 WS-DESC-TIPO                       PIC X(12) VALUE SPACES.
       77 WS-QTDE-ED                         PIC -(07)9.99.
       77 WS-SALDO-ED                        PIC -(07)9.99.
       77 WS-VALOR-ED                        PIC -(07)9.99.

           COPY RPTHDR.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               IF WS-PRODUTO-PEDIDO NOT = SPACES
                   PERFORM P100-UM-PRODUTO-PEDIDO
               ELSE
                   PERFORM P150-TODOS-OS-PRODUTOS
               END-IF
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
      * PARAMETROS: PRODUTO (BRANCO = TODOS) E PERIODO EM DATAS DE
      * NEGOCIO; DATAS ZERADAS = DO PRIMEIRO DIA DO MES DE NEGOCIO
      * ATE A DATA DE NEGOCIO.
      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ESTKARDEX'          TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           DISPLAY 'KARDEX - PRODUTO (BRANCO = TODOS): '
           ACCEPT WS-PRODUTO-PEDIDO
           DISPLAY 'DATA INICIAL AAAAMMDD (ZEROS = INICIO DO MES): '
           ACCEPT WS-DATA-INICIAL
           DISPLAY 'DATA FINAL AAAAMMDD (ZEROS = DATA DE NEGOCIO): '
           ACCEPT WS-DATA-FINAL

           IF WS-DATA-INICIAL IS NOT NUMERIC
              OR WS-DATA-INICIAL = ZEROS
               COMPUTE WS-DATA-INICIAL =
                       (WS-DATA-NEGOCIO / 100) * 100 + 1
           END-IF
           IF WS-DATA-FINAL IS NOT NUMERIC
              OR WS-DATA-FINAL = ZEROS
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-FINAL
           END-IF

           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY 'PERIODO INVALIDO: ' WS-DATA-INICIAL
                       ' A ' WS-DATA-FINAL
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT  PRODUTO-MASTER
           OPEN OUTPUT KARDEX-RPT

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR KARDEXRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           MOVE 'KARDEX DE ESTOQUE'            TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PERIODO: '                 DELIMITED BY SIZE
                  WS-DATA-INICIAL             DELIMITED BY SIZE
                  ' A '                       DELIMITED BY SIZE
                  WS-DATA-FINAL               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P100-UM-PRODUTO-PEDIDO.
      *****************************************

           MOVE WS-PRODUTO-PEDIDO             TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'PRODUTO ' WS-PRODUTO-PEDIDO
                       ' NAO CADASTRADO: ' WS-FS-PRODMAST
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-KARDEX-PRODUTO
           .

      *****************************************
      * TODOS OS PRODUTOS COM CONTROLE DE ESTOQUE, NA ORDEM DO
      * CADASTRO.
      *****************************************
       P150-TODOS-OS-PRODUTOS.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P160-LE-PRODUTO

           PERFORM UNTIL FIM-DO-ARQUIVO
               IF PROD-QTDE-ESTOQUE IS NUMERIC
                   PERFORM P300-KARDEX-PRODUTO
               END-IF
               PERFORM P160-LE-PRODUTO
           END-PERFORM
           .

      *****************************************
       P160-LE-PRODUTO.
      *****************************************

           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ
           .

      *****************************************
      * KARDEX DE UM PRODUTO (O DO REGISTRO DO PRODMAST EM MAOS):
      * UMA VARREDURA DO ESTMOV, NA ORDEM DE GRAVACAO. O SALDO
      * INICIAL E' O RESULTANTE DO ULTIMO MOVIMENTO ANTES DO
      * PERIODO; SEM ELE, O SALDO ANTERIOR AO PRIMEIRO MOVIMENTO DO
      * PERIODO (OU DO PRIMEIRO DEPOIS DELE); SEM NENHUM MOVIMENTO,
      * O SALDO ATUAL DO CADASTRO.
      *****************************************
       P300-KARDEX-PRODUTO.
      *****************************************

           ADD 1                              TO WS-QT-PRODUTOS

           SET TEM-MOVIMENTO-ANTES            TO FALSE
           SET TEM-MOVIMENTO-DEPOIS           TO FALSE
           SET SALDO-INICIAL-IMPRESSO         TO FALSE
           MOVE ZEROS                         TO WS-SALDO-ANTES
                                                 WS-SALDO-DEPOIS
                                                 WS-TOT-ENTRADAS
                                                 WS-TOT-SAIDAS
                                                 WS-QT-MOV-PRODUTO
                                                 WS-QT-QUEBRAS-PRODUTO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO '                  DELIMITED BY SIZE
                  PROD-CODIGO                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  PROD-DESCRICAO              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           SET FIM-DO-KARDEX                  TO FALSE
           OPEN INPUT ESTOQUE-MOVIMENTO
           IF WS-FS-ESTMOV NOT = '00'
               SET FIM-DO-KARDEX              TO TRUE
           END-IF

           PERFORM P310-UM-MOVIMENTO UNTIL FIM-DO-KARDEX

           IF WS-FS-ESTMOV = '00' OR WS-FS-ESTMOV = '10'
               CLOSE ESTOQUE-MOVIMENTO
           END-IF

      *    NENHUM MOVIMENTO NO PERIODO: O SALDO INICIAL AINDA NAO
      *    SAIU E E' TAMBEM O FINAL.
           IF NOT SALDO-INICIAL-IMPRESSO
               EVALUATE TRUE
                   WHEN TEM-MOVIMENTO-ANTES
                       MOVE WS-SALDO-ANTES    TO WS-SALDO-INICIAL
                   WHEN TEM-MOVIMENTO-DEPOIS
                       MOVE WS-SALDO-DEPOIS   TO WS-SALDO-INICIAL
                   WHEN PROD-QTDE-ESTOQUE IS NUMERIC
                       MOVE PROD-QTDE-ESTOQUE TO WS-SALDO-INICIAL
                   WHEN OTHER
                       MOVE ZEROS             TO WS-SALDO-INICIAL
               END-EVALUATE
               PERFORM P320-IMPRIME-SALDO-INICIAL
               MOVE 'SEM MOVIMENTO NO PERIODO' TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

           PERFORM P340-IMPRIME-SALDO-FINAL
           .

      *****************************************
       P310-UM-MOVIMENTO.
      *****************************************

           READ ESTOQUE-MOVIMENTO
               AT END
                   SET FIM-DO-KARDEX          TO TRUE
           END-READ

           IF FIM-DO-KARDEX
              OR MOV-PRODUTO NOT = PROD-CODIGO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN MOV-DATA-NEGOCIO < WS-DATA-INICIAL
                   SET TEM-MOVIMENTO-ANTES    TO TRUE
                   MOVE MOV-SALDO             TO WS-SALDO-ANTES
               WHEN MOV-DATA-NEGOCIO > WS-DATA-FINAL
                   IF NOT TEM-MOVIMENTO-DEPOIS
                       SET TEM-MOVIMENTO-DEPOIS TO TRUE
                       COMPUTE WS-SALDO-DEPOIS = MOV-SALDO - MOV-QTDE
                   END-IF
               WHEN OTHER
                   IF NOT SALDO-INICIAL-IMPRESSO
                       IF TEM-MOVIMENTO-ANTES
                           MOVE WS-SALDO-ANTES TO WS-SALDO-INICIAL
                       ELSE
                           COMPUTE WS-SALDO-INICIAL =
                                   MOV-SALDO - MOV-QTDE
                       END-IF
                       PERFORM P320-IMPRIME-SALDO-INICIAL
                   END-IF
                   PERFORM P330-IMPRIME-MOVIMENTO
           END-EVALUATE
           .

      *****************************************
       P320-IMPRIME-SALDO-INICIAL.
      *****************************************

           SET SALDO-INICIAL-IMPRESSO         TO TRUE
           MOVE WS-SALDO-INICIAL              TO WS-SALDO-CORRENTE

           MOVE WS-SALDO-INICIAL              TO WS-SALDO-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SALDO INICIAL'             DELIMITED BY SIZE
                  '                                          '
                                              DELIMITED BY SIZE
                  '           '               DELIMITED BY SIZE
                  WS-SALDO-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  DATA NEG DATA-HORA      TIPO         '
                                              DELIMITED BY SIZE
                  'DOCUMENTO         QUANTIDADE       SALDO '
                                              DELIMITED BY SIZE
                  'PROGRAMA'                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * UMA LINHA DO KARDEX. '*' = O SALDO ANTES DO MOVIMENTO NAO E'
      * O SALDO CORRENTE (MUDANCA DO CADASTRO SEM MOVIMENTO); O
      * SALDO CORRENTE SEGUE O RESULTANTE GRAVADO NO MOVIMENTO.
      *****************************************
       P330-IMPRIME-MOVIMENTO.
      *****************************************

           ADD 1                              TO WS-QT-MOV-PRODUTO
           ADD 1                              TO WS-QT-MOVIMENTOS

           COMPUTE WS-SALDO-ANTERIOR = MOV-SALDO - MOV-QTDE
           MOVE SPACE                         TO WS-MARCA
           IF WS-SALDO-ANTERIOR NOT = WS-SALDO-CORRENTE
               MOVE '*'                       TO WS-MARCA
               ADD 1                          TO WS-QT-QUEBRAS-PRODUTO
               ADD 1                          TO WS-QT-QUEBRAS
           END-IF
           MOVE MOV-SALDO                     TO WS-SALDO-CORRENTE

           IF MOV-QTDE < ZEROS
               SUBTRACT MOV-QTDE              FROM WS-TOT-SAIDAS
           ELSE
               ADD MOV-QTDE                   TO WS-TOT-ENTRADAS
           END-IF

           EVALUATE TRUE
               WHEN MOV-VENDA
                   MOVE 'VENDA'               TO WS-DESC-TIPO
               WHEN MOV-DEVOLUCAO-CANC
                   MOVE 'CANCELAMENTO'        TO WS-DESC-TIPO
               WHEN MOV-ENTRADA
                   MOVE 'ENTRADA'             TO WS-DESC-TIPO
               WHEN MOV-AJUSTE
                   MOVE 'AJUSTE'              TO WS-DESC-TIPO
               WHEN MOV-INVENTARIO
                   MOVE 'INVENTARIO'          TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE MOV-TIPO              TO WS-DESC-TIPO
           END-EVALUATE

           MOVE MOV-QTDE                      TO WS-QTDE-ED
           MOVE MOV-SALDO                     TO WS-SALDO-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING WS-MARCA                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  MOV-DATA-NEGOCIO            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  MOV-DATA-HORA               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DESC-TIPO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  MOV-DOC-TIPO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  MOV-DOC-NUMERO              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SALDO-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  MOV-PROGRAMA                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * SALDO FINAL = SALDO INICIAL + ENTRADAS - SAIDAS DO PERIODO.
      *****************************************
       P340-IMPRIME-SALDO-FINAL.
      *****************************************

           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
                                  + WS-TOT-ENTRADAS - WS-TOT-SAIDAS

           MOVE WS-TOT-ENTRADAS               TO WS-QTDE-ED
           MOVE WS-TOT-SAIDAS                 TO WS-VALOR-ED
           MOVE WS-SALDO-FINAL                TO WS-SALDO-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SALDO FINAL   ENTRADAS '   DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  '  SAIDAS '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '           '               DELIMITED BY SIZE
                  WS-SALDO-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF WS-QT-QUEBRAS-PRODUTO > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '* '                    DELIMITED BY SIZE
                      WS-QT-QUEBRAS-PRODUTO   DELIMITED BY SIZE
                      ' MOVIMENTO(S) SEM CONTINUIDADE DE SALDO - '
                                              DELIMITED BY SIZE
                      'SALDO MEXIDO FORA DO KARDEX'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '10'
              OR WS-FS-PRODMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE KARDEX-RPT
           END-IF

           DISPLAY 'PRODUTOS NO KARDEX...: ' WS-QT-PRODUTOS
           DISPLAY 'MOVIMENTOS LISTADOS..: ' WS-QT-MOVIMENTOS
           DISPLAY 'SEM CONTINUIDADE.....: ' WS-QT-QUEBRAS

           IF WS-RETORNO = ZEROS AND WS-QT-QUEBRAS > ZEROS
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-MOVIMENTOS               TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-ESTKARDEX.
