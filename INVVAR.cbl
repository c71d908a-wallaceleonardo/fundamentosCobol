      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: INVENTARIO FISICO, PASSO 3 - RELATORIO DE DIFERENCAS
      *          (INVVARRPT), SOB DEMANDA: PARA CADA PRODUTO DO
      *          INVENTARIO CONGELADO (INVCONT) SAI O SALDO
      *          CONGELADO, O CONTADO, A DIFERENCA EM QUANTIDADE E EM
      *          VALOR (PELO PROD-PRECO DO CONGELAMENTO) E O
      *          PERCENTUAL. DIFERENCA ACIMA DA TOLERANCIA (SISPARAM
      *          TOLER-INVENT, EM % DO SALDO CONGELADO, PADRAO 2%;
      *          SALDO ZERO COM QUALQUER DIFERENCA PASSA) NA PRIMEIRA
      *          CONTAGEM VOLTA O PRODUTO PARA RECONTAGEM ('R') E ELE
      *          SAI NA LISTA DE RECONTAGEM NO FIM DO RELATORIO; NA
      *          RECONTAGEM A DIFERENCA FICA CONFIRMADA E SEGUE PARA A
      *          APROVACAO DO SUPERVISOR (DEMONSTRA-INVAPRV). FECHA
      *          COM A FALTA, A SOBRA E O LIQUIDO EM VALOR. RC 4
      *          ENQUANTO HOUVER PRODUTO A CONTAR OU A RECONTAR - O
      *          INVENTARIO AINDA NAO ESTA PRONTO PARA APROVACAO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-INVVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-CONTAGEM ASSIGN TO 'INVCONT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY INV-PRODUTO
                                       FILE STATUS WS-FS-INVCONT.

           SELECT DIFERENCAS-RPT      ASSIGN TO 'INVVARRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTARIO-CONTAGEM.
           COPY INVCONT.

       FD DIFERENCAS-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-INVCONT                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    TOLERANCIA DA DIFERENCA, EM % DO SALDO CONGELADO
      *    (PARAMETRO TOLER-INVENT).
       77 WS-TOLERANCIA-PCT                  PIC 9(03) VALUE 2.

       77 WS-QT-PRODUTOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-A-CONTAR                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECONTAR                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-COM-DIFERENCA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFIRMADOS                  PIC 9(06) VALUE ZEROS.

       77 WS-DIFERENCA         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA-ABS     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-LIMITE            PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DIFERENCA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-PERCENTUAL        PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-FALTA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SOBRA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-LIQUIDO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-OBSERVACAO                      PIC X(20) VALUE SPACES.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-SISTEMA-ED                      PIC -(05)9.99.
       77 WS-CONTADA-ED                      PIC -(05)9.99.
       77 WS-DIFERENCA-ED                    PIC -(07)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-PCT-ED                          PIC -(05)9.99.
       77 WS-TOTAL-ED                        PIC -(11)9.99.

           COPY PARAMWS.
           COPY DTNEGWS.

           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
               PERFORM P500-LISTA-RECONTAGEM
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVVAR'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'TOLER-INVENT'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA-PCT
           END-IF

           OPEN I-O INVENTARIO-CONTAGEM
           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'NENHUM INVENTARIO CONGELADO (INVCONT): '
                       WS-FS-INVCONT
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DIFERENCAS-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR INVVARRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'DIFERENCAS DE INVENTARIO'    TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  '  TOLERANCIA: '            DELIMITED BY SIZE
                  WS-TOLERANCIA-PCT           DELIMITED BY SIZE
                  '% DO SALDO CONGELADO'      DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO  DESCRICAO                        '
                                              DELIMITED BY SIZE
                  'CONGELADO    CONTADO    DIFERENCA         VALOR'
                                              DELIMITED BY SIZE
                  '        %  OBSERVACAO'     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P200-PROCESSA.
      *****************************************

           READ INVENTARIO-CONTAGEM NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PRODUTOS

           IF INV-CONTAGEM-PENDENTE
               PERFORM P300-PRODUTO-PENDENTE
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-PRODUTO-CONTADO
           .

      *****************************************
      * PRODUTO AINDA SEM CONTAGEM (OU COM RECONTAGEM PEDIDA E NAO
      * FEITA): SAI SO' A PENDENCIA.
      *****************************************
       P300-PRODUTO-PENDENTE.
      *****************************************

           IF INV-A-CONTAR
               ADD 1                          TO WS-QT-A-CONTAR
               MOVE 'NAO CONTADO'             TO WS-OBSERVACAO
           ELSE
               ADD 1                          TO WS-QT-RECONTAR
               MOVE 'AGUARDA RECONTAGEM'      TO WS-OBSERVACAO
           END-IF

           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE INV-QTDE-SISTEMA              TO WS-SISTEMA-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING INV-PRODUTO                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  INV-DESCRICAO               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SISTEMA-ED               DELIMITED BY SIZE
                  '                                     '
                                              DELIMITED BY SIZE
                  '          '                DELIMITED BY SIZE
                  WS-OBSERVACAO               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PRODUTO CONTADO (OU JA APROVADO/AJUSTADO): DIFERENCA EM
      * QUANTIDADE, VALOR E PERCENTUAL; ACIMA DA TOLERANCIA NA
      * PRIMEIRA CONTAGEM, VOLTA PARA RECONTAGEM.
      *****************************************
       P400-PRODUTO-CONTADO.
      *****************************************

           COMPUTE WS-DIFERENCA = INV-QTDE-CONTADA - INV-QTDE-SISTEMA
           COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                   WS-DIFERENCA * INV-PRECO

           MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ABS
           IF WS-DIFERENCA-ABS < ZEROS
               COMPUTE WS-DIFERENCA-ABS = WS-DIFERENCA-ABS * -1
           END-IF

           IF INV-QTDE-SISTEMA NOT = ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-DIFERENCA * 100 / INV-QTDE-SISTEMA
                   ON SIZE ERROR
                       MOVE 99999.99          TO WS-PERCENTUAL
               END-COMPUTE
           ELSE
               MOVE ZEROS                     TO WS-PERCENTUAL
           END-IF

           COMPUTE WS-LIMITE ROUNDED =
                   INV-QTDE-SISTEMA * WS-TOLERANCIA-PCT / 100
           IF WS-LIMITE < ZEROS
               COMPUTE WS-LIMITE = WS-LIMITE * -1
           END-IF

           MOVE SPACES                        TO WS-OBSERVACAO

           IF WS-DIFERENCA NOT = ZEROS
               ADD 1                          TO WS-QT-COM-DIFERENCA
               IF WS-VALOR-DIFERENCA < ZEROS
                   SUBTRACT WS-VALOR-DIFERENCA FROM WS-VALOR-FALTA
               ELSE
                   ADD WS-VALOR-DIFERENCA     TO WS-VALOR-SOBRA
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN INV-APROVADO
                   MOVE 'AJUSTE APROVADO'     TO WS-OBSERVACAO
               WHEN INV-AJUSTADO
                   MOVE 'AJUSTADO'            TO WS-OBSERVACAO
               WHEN WS-DIFERENCA-ABS > WS-LIMITE
                AND INV-CONTAGENS < 2
                   PERFORM P450-PEDE-RECONTAGEM
               WHEN WS-DIFERENCA-ABS > WS-LIMITE
                   ADD 1                      TO WS-QT-CONFIRMADOS
                   MOVE 'CONFIRMADO RECONT.'  TO WS-OBSERVACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE INV-QTDE-SISTEMA              TO WS-SISTEMA-ED
           MOVE INV-QTDE-CONTADA              TO WS-CONTADA-ED
           MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ED
           MOVE WS-VALOR-DIFERENCA            TO WS-VALOR-ED
           MOVE WS-PERCENTUAL                 TO WS-PCT-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING INV-PRODUTO                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  INV-DESCRICAO               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SISTEMA-ED               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CONTADA-ED               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DIFERENCA-ED             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PCT-ED                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-OBSERVACAO               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P450-PEDE-RECONTAGEM.
      *****************************************

           SET INV-RECONTAR                   TO TRUE
           REWRITE WS-REG-INVCONT
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO MARCAR A RECONTAGEM DE ' INV-PRODUTO
                       ': ' WS-FS-INVCONT
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RECONTAR
           MOVE 'RECONTAR'                    TO WS-OBSERVACAO
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * LISTA DE RECONTAGEM: SEGUNDA PASSADA NO INVCONT, SO' OS
      * PRODUTOS EM 'R' - A FOLHA QUE VOLTA PARA O DEPOSITO.
      *****************************************
       P500-LISTA-RECONTAGEM.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'PRODUTOS PARA RECONTAGEM'    TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO  DESCRICAO                       UN  '
                                              DELIMITED BY SIZE
                  'QTDE RECONTADA  VISTO'     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE LOW-VALUES                    TO INV-PRODUTO
           START INVENTARIO-CONTAGEM KEY IS NOT LESS THAN INV-PRODUTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P510-UM-RECONTAR UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P510-UM-RECONTAR.
      *****************************************

           READ INVENTARIO-CONTAGEM NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO OR NOT INV-RECONTAR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING INV-PRODUTO                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  INV-DESCRICAO               DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  INV-UNIDADE                 DELIMITED BY SIZE
                  '  ______________  ________'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-SOBRA
                                        - WS-VALOR-FALTA
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PRODUTOS: '            DELIMITED BY SIZE
                      WS-QT-PRODUTOS          DELIMITED BY SIZE
                      '  NAO CONTADOS: '      DELIMITED BY SIZE
                      WS-QT-A-CONTAR          DELIMITED BY SIZE
                      '  A RECONTAR: '        DELIMITED BY SIZE
                      WS-QT-RECONTAR          DELIMITED BY SIZE
                      '  COM DIFERENCA: '     DELIMITED BY SIZE
                      WS-QT-COM-DIFERENCA     DELIMITED BY SIZE
                      '  CONFIRMADOS NA RECONTAGEM: '
                                              DELIMITED BY SIZE
                      WS-QT-CONFIRMADOS       DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE WS-VALOR-FALTA            TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'VALOR DA FALTA.....: ' DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE WS-VALOR-SOBRA            TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'VALOR DA SOBRA.....: ' DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE WS-VALOR-LIQUIDO          TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'LIQUIDO............: ' DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE DIFERENCAS-RPT
           END-IF

           IF WS-FS-INVCONT = '00' OR WS-FS-INVCONT = '10'
              OR WS-FS-INVCONT = '23'
               CLOSE INVENTARIO-CONTAGEM
           END-IF

           DISPLAY 'PRODUTOS NO INVENTARIO: ' WS-QT-PRODUTOS
           DISPLAY 'NAO CONTADOS..........: ' WS-QT-A-CONTAR
           DISPLAY 'A RECONTAR............: ' WS-QT-RECONTAR
           DISPLAY 'COM DIFERENCA.........: ' WS-QT-COM-DIFERENCA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-PRODUTOS                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-INVVAR.
