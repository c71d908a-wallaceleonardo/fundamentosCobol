      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO NOTURNO DOS PEDIDOS DE COMPRA
      *          (RELATORIO COMPRELRPT), EM DUAS PARTES:
      *          1) PEDIDOS ATRASADOS - PEDIDO AINDA EM ABERTO (ABERTO
      *             OU RECEBIDO EM PARTE) CUJA ENTREGA PREVISTA JA
      *             PASSOU DA DATA DE NEGOCIO, COM O FORNECEDOR, OS
      *             DIAS DE ATRASO E OS ITENS QUE FALTAM CHEGAR;
      *          2) RECEBIMENTOS DO DIA (PCRECEB, GRAVADO POR
      *             DEMONSTRA-COMPRECEB) EM QUE O PRECO UNITARIO DA
      *             NOTA DO FORNECEDOR DIFERE DO PRECO DO PEDIDO.
      *          E' SO' INFORMATIVO - NAO ALTERA NADA E TERMINA COM
      *          RC 0; SEM PEDCOMPRA OU PCRECEB A PARTE CORRESPONDENTE
      *          SAI VAZIA.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COMPREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA       ASSIGN TO 'PEDCOMPRA'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PC-CHAVE
                                       FILE STATUS WS-FS-PEDCOMPRA.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT RECEBIMENTOS        ASSIGN TO 'PCRECEB'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PCRECEB.

           SELECT ACOMPANHA-RPT       ASSIGN TO 'COMPRELRPT'
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
       FD PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD RECEBIMENTOS.
           COPY PCREC.

       FD ACOMPANHA-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PEDCOMPRA                    PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PCRECEB                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-EOF-PEDIDOS                  PIC X(01) VALUE 'N'.
           88 FIM-DOS-PEDIDOS                VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-RECEB                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-RECEBIMENTOS           VALUE 'S' FALSE 'N'.
      *    'S' ENQUANTO A VARREDURA ESTA NOS ITENS DE UM PEDIDO
      *    ATRASADO.
       77 WS-SW-ATRASADO                     PIC X(01) VALUE 'N'.
           88 PEDIDO-ATRASADO                VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-PEDIDOS-LIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-ATRASADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ITENS-PENDENTES              PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECEB-LIDOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECEB-DIA                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-DIVERGENTES                  PIC 9(06) VALUE ZEROS.

       77 WS-DIAS-ATRASO                     PIC 9(05) VALUE ZEROS.
       77 WS-PENDENTE          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA-PCT     PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-DIAS-ED                         PIC ZZZZ9.
       77 WS-PEDIDA-ED                       PIC -(05)9.99.
       77 WS-RECEBIDA-ED                     PIC -(05)9.99.
       77 WS-PENDENTE-ED                     PIC -(05)9.99.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-PED-ED                    PIC -(05)9.99.
       77 WS-PRECO-NOTA-ED                   PIC -(05)9.99.
       77 WS-DIFERENCA-ED                    PIC -(05)9.99.
       77 WS-PCT-ED                          PIC -(05)9.99.

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
               PERFORM P100-PEDIDOS-ATRASADOS
               PERFORM P500-PRECOS-DIVERGENTES
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPREL'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN OUTPUT ACOMPANHA-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR COMPRELRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

      *    SEM PEDCOMPRA (NENHUM PEDIDO GERADO AINDA) OU SEM PCRECEB
      *    (NENHUM RECEBIMENTO AINDA) A PARTE CORRESPONDENTE SAI
      *    VAZIA.
           OPEN INPUT PEDIDO-COMPRA
           OPEN INPUT FORNECEDOR-MASTER
           OPEN INPUT RECEBIMENTOS

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'AVISO: PEDCOMPRA INDISPONIVEL: '
                       WS-FS-PEDCOMPRA
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'AVISO: FORNMAST INDISPONIVEL - PEDIDOS SEM '
                       'O NOME DO FORNECEDOR: ' WS-FS-FORNMAST
           END-IF

           IF WS-FS-PCRECEB NOT = '00'
               DISPLAY 'AVISO: PCRECEB INDISPONIVEL: ' WS-FS-PCRECEB
           END-IF

           MOVE 'ACOMPANHAMENTO DE COMPRAS'   TO RPTHDR-TITULO
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
           .

      *****************************************
      * PARTE 1: VARRE O PEDCOMPRA NA ORDEM DA CHAVE - O CABECALHO
      * (LINHA 000) VEM ANTES DOS ITENS DO PEDIDO, ENTAO O PEDIDO
      * ATRASADO E' DECIDIDO NO CABECALHO E OS ITENS PENDENTES SAEM
      * LOGO ABAIXO.
      *****************************************
       P100-PEDIDOS-ATRASADOS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'PEDIDOS DE COMPRA ATRASADOS' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PEDIDO    FORNECEDOR                             '
                                              DELIMITED BY SIZE
                  'PREVISTA  DIAS ATRASO  SITUACAO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           SET PEDIDO-ATRASADO                TO FALSE
           SET FIM-DOS-PEDIDOS                TO FALSE
           IF WS-FS-PEDCOMPRA NOT = '00'
               SET FIM-DOS-PEDIDOS            TO TRUE
           END-IF

           PERFORM P110-UM-REGISTRO UNTIL FIM-DOS-PEDIDOS
           .

      *****************************************
       P110-UM-REGISTRO.
      *****************************************

           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET FIM-DOS-PEDIDOS        TO TRUE
           END-READ

           IF FIM-DOS-PEDIDOS
               EXIT PARAGRAPH
           END-IF

           IF PC-CABECALHO
               ADD 1                          TO WS-QT-PEDIDOS-LIDOS
               SET PEDIDO-ATRASADO            TO FALSE
               IF PC-EM-ABERTO
                  AND PC-DATA-PREVISTA IS NUMERIC
                  AND PC-DATA-PREVISTA > ZEROS
                  AND PC-DATA-PREVISTA < WS-DATA-NEGOCIO
                   SET PEDIDO-ATRASADO        TO TRUE
                   PERFORM P200-LISTA-PEDIDO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF PEDIDO-ATRASADO AND PC-EM-ABERTO
               PERFORM P300-LISTA-ITEM
           END-IF
           .

      *****************************************
      * CABECALHO DO PEDIDO ATRASADO: FORNECEDOR, PREVISTA E DIAS
      * DE ATRASO ATE A DATA DE NEGOCIO.
      *****************************************
       P200-LISTA-PEDIDO.
      *****************************************

           ADD 1                              TO WS-QT-ATRASADOS

           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                 - FUNCTION INTEGER-OF-DATE(PC-DATA-PREVISTA)
           MOVE WS-DIAS-ATRASO                TO WS-DIAS-ED

           MOVE PC-FORNECEDOR                 TO FORN-CODIGO
           MOVE SPACES                        TO FORN-NOME
           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE '(FORA DO FORNMAST)' TO FORN-NOME
               END-READ
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING PC-NUMERO                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PC-FORNECEDOR               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FORN-NOME                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PC-DATA-PREVISTA            DELIMITED BY SIZE
                  '     '                     DELIMITED BY SIZE
                  WS-DIAS-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PC-SITUACAO                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * ITEM AINDA EM ABERTO DO PEDIDO ATRASADO: PEDIDA, RECEBIDA E
      * O QUE FALTA CHEGAR.
      *****************************************
       P300-LISTA-ITEM.
      *****************************************

           ADD 1                              TO WS-QT-ITENS-PENDENTES

           COMPUTE WS-PENDENTE = PC-QTDE-PEDIDA - PC-QTDE-RECEBIDA
           MOVE PC-QTDE-PEDIDA                TO WS-PEDIDA-ED
           MOVE PC-QTDE-RECEBIDA              TO WS-RECEBIDA-ED
           MOVE WS-PENDENTE                   TO WS-PENDENTE-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '          LINHA '          DELIMITED BY SIZE
                  PC-LINHA                    DELIMITED BY SIZE
                  '  PRODUTO '                DELIMITED BY SIZE
                  PC-PRODUTO                  DELIMITED BY SIZE
                  '  PEDIDA '                 DELIMITED BY SIZE
                  WS-PEDIDA-ED                DELIMITED BY SIZE
                  '  RECEBIDA '               DELIMITED BY SIZE
                  WS-RECEBIDA-ED              DELIMITED BY SIZE
                  '  PENDENTE '               DELIMITED BY SIZE
                  WS-PENDENTE-ED              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PARTE 2: RECEBIMENTOS DA DATA DE NEGOCIO COM PRECO DA NOTA
      * DIFERENTE DO PRECO DO PEDIDO.
      *****************************************
       P500-PRECOS-DIVERGENTES.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'RECEBIMENTOS DO DIA COM PRECO DIVERGENTE DO PEDIDO'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PEDIDO   LIN PRODUTO  FORNEC NOTA FORN      QTDE  '
                                              DELIMITED BY SIZE
                  'PRECO PED  PRECO NOTA   DIFERENCA       %  '
                                              DELIMITED BY SIZE
                  'OPERADOR'                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           SET FIM-DOS-RECEBIMENTOS           TO FALSE
           IF WS-FS-PCRECEB NOT = '00'
               SET FIM-DOS-RECEBIMENTOS       TO TRUE
           END-IF

           PERFORM P510-UM-RECEBIMENTO UNTIL FIM-DOS-RECEBIMENTOS
           .

      *****************************************
       P510-UM-RECEBIMENTO.
      *****************************************

           READ RECEBIMENTOS
               AT END
                   SET FIM-DOS-RECEBIMENTOS   TO TRUE
           END-READ

           IF FIM-DOS-RECEBIMENTOS
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RECEB-LIDOS

           IF REC-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RECEB-DIA

           IF REC-PRECO-NOTA = REC-PRECO-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-DIVERGENTES

           COMPUTE WS-DIFERENCA = REC-PRECO-NOTA - REC-PRECO-PEDIDO
           IF REC-PRECO-PEDIDO NOT = ZEROS
               COMPUTE WS-DIFERENCA-PCT ROUNDED =
                       WS-DIFERENCA * 100 / REC-PRECO-PEDIDO
                   ON SIZE ERROR
                       MOVE 99999.99          TO WS-DIFERENCA-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS                     TO WS-DIFERENCA-PCT
           END-IF

           MOVE REC-QTDE                      TO WS-QTDE-ED
           MOVE REC-PRECO-PEDIDO              TO WS-PRECO-PED-ED
           MOVE REC-PRECO-NOTA                TO WS-PRECO-NOTA-ED
           MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ED
           MOVE WS-DIFERENCA-PCT              TO WS-PCT-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING REC-PEDIDO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  REC-LINHA                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  REC-PRODUTO                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  REC-FORNECEDOR              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  REC-NOTA-FORNECEDOR         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRECO-PED-ED             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRECO-NOTA-ED            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DIFERENCA-ED             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PCT-ED                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  REC-OPERADOR                DELIMITED BY SIZE
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
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PEDIDOS ATRASADOS: '   DELIMITED BY SIZE
                      WS-QT-ATRASADOS         DELIMITED BY SIZE
                      '  ITENS PENDENTES: '   DELIMITED BY SIZE
                      WS-QT-ITENS-PENDENTES   DELIMITED BY SIZE
                      '  RECEBIMENTOS DO DIA: '
                                              DELIMITED BY SIZE
                      WS-QT-RECEB-DIA         DELIMITED BY SIZE
                      '  COM PRECO DIVERGENTE: '
                                              DELIMITED BY SIZE
                      WS-QT-DIVERGENTES       DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE ACOMPANHA-RPT
           END-IF

           IF WS-FS-PEDCOMPRA = '00' OR WS-FS-PEDCOMPRA = '10'
               CLOSE PEDIDO-COMPRA
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           IF WS-FS-PCRECEB = '00' OR WS-FS-PCRECEB = '10'
               CLOSE RECEBIMENTOS
           END-IF

           DISPLAY 'PEDIDOS LIDOS........: ' WS-QT-PEDIDOS-LIDOS
           DISPLAY 'PEDIDOS ATRASADOS....: ' WS-QT-ATRASADOS
           DISPLAY 'ITENS PENDENTES......: ' WS-QT-ITENS-PENDENTES
           DISPLAY 'RECEBIMENTOS DO DIA..: ' WS-QT-RECEB-DIA
           DISPLAY 'COM PRECO DIVERGENTE.: ' WS-QT-DIVERGENTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-ATRASADOS WS-QT-DIVERGENTES
                               GIVING RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               ADD WS-QT-ATRASADOS WS-QT-DIVERGENTES
                               GIVING LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-COMPREL.
