      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: INVENTARIO FISICO, PASSO 1 - CONGELAMENTO E FOLHAS
      *          DE CONTAGEM, SOB DEMANDA: CONGELA NO INVCONT O SALDO
      *          (PROD-QTDE-ESTOQUE) E O PRECO DE CADA PRODUTO COM
      *          CONTROLE DE ESTOQUE DO PRODMAST, NA SITUACAO 'A' (A
      *          CONTAR), E IMPRIME AS FOLHAS DE CONTAGEM (INVFOLHA)
      *          POR PRODUTO, 40 PRODUTOS POR FOLHA, COM O ESPACO
      *          PARA A QUANTIDADE CONTADA - SEM O SALDO DO SISTEMA,
      *          PARA A CONTAGEM SER CEGA. A CAPTURA E'
      *          DEMONSTRA-INVCAPT, O RELATORIO DE DIFERENCAS
      *          DEMONSTRA-INVVAR, A APROVACAO DEMONSTRA-INVAPRV E O
      *          AJUSTE DEMONSTRA-INVAJUST. SO' HA UM INVENTARIO DE
      *          CADA VEZ: COM UM INVCONT AINDA NAO TODO AJUSTADO
      *          ('J') O CONGELAMENTO E' RECUSADO COM RC 8.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-INVCONG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT INVENTARIO-CONTAGEM ASSIGN TO 'INVCONT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY INV-PRODUTO
                                       FILE STATUS WS-FS-INVCONT.

           SELECT FOLHAS-RPT          ASSIGN TO 'INVFOLHA'
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

       FD INVENTARIO-CONTAGEM.
           COPY INVCONT.

       FD FOLHAS-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-INVCONT                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONGELADOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.

      *    QUEBRA DAS FOLHAS DE CONTAGEM.
       77 WS-LINHAS-FOLHA                    PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS-FOLHA                PIC 9(02) VALUE 40.

           COPY DTNEGWS.

           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVCONG'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P050-VERIFICA-EM-CURSO
           IF WS-RETORNO NOT < 8
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT  PRODUTO-MASTER
           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INVENTARIO-CONTAGEM
           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO CRIAR INVCONT: ' WS-FS-INVCONT
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FOLHAS-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR INVFOLHA: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'FOLHA DE CONTAGEM'           TO RPTHDR-TITULO
           MOVE ZEROS                         TO RPTHDR-PAGINA
           MOVE WS-MAX-LINHAS-FOLHA           TO WS-LINHAS-FOLHA
           .

      *****************************************
      * UM INVENTARIO DE CADA VEZ: SE O INVCONT EXISTE E TEM PRODUTO
      * AINDA NAO AJUSTADO, O CONGELAMENTO ANTERIOR ESTA EM CURSO E
      * NAO PODE SER SOBREPOSTO.
      *****************************************
       P050-VERIFICA-EM-CURSO.
      *****************************************

           OPEN INPUT INVENTARIO-CONTAGEM
           IF WS-FS-INVCONT NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P060-CONFERE-UM UNTIL FIM-DO-ARQUIVO

           CLOSE INVENTARIO-CONTAGEM

           IF WS-QT-PENDENTES > ZEROS
               DISPLAY 'INVENTARIO DE ' INV-DATA-CONGELA
                       ' EM CURSO - ' WS-QT-PENDENTES
                       ' PRODUTO(S) AINDA NAO AJUSTADO(S). '
                       'CONGELAMENTO RECUSADO.'
               MOVE 8                         TO WS-RETORNO
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           .

      *****************************************
       P060-CONFERE-UM.
      *****************************************

           READ INVENTARIO-CONTAGEM NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO AND NOT INV-AJUSTADO
               ADD 1                          TO WS-QT-PENDENTES
           END-IF
           .

      *****************************************
      * SO' PRODUTO COM CONTROLE DE ESTOQUE (SALDO NUMERICO) E'
      * CONGELADO E VAI PARA A FOLHA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           IF PROD-QTDE-ESTOQUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-INVCONT
           MOVE PROD-CODIGO                   TO INV-PRODUTO
           MOVE PROD-DESCRICAO                TO INV-DESCRICAO
           MOVE PROD-UNIDADE                  TO INV-UNIDADE
           MOVE WS-DATA-NEGOCIO               TO INV-DATA-CONGELA
           MOVE PROD-QTDE-ESTOQUE             TO INV-QTDE-SISTEMA
           IF PROD-PRECO IS NUMERIC
               MOVE PROD-PRECO                TO INV-PRECO
           ELSE
               MOVE ZEROS                     TO INV-PRECO
           END-IF
           MOVE ZEROS                         TO INV-QTDE-CONTADA
           MOVE ZEROS                         TO INV-CONTAGENS
           SET INV-A-CONTAR                   TO TRUE
           MOVE ZEROS                         TO INV-DATA-CONTAGEM
           MOVE ZEROS                         TO INV-DATA-DECISAO

           WRITE WS-REG-INVCONT
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO CONGELAR O PRODUTO ' PROD-CODIGO ': '
                       WS-FS-INVCONT
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CONGELADOS

           PERFORM P300-LINHA-FOLHA
           .

      *****************************************
      * UMA LINHA DA FOLHA DE CONTAGEM; FOLHA CHEIA ABRE OUTRA COM
      * CABECALHO PROPRIO.
      *****************************************
       P300-LINHA-FOLHA.
      *****************************************

           IF WS-LINHAS-FOLHA NOT < WS-MAX-LINHAS-FOLHA
               PERFORM P310-NOVA-FOLHA
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING PROD-CODIGO                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PROD-DESCRICAO              DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  PROD-UNIDADE                DELIMITED BY SIZE
                  '  ____________  ____________  ________'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           ADD 1                              TO WS-LINHAS-FOLHA
           .

      *****************************************
       P310-NOVA-FOLHA.
      *****************************************

           IF RPTHDR-PAGINA > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 'CONTADO POR: ____________________   '
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

           ADD 1                              TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'INVENTARIO CONGELADO EM '  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO   DESCRICAO                       UN  '
                                              DELIMITED BY SIZE
                  'QTDE CONTADA  RECONTAGEM    VISTO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE ZEROS                         TO WS-LINHAS-FOLHA
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               IF RPTHDR-PAGINA > ZEROS
                   MOVE SPACES                TO WS-REG-RELATORIO
                   WRITE WS-REG-RELATORIO
                   MOVE 'CONTADO POR: ____________________   '
                                              TO WS-REG-RELATORIO
                   WRITE WS-REG-RELATORIO
               END-IF
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PRODUTOS A CONTAR: '   DELIMITED BY SIZE
                      WS-QT-CONGELADOS        DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE FOLHAS-RPT
           END-IF

           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '10'
               CLOSE PRODUTO-MASTER
           END-IF

           IF WS-QT-PENDENTES = ZEROS
              AND (WS-FS-INVCONT = '00' OR WS-FS-INVCONT = '22')
               CLOSE INVENTARIO-CONTAGEM
           END-IF

           DISPLAY 'PRODUTOS LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'PRODUTOS CONGELADOS..: ' WS-QT-CONGELADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONGELADOS               TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-INVCONG.
