      *          NA SEMANA PASSADA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - EMPRESTIMO INDEXADO (CDI/SELIC + SPREAD):
      *                    PROJECAO PELOS DIAS UTEIS ATE A QUITACAO NA
      *                    ULTIMA TAXA PUBLICADA DO INDICE (TAXAIDX),
      *                    COM AVISO NA TELA DE QUE O VALOR SE BASEIA
      *                    NO ULTIMO INDICE E PODE VARIAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPQUOTE.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT TAXA-INDEXADOR      ASSIGN TO 'TAXAIDX'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAIDX.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO-MASTER.
       FD RUN-LOG.
           COPY RUNLOG.

       FD FERIADOS-CAL.
           COPY FERIADO.

       FD TAXA-INDEXADOR.
           COPY TAXAIDX.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-COTACAO                      PIC X(02) VALUE '00'.

       77 WS-VALOR-ED                        PIC -(11)9.99.

      *    INDEXADO: O GIRO CAPITALIZA CADA DIA UTIL PELA TAXA
      *    PUBLICADA NAQUELE DIA; A PROJECAO USA A ULTIMA PUBLICADA
      *    PARA TODOS OS DIAS UTEIS AINDA NAO GIRADOS ATE A QUITACAO.
       77 WS-DIA-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-QT-DIAS-UTEIS                   PIC 9(05) VALUE ZEROS.
       77 WS-TAXA-IDX-ED                     PIC Z9.9999.
       77 WS-SPREAD-ED                       PIC Z9.9999.

           COPY DTVALID.
           COPY DTNEGWS.
           COPY FERIADWS.
           COPY TAXIDXWS.

       PROCEDURE DIVISION.
      *****************************************
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS
           PERFORM P-CARREGA-TAXAIDX

           OPEN INPUT EMPRESTIMO-MASTER

               EXIT PARAGRAPH
           END-IF

           IF EMP-TAXA-INDEXADA
               PERFORM P400-PROJETA-INDEXADO
               IF COTACAO-COM-ERRO
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *        O MESMO COMPOSTO DO GIRO: UM PERIODO POR NOITE ATE A
      *        DATA DE QUITACAO.
               COMPUTE WS-FATOR ROUNDED =
                       (1 + EMP-TAXA) ** WS-QT-NOITES
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE

               IF NOT COTACAO-COM-ERRO
                   COMPUTE WS-QUITACAO ROUNDED = EMP-SALDO * WS-FATOR
                       ON SIZE ERROR
                           MOVE 'S'           TO WS-SW-ERRO
                   END-COMPUTE
               END-IF
           END-IF

           IF COTACAO-COM-ERRO
           MOVE WS-QUITACAO                   TO WS-VALOR-ED
           DISPLAY 'QUITACAO EM ' WS-QUIT-AAAAMMDD ': ' WS-VALOR-ED

           IF EMP-TAXA-INDEXADA
               MOVE WS-TXI-TAXA-ACHADA        TO WS-TAXA-IDX-ED
               MOVE EMP-SPREAD                TO WS-SPREAD-ED
               DISPLAY '*** PROJECAO COM BASE NO ULTIMO INDICE '
                       'PUBLICADO: ' EMP-INDICE ' DE '
                       WS-TXI-DATA-ACHADA ' = ' WS-TAXA-IDX-ED
                       '% A.A. + SPREAD ' WS-SPREAD-ED '% A.A. ***'
               DISPLAY '*** O VALOR DEFINITIVO SEGUE AS TAXAS '
                       'PUBLICADAS ATE A QUITACAO ***'
           END-IF

           PERFORM P500-GRAVA-COTACAO
           .

      *****************************************
      * INDEXADO: A ULTIMA TAXA PUBLICADA DO INDICE MAIS O SPREAD,
      * COMPOSTA PELOS DIAS UTEIS AINDA NAO GIRADOS - DO DIA
      * SEGUINTE AO ULTIMO GIRO (SEM GIRO, A PROPRIA DATA DE
      * NEGOCIO) ATE A VESPERA DA QUITACAO, COMO AS NOITES DO FIXO.
      *****************************************
       P400-PROJETA-INDEXADO.
      *****************************************

           MOVE EMP-INDICE                    TO WS-TXI-COD-TESTE
           MOVE WS-DATA-NEGOCIO               TO WS-TXI-DATA-TESTE
           PERFORM P-ULTIMA-TAXAIDX

           IF NOT TXI-ACHOU
               DISPLAY 'SEM TAXA PUBLICADA DO INDICE ' EMP-INDICE
                       ' NO TAXAIDX - COTACAO NAO DISPONIVEL.'
               MOVE 'S'                       TO WS-SW-ERRO
               EXIT PARAGRAPH
           END-IF

           IF EMP-SPREAD IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-SPREAD
           END-IF
           MOVE EMP-SPREAD                    TO WS-TXI-SPREAD
           PERFORM P-FATORES-TAXAIDX

           IF EMP-DATA-ULT-GIRO IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-DATA-ULT-GIRO
           END-IF
           IF EMP-DATA-ULT-GIRO = ZEROS
               COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           ELSE
               COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(EMP-DATA-ULT-GIRO)
                     + 1
           END-IF
           COMPUTE WS-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-QUIT-AAAAMMDD) - 1

           MOVE ZEROS                         TO WS-QT-DIAS-UTEIS
           PERFORM UNTIL WS-DIA-INT > WS-FIM-INT
               COMPUTE WS-FER-DATA-TESTE =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM P-E-DIA-UTIL
               IF FER-DIA-UTIL
                   ADD 1                      TO WS-QT-DIAS-UTEIS
               END-IF
               ADD 1                          TO WS-DIA-INT
           END-PERFORM

           COMPUTE WS-QUITACAO ROUNDED =
                   EMP-SALDO * WS-TXI-FATOR-DIA ** WS-QT-DIAS-UTEIS
               ON SIZE ERROR
                   MOVE 'S'                   TO WS-SW-ERRO
           END-COMPUTE

           IF COTACAO-COM-ERRO
               DISPLAY 'COTACAO NAO CALCULAVEL (OVERFLOW).'
           END-IF
           .

      *****************************************
      * ANEXA A COTACAO AO LOG (CRIADO NA HORA NA PRIMEIRA
      * GRAVACAO) - E' O QUE PERMITE HONRAR O NUMERO DEPOIS.
           COPY RUNLOGPR.
           COPY DTVALPR.
           COPY DTNEGPR.
           COPY FERIADPR.
           COPY TAXIDXPR.

       END PROGRAM DEMONSTRA-EMPQUOTE.
