      *          E' O PAPEL QUE A AGENCIA ENTREGA AO CLIENTE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - EMPRESTIMO INDEXADO (CDI/SELIC + SPREAD): A
      *                    TABELA E' PROJETADA NA TAXA MENSAL
      *                    EQUIVALENTE AO ULTIMO INDICE PUBLICADO NO
      *                    TAXAIDX, E O DOCUMENTO DIZ NA CAPA QUE A
      *                    PROJECAO SE BASEIA NESSE INDICE E QUE AS
      *                    PARCELAS VARIAM COM ELE
      *   15/10/2026 WT - EMPRESTIMO REPROGRAMADO POR ANTECIPACAO
      *                    (EMP-VALOR-PARCELA > 0, DEMONSTRA-EMPPREP):
      *                    A TABELA PARTE DO SALDO DEVEDOR ATUAL E
      *                    LISTA SO' AS PARCELAS AINDA NAO FATURADAS,
      *                    NA PARCELA REPROGRAMADA, COM AVISO NA CAPA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPSCHED.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT TAXA-INDEXADOR      ASSIGN TO 'TAXAIDX'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAIDX.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO-MASTER.
       FD RUN-LOG.
           COPY RUNLOG.

       FD TAXA-INDEXADOR.
           COPY TAXAIDX.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SALDO             PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-IX-PERIODO                      PIC 9(03) VALUE ZEROS.

      *    REPROGRAMADO POR ANTECIPACAO: A TABELA COMECA NA PRIMEIRA
      *    PARCELA NAO FATURADA, SOBRE O SALDO DEVEDOR.
       77 WS-SW-REPROGRAMADO                 PIC X(01) VALUE 'N'.
           88 EMPRESTIMO-REPROGRAMADO        VALUE 'S'.
       77 WS-BASE-TABELA       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PRAZO-TABELA                    PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRA-PARCELA                PIC 9(03) VALUE ZEROS.
       77 WS-CICLO                           PIC 9(03) VALUE ZEROS.

      *    DATA DA PARCELA: CICLOS DE 30 DIAS, NO DIA UTIL.
       77 WS-VENC-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-VENC-NUM                        PIC 9(08) VALUE ZEROS.
       77 WS-AMORT-ED                        PIC -(09)9.99.
       77 WS-SALDO-ED                        PIC -(09)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-TAXA-IDX-ED                     PIC Z9.9999.
       77 WS-SPREAD-ED                       PIC Z9.9999.

           COPY RPTHDR.
           COPY FERIADWS.
           COPY DTNEGWS.
           COPY TAXIDXWS.

       PROCEDURE DIVISION.
      *****************************************

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS
           PERFORM P-CARREGA-TAXAIDX

           OPEN INPUT EMPRESTIMO-MASTER
           OPEN OUTPUT ESQUEMA-DOCUMENTO
               EXIT PARAGRAPH
           END-IF

      *    INDEXADO: A TAXA DA PROJECAO E' A MENSAL EQUIVALENTE AO
      *    ULTIMO INDICE PUBLICADO MAIS O SPREAD (O CADASTRO E' SO'
      *    DE LEITURA AQUI); SEM INDICE PUBLICADO, FICA A DO ULTIMO
      *    GIRO.
           IF EMP-TAXA-INDEXADA
               MOVE EMP-INDICE                TO WS-TXI-COD-TESTE
               MOVE WS-DATA-NEGOCIO           TO WS-TXI-DATA-TESTE
               PERFORM P-ULTIMA-TAXAIDX
               IF TXI-ACHOU
                   IF EMP-SPREAD IS NOT NUMERIC
                       MOVE ZEROS             TO EMP-SPREAD
                   END-IF
                   MOVE EMP-SPREAD            TO WS-TXI-SPREAD
                   PERFORM P-FATORES-TAXAIDX
                   MOVE WS-TXI-TAXA-MES       TO EMP-TAXA
               END-IF
           END-IF

      *    ANTECIPACAO COM REPROGRAMACAO: SO' O QUE FALTA FATURAR,
      *    SOBRE O SALDO DE HOJE.
           IF EMP-VALOR-PARCELA IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-VALOR-PARCELA
           END-IF
           IF EMP-PARCELAS-FATURADAS IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-PARCELAS-FATURADAS
           END-IF
           IF EMP-VALOR-PARCELA > ZEROS
              AND EMP-PARCELAS-FATURADAS < EMP-PERIODOS
               SET EMPRESTIMO-REPROGRAMADO    TO TRUE
               MOVE EMP-SALDO                 TO WS-BASE-TABELA
               COMPUTE WS-PRAZO-TABELA =
                       EMP-PERIODOS - EMP-PARCELAS-FATURADAS
               COMPUTE WS-PRIMEIRA-PARCELA =
                       EMP-PARCELAS-FATURADAS + 1
           ELSE
               MOVE 'N'                       TO WS-SW-REPROGRAMADO
               MOVE EMP-PRINCIPAL             TO WS-BASE-TABELA
               MOVE EMP-PERIODOS              TO WS-PRAZO-TABELA
               MOVE 1                         TO WS-PRIMEIRA-PARCELA
           END-IF

           PERFORM P400-CALCULA-PARCELA

           IF REGISTRO-COM-ERRO
      *****************************************
      * PARCELA FIXA DO SISTEMA FRANCES, COMO EM P650 DE
      * DEMONSTRA-JUROS - A MESMA CONTA QUE PRECIFICA A PARCELA
      * COBRADA PELO FATURAMENTO DE PARCELAS. NO PREFIXADO
      * REPROGRAMADO A PARCELA E' A GRAVADA PELA ANTECIPACAO; NO
      * INDEXADO E' RECALCULADA SOBRE O SALDO E O PRAZO RESTANTE,
      * COMO NO FATURAMENTO.
      *****************************************
       P400-CALCULA-PARCELA.
      *****************************************

           MOVE 'N'                           TO WS-SW-ERRO

           IF EMPRESTIMO-REPROGRAMADO
              AND EMP-TAXA-FIXA
               MOVE EMP-VALOR-PARCELA         TO WS-PARCELA
               EXIT PARAGRAPH
           END-IF

           IF EMP-TAXA = ZEROS
               COMPUTE WS-PARCELA ROUNDED =
                       WS-BASE-TABELA / WS-PRAZO-TABELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
           ELSE
               COMPUTE WS-FATOR ROUNDED =
                       (1 + EMP-TAXA) ** WS-PRAZO-TABELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
               IF NOT REGISTRO-COM-ERRO
                   COMPUTE WS-NUMERADOR ROUNDED =
                           WS-BASE-TABELA * EMP-TAXA * WS-FATOR
                   COMPUTE WS-DIVISOR = WS-FATOR - 1
                   COMPUTE WS-PARCELA ROUNDED =
                           WS-NUMERADOR / WS-DIVISOR
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           IF EMPRESTIMO-REPROGRAMADO
               MOVE EMP-SALDO                 TO WS-VALOR-ED
               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING 'REPROGRAMADO POR ANTECIPACAO: SALDO DEVEDOR '
                                         DELIMITED BY SIZE
                      WS-VALOR-ED        DELIMITED BY SIZE
                      ' A PARTIR DA PARCELA '
                                         DELIMITED BY SIZE
                      WS-PRIMEIRA-PARCELA DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF

           IF EMP-TAXA-INDEXADA
               MOVE SPACES                    TO WS-REG-DOCUMENTO
               IF TXI-ACHOU
                   MOVE WS-TXI-TAXA-ACHADA    TO WS-TAXA-IDX-ED
                   MOVE EMP-SPREAD            TO WS-SPREAD-ED
                   STRING 'PROJECAO COM BASE NO ULTIMO INDICE '
                                         DELIMITED BY SIZE
                          EMP-INDICE     DELIMITED BY SIZE
                          ' DE '         DELIMITED BY SIZE
                          WS-TXI-DATA-ACHADA DELIMITED BY SIZE
                          ' = '          DELIMITED BY SIZE
                          WS-TAXA-IDX-ED DELIMITED BY SIZE
                          '% A.A. + SPREAD ' DELIMITED BY SIZE
                          WS-SPREAD-ED   DELIMITED BY SIZE
                          '% A.A.'       DELIMITED BY SIZE
                          INTO WS-REG-DOCUMENTO
                   END-STRING
               ELSE
                   STRING 'PROJECAO NA TAXA DO ULTIMO GIRO - SEM '
                                         DELIMITED BY SIZE
                          'INDICE '      DELIMITED BY SIZE
                          EMP-INDICE     DELIMITED BY SIZE
                          ' PUBLICADO'   DELIMITED BY SIZE
                          INTO WS-REG-DOCUMENTO
                   END-STRING
               END-IF
               WRITE WS-REG-DOCUMENTO

               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING 'EMPRESTIMO INDEXADO: PARCELAS, JUROS E '
                                         DELIMITED BY SIZE
                      'SALDOS VARIAM CONFORME AS TAXAS PUBLICADAS.'
                                         DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF
           .

      *****************************************
       P600-IMPRIME-TABELA.
      *****************************************

           MOVE WS-BASE-TABELA                TO WS-SALDO

           PERFORM VARYING WS-IX-PERIODO FROM WS-PRIMEIRA-PARCELA BY 1
                   UNTIL WS-IX-PERIODO > EMP-PERIODOS

               COMPUTE WS-JUROS-PERIODO ROUNDED =

      *        A DATA DA PARCELA SEGUE A CONVENCAO DO FATURAMENTO
      *        DE PARCELAS: CICLOS DE 30 DIAS, NO DIA UTIL.
               COMPUTE WS-CICLO =
                       WS-IX-PERIODO - WS-PRIMEIRA-PARCELA + 1
               COMPUTE WS-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                     + WS-CICLO * 30
               COMPUTE WS-VENC-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
               MOVE WS-VENC-NUM               TO WS-FER-DATA-TESTE
           COPY RPTHDPR.
           COPY FERIADPR.
           COPY DTNEGPR.
           COPY TAXIDXPR.

       END PROGRAM DEMONSTRA-EMPSCHED.
