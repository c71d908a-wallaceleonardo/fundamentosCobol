      *          CHUTAR A POSICAO DE CAIXA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - SAIDAS AO LADO DAS ENTRADAS: OS TITULOS EM
      *                    ABERTO DO CONTAS A PAGAR (CPAGAR - A
      *                    PAGAR, PROPOSTOS E APROVADOS) ENTRAM NA
      *                    CURVA DE SAIDAS PELO VENCIMENTO (VENCIDOS
      *                    NO PRIMEIRO DIA); O RELATORIO MOSTRA, POR
      *                    DIA, SEMANA E NO TOTAL, O ESPERADO, O A
      *                    PAGAR E O LIQUIDO. SEM CPAGAR A CURVA DE
      *                    SAIDAS FICA ZERADA
      *   15/10/2026 WT - EMPRESTIMO COM PARCELA REPROGRAMADA POR
      *                    ANTECIPACAO (EMP-VALOR-PARCELA > 0) PROJETA
      *                    A PARCELA NOVA, NO PRAZO JA REPROGRAMADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CASHPROJ.
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT CONTAS-PAGAR        ASSIGN TO 'CPAGAR'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CP-NUMERO
                                       ALTERNATE RECORD KEY
                                           CP-FORN-NOTA
                                       FILE STATUS WS-FS-CPAGAR.

           SELECT PROJECAO-RPT        ASSIGN TO 'CASHPROJRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.
       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD CONTAS-PAGAR.
           COPY CPAGAR.

       FD PROJECAO-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CPAGAR                       PIC X(02) VALUE '00'.
       77 WS-QT-TITULOS                      PIC 9(06) VALUE ZEROS.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           03 WS-CURVA-DIA             OCCURS 60 TIMES
                                       PIC S9(11)V99 COMP-3.

      *    CURVA DE SAIDAS: TITULOS A PAGAR A FORNECEDOR POR DIA.
       01 WS-TAB-SAIDAS.
           03 WS-SAIDA-DIA             OCCURS 60 TIMES
                                       PIC S9(11)V99 COMP-3.

      *    APOIO DO CALCULO DE DIA/FAIXA DO PAGAMENTO EM CURSO.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-VENC-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-CURVA       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SEMANA      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ED                        PIC -(13)9.99.
       77 WS-SAIDA-ED                        PIC -(11)9.99.
       77 WS-LIQUIDO-ED                      PIC -(11)9.99.
       77 WS-LIQUIDO-DIA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SAIDAS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-SAIDAS-SEMANA     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SAIDA-ED                  PIC -(13)9.99.
       77 WS-TOTAL-LIQ-ED                    PIC -(13)9.99.
       77 WS-NUM-SEMANA                      PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-AUX                       PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-SEMANA                    PIC 9(01) VALUE ZEROS.
           PERFORM P100-APURA-TAXAS
           PERFORM P300-PROJETA-PAGAMENTOS
           PERFORM P500-PROJETA-EMPRESTIMOS
           PERFORM P600-PROJETA-SAIDAS

           PERFORM P999-FIM
           .

           INITIALIZE WS-TAB-TAXAS-CONF
           INITIALIZE WS-TAB-CURVA
           INITIALIZE WS-TAB-SAIDAS

           OPEN OUTPUT PROJECAO-RPT

               END-IF
           END-IF

      *    ANTECIPACAO COM REDUCAO DA PARCELA (DEMONSTRA-EMPPREP).
           IF EMP-VALOR-PARCELA IS NUMERIC
              AND EMP-VALOR-PARCELA > ZEROS
               MOVE 'N'                       TO WS-SW-ERRO
               MOVE EMP-VALOR-PARCELA         TO WS-PARCELA
           END-IF

           IF REGISTRO-COM-ERRO
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           .

      *****************************************
      * SAIDAS: CADA TITULO EM ABERTO DO CONTAS A PAGAR ENTRA NO DIA
      * DO SEU VENCIMENTO, PELO VALOR CHEIO (O COMPROMISSO COM O
      * FORNECEDOR NAO TEM TAXA DE CONFIRMACAO); VENCIDO ENTRA NO
      * PRIMEIRO DIA E O QUE VENCE ALEM DO HORIZONTE FICA DE FORA.
      *****************************************
       P600-PROJETA-SAIDAS.
      *****************************************

           OPEN INPUT CONTAS-PAGAR

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'AVISO: CPAGAR INDISPONIVEL - SEM SAIDAS: '
                       WS-FS-CPAGAR
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P610-PROJETA-TITULO UNTIL FIM-DO-ARQUIVO

           CLOSE CONTAS-PAGAR
           .

      *****************************************
       P610-PROJETA-TITULO.
      *****************************************

           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT CP-EM-ABERTO
               EXIT PARAGRAPH
           END-IF

           MOVE 1                             TO WS-IX-DIA
           IF CP-DATA-VENC > WS-DATA-NEGOCIO
               COMPUTE WS-DIAS-ATE-VENC =
                       FUNCTION INTEGER-OF-DATE(CP-DATA-VENC)
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               IF WS-DIAS-ATE-VENC > WS-DIAS-PROJECAO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DIAS-ATE-VENC          TO WS-IX-DIA
           END-IF

           ADD 1                              TO WS-QT-TITULOS
           ADD CP-VALOR                       TO WS-SAIDA-DIA(WS-IX-DIA)
           .

      *****************************************
      * IMPRIME A CURVA DIARIA, O RESUMO SEMANAL E O TOTAL.
      *****************************************
               COMPUTE WS-DIA-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

               COMPUTE WS-LIQUIDO-DIA = WS-CURVA-DIA(WS-IX-DIA)
                                      - WS-SAIDA-DIA(WS-IX-DIA)
               MOVE WS-CURVA-DIA(WS-IX-DIA)   TO WS-VALOR-ED
               MOVE WS-SAIDA-DIA(WS-IX-DIA)   TO WS-SAIDA-ED
               MOVE WS-LIQUIDO-DIA            TO WS-LIQUIDO-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'DIA '      DELIMITED BY SIZE
                      WS-DIA-DATA DELIMITED BY SIZE
                      ' ESPERADO ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      ' A PAGAR ' DELIMITED BY SIZE
                      WS-SAIDA-ED DELIMITED BY SIZE
                      ' LIQUIDO ' DELIMITED BY SIZE
                      WS-LIQUIDO-ED DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO

               ADD WS-CURVA-DIA(WS-IX-DIA)    TO WS-TOTAL-SEMANA
               ADD WS-CURVA-DIA(WS-IX-DIA)    TO WS-TOTAL-CURVA
               ADD WS-SAIDA-DIA(WS-IX-DIA)    TO WS-SAIDAS-SEMANA
               ADD WS-SAIDA-DIA(WS-IX-DIA)    TO WS-TOTAL-SAIDAS

               DIVIDE WS-IX-DIA BY 7 GIVING WS-RESTO-AUX
                               REMAINDER WS-RESTO-SEMANA
                  OR WS-IX-DIA = WS-DIAS-PROJECAO
                   ADD 1                      TO WS-NUM-SEMANA
                   MOVE WS-TOTAL-SEMANA       TO WS-TOTAL-ED
                   MOVE WS-SAIDAS-SEMANA      TO WS-TOTAL-SAIDA-ED
                   COMPUTE WS-TOTAL-LIQUIDO =
                           WS-TOTAL-SEMANA - WS-SAIDAS-SEMANA
                   MOVE WS-TOTAL-LIQUIDO      TO WS-TOTAL-LIQ-ED
                   MOVE SPACES                TO WS-REG-RELATORIO
                   STRING '  SEMANA ' DELIMITED BY SIZE
                          WS-NUM-SEMANA DELIMITED BY SIZE
                          ' - ESPERADO ' DELIMITED BY SIZE
                          WS-TOTAL-ED DELIMITED BY SIZE
                          ' A PAGAR ' DELIMITED BY SIZE
                          WS-TOTAL-SAIDA-ED DELIMITED BY SIZE
                          ' LIQUIDO ' DELIMITED BY SIZE
                          WS-TOTAL-LIQ-ED DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
                   MOVE ZEROS                 TO WS-TOTAL-SEMANA
                   MOVE ZEROS                 TO WS-SAIDAS-SEMANA
               END-IF
           END-PERFORM

           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOTAL-SAIDAS               TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAL A PAGAR NO HORIZONTE:  ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-CURVA - WS-TOTAL-SAIDAS
           MOVE WS-TOTAL-LIQUIDO              TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'LIQUIDO NO HORIZONTE:        ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE PROJECAO-RPT

           DISPLAY 'PAGAMENTOS LIDOS.....: ' WS-QT-LIDOS
           MOVE WS-TOTAL-CURVA                TO WS-TOTAL-ED
           DISPLAY 'TOTAL ESPERADO.......: ' WS-TOTAL-ED
           DISPLAY 'TITULOS A PAGAR......: ' WS-QT-TITULOS
           MOVE WS-TOTAL-SAIDAS               TO WS-TOTAL-ED
           DISPLAY 'TOTAL A PAGAR........: ' WS-TOTAL-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
