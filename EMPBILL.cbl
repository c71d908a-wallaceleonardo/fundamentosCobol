      *          NEGOCIO (RUNCTL), PREVISTA PARA A CADEIA MENSAL.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - EMPRESTIMO INDEXADO (CDI/SELIC + SPREAD): A
      *                    PARCELA E' RECALCULADA A CADA FATURAMENTO
      *                    SOBRE O SALDO DEVEDOR E AS PARCELAS
      *                    RESTANTES NA TAXA CORRENTE DO GIRO, E A
      *                    LINHA DO RELATORIO AVISA "PARCELA
      *                    RECALCULADA" QUANDO A TAXA MUDOU DESDE O
      *                    ULTIMO FATURAMENTO (EMP-TAXA-PARCELA)
      *   15/10/2026 WT - EMPRESTIMO PREFIXADO COM PARCELA REPROGRAMADA
      *                    POR ANTECIPACAO (EMP-VALOR-PARCELA > 0,
      *                    DEMONSTRA-EMPPREP) FATURA A PARCELA NOVA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPBILL.
       77 WS-NUMERADOR         PIC S9(09)V9999 COMP-3 VALUE ZEROS.
       77 WS-DIVISOR           PIC S9(03)V9999 COMP-3 VALUE ZEROS.
       77 WS-PARCELA           PIC S9(07)V99 COMP-3 VALUE ZEROS.
      *    BASE E PRAZO DA CONTA: NO FIXO, PRINCIPAL E PRAZO TOTAL;
      *    NO INDEXADO, SALDO DEVEDOR E PARCELAS AINDA NAO FATURADAS.
       77 WS-BASE-PARCELA      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PRAZO-PARCELA                   PIC 9(03) VALUE ZEROS.
       77 WS-SW-RECALCULADA                  PIC X(01) VALUE 'N'.
           88 PARCELA-RECALCULADA            VALUE 'S' FALSE 'N'.
       77 WS-QT-RECALCULADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-SW-ERRO                         PIC X(01) VALUE 'N'.
           88 REGISTRO-COM-ERRO              VALUE 'S'.
       77 WS-VALOR-ED                        PIC -(07)9.99.

           MOVE 'N'                           TO WS-SW-ERRO

      *    NO INDEXADO A TAXA (EMP-TAXA, O EQUIVALENTE MENSAL DO
      *    ULTIMO INDICE, MANTIDO PELO GIRO) MUDA DE UM MES PARA O
      *    OUTRO: A PARCELA SAI DO SALDO E DO PRAZO RESTANTE.
           IF EMP-TAXA-PARCELA IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-TAXA-PARCELA
           END-IF
           SET PARCELA-RECALCULADA            TO FALSE

           IF EMP-TAXA-INDEXADA
               MOVE EMP-SALDO                 TO WS-BASE-PARCELA
               COMPUTE WS-PRAZO-PARCELA =
                       EMP-PERIODOS - EMP-PARCELAS-FATURADAS
               IF EMP-TAXA-PARCELA NOT = ZEROS
                  AND EMP-TAXA-PARCELA NOT = EMP-TAXA
                   SET PARCELA-RECALCULADA    TO TRUE
               END-IF
           ELSE
               MOVE EMP-PRINCIPAL             TO WS-BASE-PARCELA
               MOVE EMP-PERIODOS              TO WS-PRAZO-PARCELA
           END-IF

           IF EMP-TAXA = ZEROS
               COMPUTE WS-PARCELA ROUNDED =
                       WS-BASE-PARCELA / WS-PRAZO-PARCELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
           ELSE
               COMPUTE WS-FATOR ROUNDED =
                       (1 + EMP-TAXA) ** WS-PRAZO-PARCELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
               IF NOT REGISTRO-COM-ERRO
                   COMPUTE WS-NUMERADOR ROUNDED =
                           WS-BASE-PARCELA * EMP-TAXA * WS-FATOR
                   COMPUTE WS-DIVISOR = WS-FATOR - 1
                   COMPUTE WS-PARCELA ROUNDED =
                           WS-NUMERADOR / WS-DIVISOR
               END-IF
           END-IF

      *    PREFIXADO QUE TEVE ANTECIPACAO COM REDUCAO DA PARCELA: A
      *    PARCELA PASSA A SER A REPROGRAMADA NO EMPPREP.
           IF EMP-VALOR-PARCELA IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-VALOR-PARCELA
           END-IF
           IF EMP-TAXA-FIXA
              AND EMP-VALOR-PARCELA > ZEROS
               MOVE 'N'                       TO WS-SW-ERRO
               MOVE EMP-VALOR-PARCELA         TO WS-PARCELA
           END-IF

           IF REGISTRO-COM-ERRO
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'PARCELA NAO CALCULAVEL PARA O EMPRESTIMO '
           END-IF

           ADD 1                              TO EMP-PARCELAS-FATURADAS
           MOVE EMP-TAXA                      TO EMP-TAXA-PARCELA

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                      PAGTO-DATA-VENC DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               IF PARCELA-RECALCULADA
                   ADD 1                      TO WS-QT-RECALCULADAS
                   MOVE ' PARCELA RECALCULADA'
                     TO WS-REG-RELATORIO(77:20)
               END-IF
               WRITE WS-REG-RELATORIO
           ELSE
               ADD 1                          TO WS-QT-ERROS
           DISPLAY 'EMPRESTIMOS LIDOS....: ' WS-QT-LIDOS
           DISPLAY 'PARCELAS FATURADAS...: ' WS-QT-FATURADAS
           DISPLAY 'SEM TITULAR..........: ' WS-QT-SEM-TITULAR
           DISPLAY 'PARCELAS RECALCULADAS: ' WS-QT-RECALCULADAS
           DISPLAY 'ERROS................: ' WS-QT-ERROS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
