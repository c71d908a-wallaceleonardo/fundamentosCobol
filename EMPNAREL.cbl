      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DOS EMPRESTIMOS EM NAO-ACCRUAL PARA
      *          O FINANCEIRO (EMPNARPT): UMA LINHA POR EMPRESTIMO DO
      *          EMPMAST CLASSIFICADO NAO-ACCRUAL PELO
      *          DEMONSTRA-EMPACCR, COM TITULAR, DATA DA ENTRADA,
      *          MAIOR ATRASO, PARCELAS JA PAGAS EM DIA PARA O
      *          RETORNO, SALDO DEVEDOR E OS JUROS SUSPENSOS PELO GIRO
      *          (DEMONSTRA-EMPROLL) NO MES E ACUMULADOS - A RECEITA
      *          QUE FICOU FORA DO BALANCO. DEPOIS, AS MUDANCAS DE
      *          SITUACAO DO MES ('NA' ENTRADAS E 'RA' RETORNOS) DO
      *          HISTORICO DO EMPRESTIMO (EMPHIST) E OS TOTAIS.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPNAREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

           SELECT NAO-ACCRUAL-RPT     ASSIGN TO 'EMPNARPT'
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
       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       FD NAO-ACCRUAL-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.

      *    TOTAIS DO MES.
       77 WS-QT-NAO-ACCRUAL                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENTRADAS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-RETORNOS                     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SALDO         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-SUSP-MES      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-SUSP-ACUM     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-SUSP-MES          PIC S9(09)V99 COMP-3 VALUE ZEROS.

       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-VALOR-ED                        PIC -(13)9.99.

       01 WS-LINHA-DET.
           03 WS-LD-EMPRESTIMO               PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-CLIENTE                  PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-DESDE                    PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-ATRASO                   PIC ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-PONTUAIS                 PIC ZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-SALDO                    PIC -(09)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-SUSP-MES                 PIC -(09)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-SUSP-ACUM                PIC -(09)9.99.

       01 WS-LINHA-MUDANCA.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LM-DATA                     PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LM-EMPRESTIMO               PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LM-DESCRICAO                PIC X(22).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LM-ATRASO                   PIC ZZ9.
           03 FILLER                         PIC X(06) VALUE
                                                      ' DIAS '.
           03 WS-LM-SALDO                    PIC -(09)9.99.

           COPY DTNEGWS.
           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-LE-CARTEIRA
               PERFORM P400-LE-MUDANCAS
               PERFORM P700-IMPRIME-RESUMO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPNAREL'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           OPEN OUTPUT NAO-ACCRUAL-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPNARPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'EMPRESTIMOS EM NAO-ACCRUAL'  TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'POSICAO NO FECHAMENTO DO MES ' DELIMITED BY SIZE
                  WS-MES-REF                  DELIMITED BY SIZE
                  ' - JUROS SUSPENSOS FORA DO BALANCO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EMPRES CLIENT DESDE    ATR PAG         SALDO '
                                              DELIMITED BY SIZE
                  ' SUSPENSO MES SUSPENSO ACUM'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           OPEN INPUT EMPRESTIMO-MASTER
           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPRESTIMO-MASTER: '
                       WS-FS-EMPMAST
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P200-LE-CARTEIRA.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UM-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
      * SO' OS NAO-ACCRUAL. OS JUROS SUSPENSOS NO MES SO' VALEM SE
      * A REFERENCIA GRAVADA PELO GIRO E' O MES DO RELATORIO.
      *****************************************
       P210-UM-EMPRESTIMO.
      *****************************************

           READ EMPRESTIMO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT EMP-NAO-ACCRUAL
               EXIT PARAGRAPH
           END-IF

           IF EMP-JUROS-SUSPENSOS IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-SUSPENSOS
           END-IF
           MOVE ZEROS                         TO WS-SUSP-MES
           IF EMP-SUSP-MES-REF IS NUMERIC
              AND EMP-SUSP-NO-MES IS NUMERIC
              AND EMP-SUSP-MES-REF = WS-MES-REF
               MOVE EMP-SUSP-NO-MES           TO WS-SUSP-MES
           END-IF

           ADD 1                              TO WS-QT-NAO-ACCRUAL
           ADD EMP-SALDO                      TO WS-TOT-SALDO
           ADD WS-SUSP-MES                    TO WS-TOT-SUSP-MES
           ADD EMP-JUROS-SUSPENSOS            TO WS-TOT-SUSP-ACUM

           MOVE EMP-NUMERO                    TO WS-LD-EMPRESTIMO
           MOVE EMP-NUM-CLIENTE               TO WS-LD-CLIENTE
           MOVE EMP-DATA-SIT-ACCRUAL          TO WS-LD-DESDE
           MOVE EMP-NACR-DIAS-ATRASO          TO WS-LD-ATRASO
           MOVE EMP-PAGTOS-PONTUAIS           TO WS-LD-PONTUAIS
           MOVE EMP-SALDO                     TO WS-LD-SALDO
           MOVE WS-SUSP-MES                   TO WS-LD-SUSP-MES
           MOVE EMP-JUROS-SUSPENSOS           TO WS-LD-SUSP-ACUM
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-DET                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * AS MUDANCAS DE SITUACAO DO MES, NA ORDEM DO HISTORICO. SEM
      * O EMPHIST A SECAO SAI VAZIA.
      *****************************************
       P400-LE-MUDANCAS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'MUDANCAS DE SITUACAO NO MES' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           OPEN INPUT EMPRESTIMO-HISTORICO
           IF WS-FS-EMPHIST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P410-UMA-LINHA UNTIL FIM-DO-ARQUIVO

           CLOSE EMPRESTIMO-HISTORICO
           .

      *****************************************
       P410-UMA-LINHA.
      *****************************************

           READ EMPRESTIMO-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT EMH-ENTRA-NAO-ACCRUAL AND NOT EMH-RETORNA-ACCRUAL
               EXIT PARAGRAPH
           END-IF

           IF EMH-DATA IS NOT NUMERIC
              OR EMH-DATA / 100 NOT = WS-MES-REF
               EXIT PARAGRAPH
           END-IF

           IF EMH-ENTRA-NAO-ACCRUAL
               ADD 1                          TO WS-QT-ENTRADAS
               MOVE 'ENTROU EM NAO-ACCRUAL'   TO WS-LM-DESCRICAO
           ELSE
               ADD 1                          TO WS-QT-RETORNOS
               MOVE 'VOLTOU AO ACCRUAL'       TO WS-LM-DESCRICAO
           END-IF

           MOVE EMH-DATA                      TO WS-LM-DATA
           MOVE EMH-NUM-EMPRESTIMO            TO WS-LM-EMPRESTIMO
           IF EMH-DIAS-ATRASO IS NUMERIC
               MOVE EMH-DIAS-ATRASO           TO WS-LM-ATRASO
           ELSE
               MOVE ZEROS                     TO WS-LM-ATRASO
           END-IF
           MOVE EMH-SALDO-APOS                TO WS-LM-SALDO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-MUDANCA              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P700-IMPRIME-RESUMO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-NAO-ACCRUAL             TO WS-QT-ED
           MOVE WS-TOT-SALDO                  TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EMPRESTIMOS EM NAO-ACCRUAL: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '  SALDO '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOT-SUSP-MES               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'JUROS SUSPENSOS NO MES....: ' DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOT-SUSP-ACUM              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'JUROS SUSPENSOS ACUMULADOS: ' DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-ENTRADAS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'ENTRADAS NO MES...........: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-RETORNOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RETORNOS NO MES...........: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-EMPMAST = '00' OR WS-FS-EMPMAST = '10'
               CLOSE EMPRESTIMO-MASTER
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE NAO-ACCRUAL-RPT
           END-IF

           DISPLAY 'EMPRESTIMOS EM NAO-ACCRUAL: ' WS-QT-NAO-ACCRUAL
           DISPLAY 'ENTRADAS NO MES...........: ' WS-QT-ENTRADAS
           DISPLAY 'RETORNOS NO MES...........: ' WS-QT-RETORNOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-NAO-ACCRUAL              TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-EMPNAREL.
