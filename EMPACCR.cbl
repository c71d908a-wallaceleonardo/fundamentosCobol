      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CLASSIFICACAO NOTURNA DE ACCRUAL DA CARTEIRA DE
      *          EMPRESTIMOS (EMPMAST), ANTES DO GIRO: EMPRESTIMO COM
      *          ALGUMA PARCELA DO DEMONSTRA-EMPBILL NO PAGTOPEND
      *          ATRASADA HA MAIS DE EMPREST-NACR-DIAS DIAS (SISPARAM,
      *          PADRAO 90, APURADOS PELO VENCIMENTO COMO NA MORA)
      *          PASSA A NAO-ACCRUAL - O GIRO (DEMONSTRA-EMPROLL) PARA
      *          DE RECONHECER JUROS NELE E SO' ACUMULA OS JUROS
      *          SUSPENSOS, FORA DO BALANCO. VOLTA AO ACCRUAL DEPOIS
      *          DE EMPREST-NACR-PONTUAL (PADRAO 3) PARCELAS SEGUIDAS,
      *          FATURADAS DEPOIS DA ENTRADA, PAGAS SEM TER VIRADO
      *          ATRASADAS, E SEM NENHUMA PARCELA ALEM DO LIMITE DE
      *          DIAS; QUITADO TAMBEM VOLTA. CADA MUDANCA VAI PARA O
      *          HISTORICO DO EMPRESTIMO (EMPHIST, 'NA'/'RA') E PARA O
      *          RELATORIO DA NOITE (EMPACCRPT). A CLASSIFICACAO E'
      *          REFEITA DO PAGTOPEND A CADA NOITE - REEXECUTAR NA
      *          MESMA DATA NAO MUDA NADA.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT ACCRUAL-RPT         ASSIGN TO 'EMPACCRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

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
       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD ACCRUAL-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-PAGTO                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-PAGTOS                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    LIMITES DO SISPARAM: DIAS DE ATRASO QUE LEVAM A
      *    NAO-ACCRUAL (EMPREST-NACR-DIAS) E PARCELAS SEGUIDAS EM DIA
      *    PARA VOLTAR (EMPREST-NACR-PONTUAL).
       77 WS-NACR-DIAS                       PIC 9(03) VALUE 90.
       77 WS-NACR-PONTUAIS                   PIC 9(03) VALUE 3.

      *    O QUE A VARREDURA DAS PARCELAS DO EMPRESTIMO APUROU.
       77 WS-MAIOR-ATRASO                    PIC 9(03) VALUE ZEROS.
       77 WS-MAIOR-PAGTO                     PIC 9(06) VALUE ZEROS.
       77 WS-PONTUAIS                        PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-VENCIDOS     PIC S9(05) COMP-3 VALUE ZEROS.
       77 WS-VENC-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-SW-MUDOU                        PIC X(01) VALUE 'N'.
           88 SITUACAO-MUDOU                 VALUE 'S' FALSE 'N'.
       77 WS-TIPO-MUDANCA                    PIC X(02) VALUE SPACES.

      *    CONTADORES DA NOITE.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENTRADAS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-RETORNOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-NAO-ACCRUAL                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-NAO-ACCRUAL PIC S9(13)V99 COMP-3 VALUE ZEROS.

       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-VALOR-ED                        PIC -(11)9.99.

       01 WS-LINHA-DET.
           03 WS-LD-EMPRESTIMO               PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-CLIENTE                  PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-SALDO                    PIC -(09)9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LD-DIAS                     PIC Z(05)9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LD-PONTUAIS                 PIC Z(05)9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LD-MUDANCA                  PIC X(30).

           COPY DTVALID.
           COPY PARAMWS.
           COPY DTNEGWS.
           COPY RPTHDR.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPACCR'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'EMPREST-NACR-DIAS'           TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-NACR-DIAS
           END-IF
           MOVE 'EMPREST-NACR-PONTUAL'        TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-NACR-PONTUAIS
           END-IF

           OPEN OUTPUT ACCRUAL-RPT
           MOVE 'CLASSIFICACAO DE ACCRUAL'    TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EMPRES CLIENT         SALDO  ATRASO  EM DIA  '
                                              DELIMITED BY SIZE
                  'MUDANCA'                   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    SEM AS PARCELAS NAO HA COMO CLASSIFICAR - E NAO SE PODE
      *    DEVOLVER AO ACCRUAL QUEM NAO FOI CONFERIDO: RC 8.
           OPEN I-O   EMPRESTIMO-MASTER
           OPEN INPUT PAGTO-PENDENTES

           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPRESTIMO-MASTER: '
                       WS-FS-EMPMAST
               SET FIM-DO-ARQUIVO             TO TRUE
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               SET FIM-DO-ARQUIVO             TO TRUE
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-EMPRESTIMO
           END-IF
           .

      *****************************************
       P100-LE-EMPRESTIMO.
      *****************************************

           READ EMPRESTIMO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UM EMPRESTIMO: VARRE AS PARCELAS, DECIDE A SITUACAO E SO'
      * REGRAVA QUANDO ALGO MUDOU (SITUACAO OU CONTAGENS).
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF EMP-NACR-PAGTO-REF IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-NACR-PAGTO-REF
           END-IF
           IF EMP-PAGTOS-PONTUAIS IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-PAGTOS-PONTUAIS
           END-IF
           IF EMP-NACR-DIAS-ATRASO IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-NACR-DIAS-ATRASO
           END-IF
           IF EMP-DATA-SIT-ACCRUAL IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-DATA-SIT-ACCRUAL
           END-IF

           SET SITUACAO-MUDOU                 TO FALSE

           IF EMP-SALDO > ZEROS OR EMP-NAO-ACCRUAL
               PERFORM P300-VARRE-PARCELAS
               IF EMP-EM-ACCRUAL
                   PERFORM P400-VERIFICA-ENTRADA
               ELSE
                   PERFORM P500-VERIFICA-RETORNO
               END-IF
           END-IF

           IF EMP-NAO-ACCRUAL AND EMP-SALDO > ZEROS
               ADD 1                          TO WS-QT-NAO-ACCRUAL
               ADD EMP-SALDO                  TO WS-SALDO-NAO-ACCRUAL
           END-IF

           PERFORM P100-LE-EMPRESTIMO
           .

      *****************************************
      * AS PARCELAS DO EMPRESTIMO (ORIGEM 'E', PAGTO-NUM-ORIGEM =
      * EMP-NUMERO) PELA CHAVE ALTERNATIVA DO TITULAR: O MAIOR
      * ATRASO DAS ATRASADAS, O MAIOR NUMERO DE PAGAMENTO E - DAS
      * FATURADAS DEPOIS DA ENTRADA EM NAO-ACCRUAL - QUANTAS
      * SEGUIDAS FORAM PAGAS SEM TER VIRADO ATRASADAS (ATRASO OU
      * PAGAMENTO FORA DO PRAZO ZERA A SEQUENCIA).
      *****************************************
       P300-VARRE-PARCELAS.
      *****************************************

           MOVE ZEROS                         TO WS-MAIOR-ATRASO
                                                  WS-MAIOR-PAGTO
                                                  WS-PONTUAIS

           IF EMP-NUM-CLIENTE IS NOT NUMERIC
              OR EMP-NUM-CLIENTE = ZEROS
               EXIT PARAGRAPH
           END-IF

           SET FIM-DOS-PAGTOS                 TO FALSE
           MOVE EMP-NUM-CLIENTE               TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY = PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DOS-PAGTOS         TO TRUE
           END-START

           PERFORM P310-UMA-PARCELA UNTIL FIM-DOS-PAGTOS
           .

      *****************************************
       P310-UMA-PARCELA.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DOS-PAGTOS         TO TRUE
           END-READ

           IF FIM-DOS-PAGTOS
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = EMP-NUM-CLIENTE
               SET FIM-DOS-PAGTOS             TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-DE-EMPRESTIMO
              OR PAGTO-NUM-ORIGEM IS NOT NUMERIC
              OR PAGTO-NUM-ORIGEM NOT = EMP-NUMERO
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUMERO > WS-MAIOR-PAGTO
               MOVE PAGTO-NUMERO              TO WS-MAIOR-PAGTO
           END-IF

           IF PAGTO-ATRASADO
               PERFORM P320-APURA-DIAS
               IF WS-DIAS-VENCIDOS > WS-MAIOR-ATRASO
                   MOVE WS-DIAS-VENCIDOS      TO WS-MAIOR-ATRASO
               END-IF
           END-IF

           IF PAGTO-NUMERO NOT > EMP-NACR-PAGTO-REF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN PAGTO-ATRASADO
                   MOVE ZEROS                 TO WS-PONTUAIS
               WHEN PAGTO-CONFIRMADO
                   IF PAGTO-DIAS-ATRASO IS NUMERIC
                      AND PAGTO-DIAS-ATRASO > ZEROS
                       MOVE ZEROS             TO WS-PONTUAIS
                   ELSE
                       ADD 1                  TO WS-PONTUAIS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
      * DIAS DE ATRASO PELO VENCIMENTO CONTRA A DATA DE NEGOCIO (A
      * MESMA APURACAO DO P450-APURA-DIAS DA MORA, DEMONSTRA-
      * PAGTOJUR); SEM VENCIMENTO VALIDO, VALE O PAGTO-DIAS-ATRASO
      * DO REGISTRO. O TEMPO EM DISPUTA RESOLVIDA NAO CONTA.
      *****************************************
       P320-APURA-DIAS.
      *****************************************

           IF PAGTO-DIAS-ATRASO IS NUMERIC
               MOVE PAGTO-DIAS-ATRASO         TO WS-DIAS-VENCIDOS
           ELSE
               MOVE ZEROS                     TO WS-DIAS-VENCIDOS
           END-IF

           IF PAGTO-DATA-VENC NOT = SPACES
               MOVE PAGTO-DATA-VENC           TO WS-DATA
               PERFORM P-VALIDA-DATA

               IF DATA-VALIDA
                   COMPUTE WS-VENC-AAAAMMDD =
                           WS-DTV-ANO * 10000
                         + WS-DTV-MES * 100
                         + WS-DTV-DIA
                   COMPUTE WS-DIAS-VENCIDOS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                         - FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD)
               END-IF
           END-IF

           IF PAGTO-DIAS-CONGELADOS IS NUMERIC
              AND PAGTO-DIAS-CONGELADOS > ZEROS
               SUBTRACT PAGTO-DIAS-CONGELADOS FROM WS-DIAS-VENCIDOS
           END-IF

           IF WS-DIAS-VENCIDOS < ZEROS
               MOVE ZEROS                     TO WS-DIAS-VENCIDOS
           END-IF
           IF WS-DIAS-VENCIDOS > 999
               MOVE 999                       TO WS-DIAS-VENCIDOS
           END-IF
           .

      *****************************************
      * EM ACCRUAL: PARCELA ALEM DO LIMITE DE DIAS LEVA A
      * NAO-ACCRUAL. AS PARCELAS JA FATURADAS FICAM PARA TRAS - SO'
      * AS SEGUINTES CONTAM PARA O RETORNO.
      *****************************************
       P400-VERIFICA-ENTRADA.
      *****************************************

           IF EMP-SALDO NOT > ZEROS
              OR WS-MAIOR-ATRASO NOT > WS-NACR-DIAS
               EXIT PARAGRAPH
           END-IF

           SET EMP-NAO-ACCRUAL                TO TRUE
           MOVE WS-DATA-NEGOCIO               TO EMP-DATA-SIT-ACCRUAL
           MOVE WS-MAIOR-PAGTO                TO EMP-NACR-PAGTO-REF
           MOVE ZEROS                         TO EMP-PAGTOS-PONTUAIS
           MOVE WS-MAIOR-ATRASO               TO EMP-NACR-DIAS-ATRASO

           PERFORM P600-REGRAVA
           IF WS-FS-EMPMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ENTRADAS
           MOVE 'NA'                          TO WS-TIPO-MUDANCA
           MOVE 'ENTROU EM NAO-ACCRUAL'       TO WS-LD-MUDANCA
           PERFORM P700-REGISTRA-MUDANCA
           .

      *****************************************
      * EM NAO-ACCRUAL: ATUALIZA A CONTAGEM DE PARCELAS EM DIA E O
      * MAIOR ATRASO; VOLTA AO ACCRUAL QUITADO, OU COM A CONTAGEM
      * ATINGIDA E NENHUMA PARCELA ALEM DO LIMITE.
      *****************************************
       P500-VERIFICA-RETORNO.
      *****************************************

           IF EMP-PAGTOS-PONTUAIS = WS-PONTUAIS
              AND EMP-NACR-DIAS-ATRASO = WS-MAIOR-ATRASO
              AND EMP-SALDO > ZEROS
              AND (WS-PONTUAIS < WS-NACR-PONTUAIS
                   OR WS-MAIOR-ATRASO > WS-NACR-DIAS)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PONTUAIS                   TO EMP-PAGTOS-PONTUAIS
           MOVE WS-MAIOR-ATRASO               TO EMP-NACR-DIAS-ATRASO

           IF EMP-SALDO NOT > ZEROS
              OR (WS-PONTUAIS NOT < WS-NACR-PONTUAIS
                  AND WS-MAIOR-ATRASO NOT > WS-NACR-DIAS)
               SET EMP-EM-ACCRUAL             TO TRUE
               MOVE WS-DATA-NEGOCIO           TO EMP-DATA-SIT-ACCRUAL
               SET SITUACAO-MUDOU             TO TRUE
           END-IF

           PERFORM P600-REGRAVA
           IF WS-FS-EMPMAST NOT = '00' OR NOT SITUACAO-MUDOU
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RETORNOS
           MOVE 'RA'                          TO WS-TIPO-MUDANCA
           IF EMP-SALDO NOT > ZEROS
               MOVE 'VOLTOU AO ACCRUAL (QUITADO)' TO WS-LD-MUDANCA
           ELSE
               MOVE 'VOLTOU AO ACCRUAL'       TO WS-LD-MUDANCA
           END-IF
           PERFORM P700-REGISTRA-MUDANCA
           .

      *****************************************
       P600-REGRAVA.
      *****************************************

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EMPRESTIMO '
                           EMP-NUMERO ': ' WS-FS-EMPMAST
           END-REWRITE

           IF WS-FS-EMPMAST NOT = '00'
               ADD 1                          TO WS-QT-ERROS
           END-IF
           .

      *****************************************
      * A MUDANCA NO HISTORICO DO EMPRESTIMO (SEM MEXER NO SALDO) E
      * NO RELATORIO DA NOITE. O TIPO E O TEXTO VEM DO CHAMADOR.
      *****************************************
       P700-REGISTRA-MUDANCA.
      *****************************************

           PERFORM P710-GRAVA-HISTORICO

           MOVE EMP-NUMERO                    TO WS-LD-EMPRESTIMO
           MOVE EMP-NUM-CLIENTE               TO WS-LD-CLIENTE
           MOVE EMP-SALDO                     TO WS-LD-SALDO
           MOVE WS-MAIOR-ATRASO               TO WS-LD-DIAS
           MOVE WS-PONTUAIS                   TO WS-LD-PONTUAIS
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-DET                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P710-GRAVA-HISTORICO.
      *****************************************

           INITIALIZE WS-REG-EMPHIST
           MOVE WS-TIPO-MUDANCA               TO EMH-TIPO
           MOVE EMP-NUMERO                    TO EMH-NUM-EMPRESTIMO
           MOVE WS-DATA-NEGOCIO               TO EMH-DATA
           MOVE ZEROS                         TO EMH-VALOR
                                                  EMH-JUROS
                                                  EMH-PRINCIPAL
           MOVE EMP-SALDO                     TO EMH-SALDO-APOS
           MOVE WS-MAIOR-ATRASO               TO EMH-DIAS-ATRASO
           MOVE 'DEMONSTRA-EMPACCR'           TO EMH-PROGRAMA
           PERFORM P-GRAVA-EMPHIST
           .

      *****************************************
       P999-FIM.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-ENTRADAS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'ENTRADAS EM NAO-ACCRUAL...: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-RETORNOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RETORNOS AO ACCRUAL.......: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-NAO-ACCRUAL             TO WS-QT-ED
           MOVE WS-SALDO-NAO-ACCRUAL          TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EM NAO-ACCRUAL APOS A NOITE: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '  SALDO '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF WS-FS-EMPMAST = '00' OR WS-FS-EMPMAST = '10'
               CLOSE EMPRESTIMO-MASTER
           END-IF
           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
               CLOSE PAGTO-PENDENTES
           END-IF
           CLOSE ACCRUAL-RPT

           DISPLAY 'EMPRESTIMOS LIDOS....: ' WS-QT-LIDOS
           DISPLAY 'ENTRADAS NAO-ACCRUAL.: ' WS-QT-ENTRADAS
           DISPLAY 'RETORNOS AO ACCRUAL..: ' WS-QT-RETORNOS
           DISPLAY 'EM NAO-ACCRUAL.......: ' WS-QT-NAO-ACCRUAL

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS AND WS-QT-ERROS > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-LIDOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY DTVALPR.
           COPY PARAMPR.
           COPY EMPHSTPR.

       END PROGRAM DEMONSTRA-EMPACCR.
