      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE DISPENSAS DE JUROS DE MORA
      *          (JURDRELRPT) PARA A GERENCIA DE COBRANCA: AS
      *          DISPENSAS APLICADAS NO MES (SITUACAO 'X' DO ARQUIVO
      *          JURDISP, PELA DATA DA DECISAO) POR COBRADOR QUE
      *          PROPOS E POR MOTIVO (TABELA COPY/JURDMOT.CPY), COM
      *          QUANTIDADE E VALOR, O TOTAL DE CADA COBRADOR E O
      *          TOTAL GERAL; NO FIM, AS RECUSADAS NO MES E AS QUE
      *          AINDA AGUARDAM O SUPERVISOR. PREVISTO PARA A CADEIA
      *          MENSAL.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-JURDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPENSAS-JUROS     ASSIGN TO 'JURDISP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDISP.

           SELECT DISPENSA-RPT        ASSIGN TO 'JURDRELRPT'
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
       FD DISPENSAS-JUROS.
           COPY JURDPROP.

       FD DISPENSA-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-JURDISP                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.

      *    ACUMULADORES DO MES.
       77 WS-QT-APLICADAS                    PIC 9(06) VALUE ZEROS.
       77 WS-VL-APLICADAS                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-RECUSADAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.
       77 WS-VL-PENDENTES                    PIC 9(11)V99 VALUE ZEROS.

      *    DISPENSAS DO MES POR COBRADOR (ATE 50), COM A QUEBRA POR
      *    MOTIVO NA ORDEM DA TABELA DE MOTIVOS.
       77 WS-QT-TAB-COB                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-COB                          PIC 9(02) VALUE ZEROS.
       01 WS-TAB-COBRADORES.
           03 WS-TAB-COB-ITEM          OCCURS 50 TIMES.
               05 WS-COB-ID                   PIC X(08).
               05 WS-COB-QT-TOTAL             PIC 9(05).
               05 WS-COB-VL-TOTAL             PIC 9(11)V99.
               05 WS-COB-MOTIVO        OCCURS 5 TIMES.
                   07 WS-COB-QT-MOT           PIC 9(05).
                   07 WS-COB-VL-MOT           PIC 9(11)V99.

      *    TOTAIS GERAIS POR MOTIVO.
       01 WS-TAB-TOT-MOTIVOS.
           03 WS-TOT-MOTIVO            OCCURS 5 TIMES.
               05 WS-TOT-QT-MOT               PIC 9(06).
               05 WS-TOT-VL-MOT               PIC 9(11)V99.

       77 WS-QT-ED                           PIC ZZZZ9.
       77 WS-VALOR-ED                        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY JURDMOT.
           COPY RPTHDR.
           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P100-VARRE-DISPENSAS
           PERFORM P500-IMPRIME-COBRADORES
           PERFORM P600-IMPRIME-TOTAIS

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-JURDREL'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           INITIALIZE WS-TAB-TOT-MOTIVOS

           OPEN OUTPUT DISPENSA-RPT

           MOVE 'DISPENSAS DE JUROS DE MORA'   TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * AS DISPENSAS DO ARQUIVO: APLICADAS E RECUSADAS PELA DATA DA
      * DECISAO NO MES; AS PENDENTES, QUALQUER QUE SEJA A DATA.
      *****************************************
       P100-VARRE-DISPENSAS.
      *****************************************

           OPEN INPUT DISPENSAS-JUROS

           IF WS-FS-JURDISP NOT = '00'
               DISPLAY 'JURDISP INDISPONIVEL: ' WS-FS-JURDISP
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P110-UMA-DISPENSA UNTIL FIM-DO-ARQUIVO

           CLOSE DISPENSAS-JUROS
           .

      *****************************************
       P110-UMA-DISPENSA.
      *****************************************

           READ DISPENSAS-JUROS
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF DSP-PENDENTE
               ADD 1                          TO WS-QT-PENDENTES
               ADD DSP-VALOR                  TO WS-VL-PENDENTES
               EXIT PARAGRAPH
           END-IF

           IF DSP-DATA-DECISAO IS NOT NUMERIC
              OR DSP-DATA-DECISAO(1:6) NOT = WS-MES-REF
               EXIT PARAGRAPH
           END-IF

           IF DSP-RECUSADA
               ADD 1                          TO WS-QT-RECUSADAS
               EXIT PARAGRAPH
           END-IF

           IF NOT DSP-APLICADA
               EXIT PARAGRAPH
           END-IF

      *    MOTIVO FORA DA TABELA CAI NA ULTIMA LINHA DO COBRADOR.
           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QT-MOTIVOS
                      OR WS-MOT-CODIGO(WS-IX-MOT) = DSP-MOTIVO
               CONTINUE
           END-PERFORM
           IF WS-IX-MOT > WS-QT-MOTIVOS
               MOVE WS-QT-MOTIVOS             TO WS-IX-MOT
           END-IF

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
                      OR WS-COB-ID(WS-IX-COB) = DSP-COBRADOR
               CONTINUE
           END-PERFORM

           IF WS-IX-COB > WS-QT-TAB-COB
               IF WS-QT-TAB-COB = 50
                   DISPLAY 'TABELA DE COBRADORES CHEIA - IGNORADO '
                           DSP-COBRADOR
                   MOVE 4                     TO WS-RETORNO
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-COB
               MOVE WS-QT-TAB-COB             TO WS-IX-COB
               INITIALIZE WS-TAB-COB-ITEM(WS-IX-COB)
               MOVE DSP-COBRADOR              TO WS-COB-ID(WS-IX-COB)
           END-IF

           ADD 1                              TO WS-QT-APLICADAS
           ADD DSP-VALOR                      TO WS-VL-APLICADAS
           ADD 1                        TO WS-COB-QT-TOTAL(WS-IX-COB)
           ADD DSP-VALOR                TO WS-COB-VL-TOTAL(WS-IX-COB)
           ADD 1             TO WS-COB-QT-MOT(WS-IX-COB WS-IX-MOT)
           ADD DSP-VALOR     TO WS-COB-VL-MOT(WS-IX-COB WS-IX-MOT)
           ADD 1                          TO WS-TOT-QT-MOT(WS-IX-MOT)
           ADD DSP-VALOR                  TO WS-TOT-VL-MOT(WS-IX-MOT)
           .

      *****************************************
      * UM BLOCO POR COBRADOR: OS MOTIVOS USADOS NO MES E O TOTAL.
      *****************************************
       P500-IMPRIME-COBRADORES.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'COBRADOR  MOTIVO                               QTDE'
                                              TO WS-REG-RELATORIO
           MOVE '     VALOR DISPENSADO'
                                          TO WS-REG-RELATORIO(53:21)
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
               PERFORM P510-IMPRIME-COBRADOR
           END-PERFORM
           .

      *****************************************
       P510-IMPRIME-COBRADOR.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QT-MOTIVOS
               IF WS-COB-QT-MOT(WS-IX-COB WS-IX-MOT) > ZEROS
                   MOVE SPACES                TO WS-REG-RELATORIO
                   MOVE WS-COB-ID(WS-IX-COB)
                                          TO WS-REG-RELATORIO(1:8)
                   MOVE WS-MOT-CODIGO(WS-IX-MOT)
                                          TO WS-REG-RELATORIO(11:2)
                   MOVE WS-MOT-DESCRICAO(WS-IX-MOT)
                                          TO WS-REG-RELATORIO(14:30)
                   MOVE WS-COB-QT-MOT(WS-IX-COB WS-IX-MOT)
                                              TO WS-QT-ED
                   MOVE WS-QT-ED          TO WS-REG-RELATORIO(47:5)
                   MOVE WS-COB-VL-MOT(WS-IX-COB WS-IX-MOT)
                                              TO WS-VALOR-ED
                   MOVE WS-VALOR-ED       TO WS-REG-RELATORIO(56:18)
                   WRITE WS-REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-COB-ID(WS-IX-COB)      TO WS-REG-RELATORIO(1:8)
           MOVE 'TOTAL DO COBRADOR'       TO WS-REG-RELATORIO(14:17)
           MOVE WS-COB-QT-TOTAL(WS-IX-COB)    TO WS-QT-ED
           MOVE WS-QT-ED                  TO WS-REG-RELATORIO(47:5)
           MOVE WS-COB-VL-TOTAL(WS-IX-COB)    TO WS-VALOR-ED
           MOVE WS-VALOR-ED               TO WS-REG-RELATORIO(56:18)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * TOTAIS GERAIS POR MOTIVO E DO MES, E AS QUE NAO ENTRARAM.
      *****************************************
       P600-IMPRIME-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'TOTAL GERAL POR MOTIVO:'     TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QT-MOTIVOS
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE WS-MOT-CODIGO(WS-IX-MOT)
                                          TO WS-REG-RELATORIO(11:2)
               MOVE WS-MOT-DESCRICAO(WS-IX-MOT)
                                          TO WS-REG-RELATORIO(14:30)
               MOVE WS-TOT-QT-MOT(WS-IX-MOT)  TO WS-QT-ED
               MOVE WS-QT-ED              TO WS-REG-RELATORIO(47:5)
               MOVE WS-TOT-VL-MOT(WS-IX-MOT)  TO WS-VALOR-ED
               MOVE WS-VALOR-ED           TO WS-REG-RELATORIO(56:18)
               WRITE WS-REG-RELATORIO
           END-PERFORM

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'TOTAL DISPENSADO NO MES' TO WS-REG-RELATORIO(14:23)
           MOVE WS-QT-APLICADAS               TO WS-QT-ED
           MOVE WS-QT-ED                  TO WS-REG-RELATORIO(47:5)
           MOVE WS-VL-APLICADAS               TO WS-VALOR-ED
           MOVE WS-VALOR-ED               TO WS-REG-RELATORIO(56:18)
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-QT-RECUSADAS               TO WS-QT-ED
           STRING 'RECUSADAS PELO SUPERVISOR NO MES: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-QT-PENDENTES               TO WS-QT-ED
           MOVE WS-VL-PENDENTES               TO WS-VALOR-ED
           STRING 'AGUARDANDO O SUPERVISOR: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ' NO VALOR DE ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           CLOSE DISPENSA-RPT

           DISPLAY 'DISPENSAS DO MES.....: ' WS-QT-APLICADAS
           DISPLAY 'AGUARDANDO SUPERVISOR: ' WS-QT-PENDENTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-APLICADAS                TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-JURDREL.
