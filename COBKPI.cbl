      *          CADEIA MENSAL.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - CONTATOS DO MES POR COBRADOR, LIDOS DO LOG
      *                    CONTLOG DA LISTA DE COBRANCA: TOTAL E
      *                    QUEBRA POR RESULTADO (NAO ATENDEU, NUMERO
      *                    ERRADO, PROMETEU, RECUSOU, PAGOU)
      *   15/10/2026 WT - LER O HISTORICO FATTOTHIST NO TAMANHO
      *                    NOVO DE 120 POSICOES (UF, CIDADE E DATA
      *                    DO CANCELAMENTO NO FIM DA LINHA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COBKPI.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-KPIHIST.

           SELECT CONTATO-LOG         ASSIGN TO 'CONTLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTLOG.

           SELECT KPI-RPT             ASSIGN TO 'COBKPIRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.
           COPY PAGTOPD.

       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

      *    O RESUMO OFICIAL DE CADA MES, BASE DA LINHA COMPARATIVA.
       FD KPI-HISTORICO.
           03 KPI-DSO                            PIC 9(03).
           03 KPI-PCT-NO-PRAZO                   PIC 9(03).

       FD CONTATO-LOG.
           COPY CONTLOG.

       FD KPI-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-KPIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-CONTLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
               05 WS-KPI-DSO                  PIC 9(03).
               05 WS-KPI-PCT                  PIC 9(03).

      *    CONTATOS DO MES POR COBRADOR (ATE 50), COM A QUEBRA
      *    POR RESULTADO NA ORDEM N, E, P, R, G DO CONTLOG.
       77 WS-QT-TAB-COB                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-COB                          PIC 9(02) VALUE ZEROS.
       77 WS-IX-RESULTADO                    PIC 9(01) VALUE ZEROS.
       77 WS-QT-CONTATOS-MES                 PIC 9(06) VALUE ZEROS.
       01 WS-TAB-COBRADORES.
           03 WS-TAB-COB-ITEM          OCCURS 50 TIMES.
               05 WS-COB-ID                   PIC X(08).
               05 WS-COB-QT-TOTAL             PIC 9(05).
               05 WS-COB-QT-RESULT     OCCURS 5 TIMES PIC 9(05).

       77 WS-DSO-MES                         PIC 9(03) VALUE ZEROS.
       77 WS-PCT-PRAZO                       PIC 9(03) VALUE ZEROS.

           PERFORM P100-VARRE-CONFIRMACOES
           PERFORM P300-VARRE-CARTEIRA
           PERFORM P500-FECHA-INDICADORES
           PERFORM P550-CONTATOS-COBRADOR
           PERFORM P600-HISTORICO-12-MESES

           PERFORM P999-FIM
           END-PERFORM
           .

      *****************************************
      * CONTATOS DO MES POR COBRADOR, DO LOG DA LISTA DE COBRANCA
      * (A DATA DE NEGOCIO DO CONTATO DECIDE O MES).
      *****************************************
       P550-CONTATOS-COBRADOR.
      *****************************************

           OPEN INPUT CONTATO-LOG

           IF WS-FS-CONTLOG NOT = '00'
               MOVE 'CONTATOS POR COBRADOR: CONTLOG INDISPONIVEL'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P560-UM-CONTATO UNTIL FIM-DO-ARQUIVO

           CLOSE CONTATO-LOG

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTATOS POR COBRADOR NO MES: ' DELIMITED BY SIZE
                  WS-QT-CONTATOS-MES DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '  ' DELIMITED BY SIZE
                      WS-COB-ID(WS-IX-COB) DELIMITED BY SIZE
                      ' TOTAL ' DELIMITED BY SIZE
                      WS-COB-QT-TOTAL(WS-IX-COB) DELIMITED BY SIZE
                      ' N.ATENDEU ' DELIMITED BY SIZE
                      WS-COB-QT-RESULT(WS-IX-COB 1) DELIMITED BY SIZE
                      ' N.ERRADO ' DELIMITED BY SIZE
                      WS-COB-QT-RESULT(WS-IX-COB 2) DELIMITED BY SIZE
                      ' PROMETEU ' DELIMITED BY SIZE
                      WS-COB-QT-RESULT(WS-IX-COB 3) DELIMITED BY SIZE
                      ' RECUSOU ' DELIMITED BY SIZE
                      WS-COB-QT-RESULT(WS-IX-COB 4) DELIMITED BY SIZE
                      ' PAGOU ' DELIMITED BY SIZE
                      WS-COB-QT-RESULT(WS-IX-COB 5) DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM
           .

      *****************************************
       P560-UM-CONTATO.
      *****************************************

           READ CONTATO-LOG
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF CTT-DATA-NEGOCIO(1:6) NOT = WS-MES-REF
              OR NOT CTT-RESULTADO-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
               IF WS-COB-ID(WS-IX-COB) = CTT-COBRADOR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IX-COB > WS-QT-TAB-COB
               IF WS-QT-TAB-COB = 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-COB
               MOVE WS-QT-TAB-COB             TO WS-IX-COB
               INITIALIZE WS-TAB-COB-ITEM(WS-IX-COB)
               MOVE CTT-COBRADOR              TO WS-COB-ID(WS-IX-COB)
           END-IF

           EVALUATE TRUE
               WHEN CTT-NAO-ATENDEU
                   MOVE 1                     TO WS-IX-RESULTADO
               WHEN CTT-NUMERO-ERRADO
                   MOVE 2                     TO WS-IX-RESULTADO
               WHEN CTT-PROMETEU
                   MOVE 3                     TO WS-IX-RESULTADO
               WHEN CTT-RECUSOU
                   MOVE 4                     TO WS-IX-RESULTADO
               WHEN OTHER
                   MOVE 5                     TO WS-IX-RESULTADO
           END-EVALUATE

           ADD 1                              TO WS-QT-CONTATOS-MES
           ADD 1                        TO WS-COB-QT-TOTAL(WS-IX-COB)
           ADD 1       TO WS-COB-QT-RESULT(WS-IX-COB WS-IX-RESULTADO)
           .

      *****************************************
      * ATUALIZA O HISTORICO KPIHIST COM O MES APURADO (SOBREPOE UM
      * MES REAPURADO) E IMPRIME A LINHA COMPARATIVA DOS ULTIMOS 12
