      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DAS PROPOSTAS DE EMPRESTIMO
      *          RECUSADAS (EMPRECRPT): PARA AS DECISOES DO MES DA
      *          DATA DE NEGOCIO NO EMPPROP (GRAVADAS PELA TRANSACAO
      *          DEMONSTRA-EMPORIG), UMA LINHA POR PROPOSTA RECUSADA
      *          COM CLIENTE, VALOR, GRAU, EXPOSICAO, ATRASO,
      *          MOTIVOS E ANALISTA; NO FIM, QUANTAS PROPOSTAS
      *          CADA CODIGO DE MOTIVO DERRUBOU E O TOTAL DE
      *          APROVADAS X RECUSADAS DO MES, EM QUANTIDADE E VALOR.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPRECUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-EMPREST    ASSIGN TO 'EMPPROP'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EPR-NUMERO
                                       FILE STATUS WS-FS-EMPPROP.

           SELECT RECUSA-RPT          ASSIGN TO 'EMPRECRPT'
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
       FD PROPOSTA-EMPREST.
           COPY EMPPROP.

       FD RECUSA-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPPROP                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-IX-MOTIVO                       PIC 9(01) VALUE ZEROS.
       77 WS-IX-COD                          PIC 9(01) VALUE ZEROS.

      *    TOTAIS DO MES.
       77 WS-QT-APROVADAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADAS                    PIC 9(06) VALUE ZEROS.
       77 WS-VL-APROVADAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VL-RECUSADAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    PROPOSTAS DERRUBADAS POR CODIGO DE MOTIVO (UMA PROPOSTA
      *    COM DOIS MOTIVOS CONTA NOS DOIS); CODIGO FORA DA LISTA
      *    CAI NA ULTIMA LINHA.
       01 WS-TAB-MOTIVOS-DEF.
           03 FILLER      PIC X(32) VALUE
                  'GDGRAU D - PAGADOR CRONICO      '.
           03 FILLER      PIC X(32) VALUE
                  'EXEXPOSICAO ACIMA DO MAXIMO     '.
           03 FILLER      PIC X(32) VALUE
                  'ATPARCELAS ATRASADAS EM ABERTO  '.
           03 FILLER      PIC X(32) VALUE
                  'OPDECISAO DO ANALISTA           '.
           03 FILLER      PIC X(32) VALUE
                  'SVALCADA SEM SUPERVISOR         '.
           03 FILLER      PIC X(32) VALUE
                  '??OUTROS                        '.
       01 WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-DEF.
           03 WS-TAB-MOTIVO-ITEM       OCCURS 6 TIMES.
               05 WS-MOT-CODIGO               PIC X(02).
               05 WS-MOT-DESCRICAO            PIC X(30).
       01 WS-TAB-CONTAGEM.
           03 WS-MOT-QT                OCCURS 6 TIMES
                                                 PIC 9(06).

       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-VALOR-ED                        PIC -(11)9.99.

       01 WS-LINHA-DET.
           03 WS-LD-PROPOSTA                 PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-DATA                     PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-CLIENTE                  PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-VALOR                    PIC -(07)9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LD-GRAU                     PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-EXPOSICAO                PIC -(09)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-ATRASADO                 PIC -(09)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-MOTIVO-1                 PIC X(02).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-MOTIVO-2                 PIC X(02).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-MOTIVO-3                 PIC X(02).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LD-OPERADOR                 PIC X(08).

           COPY DTNEGWS.
           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-LE-PROPOSTAS
               PERFORM P700-IMPRIME-RESUMO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPRECUS'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           INITIALIZE WS-TAB-CONTAGEM

           OPEN OUTPUT RECUSA-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPRECRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'EMPRESTIMOS RECUSADOS NO MES'
                                              TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DECISOES DO MES '          DELIMITED BY SIZE
                  WS-MES-REF                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PROPOS DATA     CLIENT       VALOR  G '
                                              DELIMITED BY SIZE
                  '    EXPOSICAO      ATRASADO MOTIVOS  ANALISTA'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    SEM O EMPPROP (NENHUMA PROPOSTA AINDA) O RELATORIO SAI
      *    VAZIO.
           OPEN INPUT PROPOSTA-EMPREST
           IF WS-FS-EMPPROP NOT = '00'
               DISPLAY 'CADASTRO DE PROPOSTAS INDISPONIVEL ('
                       WS-FS-EMPPROP ') - RELATORIO VAZIO.'
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P200-LE-PROPOSTAS.
      *****************************************

           IF WS-FS-EMPPROP NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UMA-PROPOSTA UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P210-UMA-PROPOSTA.
      *****************************************

           READ PROPOSTA-EMPREST NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF EPR-DATA IS NOT NUMERIC
              OR EPR-DATA / 100 NOT = WS-MES-REF
               EXIT PARAGRAPH
           END-IF

           IF EPR-APROVADA
               ADD 1                          TO WS-QT-APROVADAS
               ADD EPR-VALOR                  TO WS-VL-APROVADAS
               EXIT PARAGRAPH
           END-IF

           IF NOT EPR-RECUSADA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RECUSADAS
           ADD EPR-VALOR                      TO WS-VL-RECUSADAS

           PERFORM P220-CONTA-MOTIVO
               VARYING WS-IX-MOTIVO FROM 1 BY 1
               UNTIL WS-IX-MOTIVO > 3

           MOVE EPR-NUMERO                    TO WS-LD-PROPOSTA
           MOVE EPR-DATA                      TO WS-LD-DATA
           MOVE EPR-NUM-CLIENTE               TO WS-LD-CLIENTE
           MOVE EPR-VALOR                     TO WS-LD-VALOR
           MOVE EPR-GRAU                      TO WS-LD-GRAU
           MOVE EPR-EXPOSICAO                 TO WS-LD-EXPOSICAO
           MOVE EPR-ATRASADO                  TO WS-LD-ATRASADO
           MOVE EPR-MOTIVO(1)                 TO WS-LD-MOTIVO-1
           MOVE EPR-MOTIVO(2)                 TO WS-LD-MOTIVO-2
           MOVE EPR-MOTIVO(3)                 TO WS-LD-MOTIVO-3
           MOVE EPR-OPERADOR                  TO WS-LD-OPERADOR
           MOVE WS-LINHA-DET                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * CONTA A PROPOSTA NA LINHA DO MOTIVO (POSICAO EM BRANCO NAO
      * CONTA).
      *****************************************
       P220-CONTA-MOTIVO.
      *****************************************

           IF EPR-MOTIVO(WS-IX-MOTIVO) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-COD FROM 1 BY 1
                   UNTIL WS-IX-COD = 6
                      OR WS-MOT-CODIGO(WS-IX-COD)
                         = EPR-MOTIVO(WS-IX-MOTIVO)
               CONTINUE
           END-PERFORM

           ADD 1                              TO WS-MOT-QT(WS-IX-COD)
           .

      *****************************************
       P700-IMPRIME-RESUMO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'PROPOSTAS RECUSADAS POR MOTIVO'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM P710-LINHA-MOTIVO
               VARYING WS-IX-COD FROM 1 BY 1
               UNTIL WS-IX-COD > 6

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-APROVADAS               TO WS-QT-ED
           MOVE WS-VL-APROVADAS               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'APROVADAS NO MES: '        DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '  VALOR '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-RECUSADAS               TO WS-QT-ED
           MOVE WS-VL-RECUSADAS               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECUSADAS NO MES: '        DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '  VALOR '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * MOTIVO SEM PROPOSTA NO MES NAO SAI.
      *****************************************
       P710-LINHA-MOTIVO.
      *****************************************

           IF WS-MOT-QT(WS-IX-COD) = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MOT-QT(WS-IX-COD)          TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  WS-MOT-CODIGO(WS-IX-COD)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-MOT-DESCRICAO(WS-IX-COD) DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-EMPPROP = '00' OR WS-FS-EMPPROP = '10'
               CLOSE PROPOSTA-EMPREST
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE RECUSA-RPT
           END-IF

           DISPLAY 'PROPOSTAS APROVADAS NO MES: ' WS-QT-APROVADAS
           DISPLAY 'PROPOSTAS RECUSADAS NO MES: ' WS-QT-RECUSADAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS =
                   WS-QT-APROVADAS + WS-QT-RECUSADAS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-EMPRECUS.
