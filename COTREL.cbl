      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE CONVERSAO DAS COTACOES POR
      *          REPRESENTANTE (COTRELRPT): PARA AS COTACOES EMITIDAS
      *          NO MES DA DATA DE NEGOCIO (CADASTRO COTACOES,
      *          DEMONSTRA-COTENTRY), QUANTAS CADA REPRESENTANTE
      *          (COT-REP, O MESMO CODIGO DO WS-IT-REP DO FATITENS)
      *          EMITIU, GANHOU (CONVERTIDAS EM PEDIDO), PERDEU,
      *          DEIXOU EXPIRAR E AINDA TEM ABERTAS, COM A TAXA DE
      *          CONVERSAO E O VALOR GANHO (LIQUIDO DO DESCONTO
      *          COTADO). ANTES DE CONTAR, TODA COTACAO ABERTA COM A
      *          VALIDADE VENCIDA - DE QUALQUER MES - E' MARCADA
      *          EXPIRADA ('E') NO CADASTRO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COTREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACOES-ARQ        ASSIGN TO 'COTACOES'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY COT-CHAVE
                                       FILE STATUS WS-FS-COTACOES.

           SELECT REP-MASTER          ASSIGN TO 'REPMAST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REPMAST.

           SELECT COTACAO-RPT         ASSIGN TO 'COTRELRPT'
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
       FD COTACOES-ARQ.
           COPY COTACAO.

       FD REP-MASTER.
       01 WS-REG-REPMAST.
           03 REP-CODIGO                         PIC X(04).
           03 REP-NOME                           PIC X(30).
           03 REP-PERCENTUAL                     PIC 9V999.

       FD COTACAO-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-COTACOES                     PIC X(02) VALUE '00'.
       77 WS-FS-REPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXPIRADAS-AGORA              PIC 9(06) VALUE ZEROS.
       77 WS-QT-COTACOES-MES                 PIC 9(06) VALUE ZEROS.

      *    COTACAO EM CURSO NA LEITURA (AS LINHAS DE UMA COTACAO SAO
      *    CONTIGUAS NA ORDEM DA CHAVE).
       77 WS-COT-ATUAL                       PIC 9(06) VALUE ZEROS.
       77 WS-COT-REP                         PIC X(04) VALUE SPACES.
       77 WS-COT-SITUACAO                    PIC X(01) VALUE SPACE.
       77 WS-COT-DO-MES                      PIC X(01) VALUE 'N'.
           88 COTACAO-DO-MES                 VALUE 'S' FALSE 'N'.
       77 WS-COT-VALOR         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-LINHA       PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    TOTAIS POR REPRESENTANTE: O CADASTRO REPMAST, MAIS OS
      *    CODIGOS DAS COTACOES FORA DELE E A LINHA SEM
      *    REPRESENTANTE (CODIGO EM BRANCO).
       77 WS-QT-TAB-REP                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-REP                          PIC 9(02) VALUE ZEROS.
       77 WS-SW-REP                          PIC X(01) VALUE 'N'.
           88 REP-ENCONTRADO                 VALUE 'S' FALSE 'N'.
       01 WS-TAB-REPS.
           03 WS-TAB-REP-ITEM          OCCURS 60 TIMES.
               05 WS-REP-CODIGO               PIC X(04).
               05 WS-REP-NOME                 PIC X(30).
               05 WS-REP-EMITIDAS             PIC 9(05).
               05 WS-REP-GANHAS               PIC 9(05).
               05 WS-REP-PERDIDAS             PIC 9(05).
               05 WS-REP-EXPIRADAS            PIC 9(05).
               05 WS-REP-ABERTAS              PIC 9(05).
               05 WS-REP-VALOR-GANHO
                                   PIC S9(11)V99 COMP-3.

       01 WS-TOTAIS.
           03 WS-TOT-EMITIDAS                PIC 9(06).
           03 WS-TOT-GANHAS                  PIC 9(06).
           03 WS-TOT-PERDIDAS                PIC 9(06).
           03 WS-TOT-EXPIRADAS               PIC 9(06).
           03 WS-TOT-ABERTAS                 PIC 9(06).
           03 WS-TOT-VALOR-GANHO
                                   PIC S9(11)V99 COMP-3.

       77 WS-PCT-CONVERSAO     PIC 9(03)V9 COMP-3 VALUE ZEROS.
       77 WS-PCT-ED                          PIC ZZ9.9.
       77 WS-QT-ED                           PIC ZZZZ9.
       77 WS-VALOR-ED                        PIC -(11)9.99.

       01 WS-LINHA-REP.
           03 WS-LR-CODIGO                   PIC X(04).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LR-NOME                     PIC X(20).
           03 WS-LR-EMITIDAS                 PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LR-GANHAS                   PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LR-PERDIDAS                 PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LR-EXPIRADAS                PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LR-ABERTAS                  PIC ZZZZ9.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LR-PCT                      PIC ZZ9.9.
           03 FILLER                         PIC X(01) VALUE '%'.
           03 WS-LR-VALOR                    PIC -(11)9.99.

           COPY DTNEGWS.
           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P200-LE-COTACOES
               PERFORM P700-IMPRIME-REPS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COTREL'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           INITIALIZE WS-TAB-REPS
           INITIALIZE WS-TOTAIS
           PERFORM P050-CARREGA-REPS

           OPEN OUTPUT COTACAO-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR COTRELRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONVERSAO DAS COTACOES'      TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'COTACOES EMITIDAS NO MES '  DELIMITED BY SIZE
                  WS-MES-REF                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           OPEN I-O COTACOES-ARQ
           IF WS-FS-COTACOES NOT = '00'
               DISPLAY 'CADASTRO DE COTACOES INDISPONIVEL ('
                       WS-FS-COTACOES ') - RELATORIO VAZIO.'
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P050-CARREGA-REPS.
      *****************************************

           OPEN INPUT REP-MASTER

           IF WS-FS-REPMAST NOT = '00'
               DISPLAY 'AVISO: CADASTRO REPMAST INDISPONIVEL: '
                       WS-FS-REPMAST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-REPMAST NOT = '00'
                      OR WS-QT-TAB-REP = 50
               READ REP-MASTER
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-REPMAST = '00'
                   ADD 1                      TO WS-QT-TAB-REP
                   MOVE REP-CODIGO
                       TO WS-REP-CODIGO(WS-QT-TAB-REP)
                   MOVE REP-NOME
                       TO WS-REP-NOME(WS-QT-TAB-REP)
               END-IF
           END-PERFORM

           CLOSE REP-MASTER
           .

      *****************************************
       P200-LE-COTACOES.
      *****************************************

           IF WS-FS-COTACOES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-COT-ATUAL
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UMA-LINHA UNTIL FIM-DO-ARQUIVO

           IF WS-COT-ATUAL > ZEROS
               PERFORM P300-FECHA-COTACAO
           END-IF
           .

      *****************************************
       P210-UMA-LINHA.
      *****************************************

           READ COTACOES-ARQ NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF COT-NUMERO NOT = WS-COT-ATUAL
               IF WS-COT-ATUAL > ZEROS
                   PERFORM P300-FECHA-COTACAO
               END-IF
               MOVE COT-NUMERO                TO WS-COT-ATUAL
               MOVE COT-REP                   TO WS-COT-REP
               MOVE ZEROS                     TO WS-COT-VALOR
               SET COTACAO-DO-MES             TO FALSE
               IF COT-DATA-EMISSAO IS NUMERIC
                  AND COT-DATA-EMISSAO / 100 = WS-MES-REF
                   SET COTACAO-DO-MES         TO TRUE
               END-IF
           END-IF

      *    A COTACAO ABERTA QUE PASSOU DA VALIDADE EXPIRA AQUI.
           IF COT-ABERTA
              AND COT-DATA-VALIDADE < WS-DATA-NEGOCIO
               SET COT-EXPIRADA               TO TRUE
               MOVE WS-DATA-NEGOCIO           TO COT-DATA-SITUACAO
               REWRITE WS-REG-COTACAO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-FS-COTACOES = '00'
                   ADD 1                      TO WS-QT-EXPIRADAS-AGORA
               ELSE
                   DISPLAY 'ERRO AO EXPIRAR A COTACAO ' COT-NUMERO
                           ': ' WS-FS-COTACOES
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF

           MOVE COT-SITUACAO                  TO WS-COT-SITUACAO

           COMPUTE WS-VALOR-LINHA ROUNDED =
                   COT-QTDE * COT-PRECO * (1 - COT-PCT-DESCONTO)
           ADD WS-VALOR-LINHA                 TO WS-COT-VALOR
           .

      *****************************************
      * FIM DAS LINHAS DE UMA COTACAO: SE FOI EMITIDA NO MES, CONTA
      * NO REPRESENTANTE PELA SITUACAO.
      *****************************************
       P300-FECHA-COTACAO.
      *****************************************

           IF NOT COTACAO-DO-MES
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-COTACOES-MES
           PERFORM P310-ACHA-REP
           IF NOT REP-ENCONTRADO
               EXIT PARAGRAPH
           END-IF

           ADD 1                      TO WS-REP-EMITIDAS(WS-IX-REP)
           ADD 1                      TO WS-TOT-EMITIDAS

           EVALUATE WS-COT-SITUACAO
               WHEN 'G'
                   ADD 1              TO WS-REP-GANHAS(WS-IX-REP)
                   ADD 1              TO WS-TOT-GANHAS
                   ADD WS-COT-VALOR   TO WS-REP-VALOR-GANHO(WS-IX-REP)
                   ADD WS-COT-VALOR   TO WS-TOT-VALOR-GANHO
               WHEN 'P'
                   ADD 1              TO WS-REP-PERDIDAS(WS-IX-REP)
                   ADD 1              TO WS-TOT-PERDIDAS
               WHEN 'E'
                   ADD 1              TO WS-REP-EXPIRADAS(WS-IX-REP)
                   ADD 1              TO WS-TOT-EXPIRADAS
               WHEN OTHER
                   ADD 1              TO WS-REP-ABERTAS(WS-IX-REP)
                   ADD 1              TO WS-TOT-ABERTAS
           END-EVALUATE
           .

      *****************************************
      * POSICAO DO REPRESENTANTE NA TABELA; CODIGO FORA DO REPMAST
      * (OU EM BRANCO) GANHA UMA LINHA PROPRIA.
      *****************************************
       P310-ACHA-REP.
      *****************************************

           SET REP-ENCONTRADO                 TO FALSE
           PERFORM VARYING WS-IX-REP FROM 1 BY 1
                   UNTIL WS-IX-REP > WS-QT-TAB-REP
                      OR REP-ENCONTRADO
               IF WS-REP-CODIGO(WS-IX-REP) = WS-COT-REP
                   SET REP-ENCONTRADO         TO TRUE
               END-IF
           END-PERFORM

           IF REP-ENCONTRADO
               SUBTRACT 1                     FROM WS-IX-REP
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-REP = 60
               DISPLAY 'TABELA DE REPRESENTANTES CHEIA - COTACAO '
                       WS-COT-ATUAL ' FORA DO RELATORIO.'
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-REP
           MOVE WS-QT-TAB-REP                 TO WS-IX-REP
           MOVE WS-COT-REP            TO WS-REP-CODIGO(WS-IX-REP)
           IF WS-COT-REP = SPACES
               MOVE 'SEM REPRESENTANTE'       TO WS-REP-NOME(WS-IX-REP)
           ELSE
               MOVE 'FORA DO REPMAST'         TO WS-REP-NOME(WS-IX-REP)
           END-IF
           SET REP-ENCONTRADO                 TO TRUE
           .

      *****************************************
       P700-IMPRIME-REPS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'REP  NOME                EMIT GANHA PERD.  EXP. '
                                              DELIMITED BY SIZE
                  'ABER.  CONV.   VALOR GANHO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM P710-LINHA-REP
               VARYING WS-IX-REP FROM 1 BY 1
               UNTIL WS-IX-REP > WS-QT-TAB-REP

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-LR-CODIGO
           MOVE 'TOTAL'                       TO WS-LR-NOME
           MOVE WS-TOT-EMITIDAS               TO WS-LR-EMITIDAS
           MOVE WS-TOT-GANHAS                 TO WS-LR-GANHAS
           MOVE WS-TOT-PERDIDAS               TO WS-LR-PERDIDAS
           MOVE WS-TOT-EXPIRADAS              TO WS-LR-EXPIRADAS
           MOVE WS-TOT-ABERTAS                TO WS-LR-ABERTAS
           MOVE ZEROS                         TO WS-PCT-CONVERSAO
           IF WS-TOT-EMITIDAS > ZEROS
               COMPUTE WS-PCT-CONVERSAO ROUNDED =
                       WS-TOT-GANHAS * 100 / WS-TOT-EMITIDAS
           END-IF
           MOVE WS-PCT-CONVERSAO              TO WS-LR-PCT
           MOVE WS-TOT-VALOR-GANHO            TO WS-LR-VALOR
           MOVE WS-LINHA-REP                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-EXPIRADAS-AGORA         TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'LINHAS DE COTACAO EXPIRADAS NESTA EXECUCAO: '
                                              DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * REPRESENTANTE SEM COTACAO NO MES NAO SAI.
      *****************************************
       P710-LINHA-REP.
      *****************************************

           IF WS-REP-EMITIDAS(WS-IX-REP) = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REP-CODIGO(WS-IX-REP)      TO WS-LR-CODIGO
           MOVE WS-REP-NOME(WS-IX-REP)        TO WS-LR-NOME
           MOVE WS-REP-EMITIDAS(WS-IX-REP)    TO WS-LR-EMITIDAS
           MOVE WS-REP-GANHAS(WS-IX-REP)      TO WS-LR-GANHAS
           MOVE WS-REP-PERDIDAS(WS-IX-REP)    TO WS-LR-PERDIDAS
           MOVE WS-REP-EXPIRADAS(WS-IX-REP)   TO WS-LR-EXPIRADAS
           MOVE WS-REP-ABERTAS(WS-IX-REP)     TO WS-LR-ABERTAS
           COMPUTE WS-PCT-CONVERSAO ROUNDED =
                   WS-REP-GANHAS(WS-IX-REP) * 100
                 / WS-REP-EMITIDAS(WS-IX-REP)
           MOVE WS-PCT-CONVERSAO              TO WS-LR-PCT
           MOVE WS-REP-VALOR-GANHO(WS-IX-REP) TO WS-LR-VALOR

           MOVE WS-LINHA-REP                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-COTACOES NOT = '35' AND WS-FS-COTACOES NOT = '91'
               CLOSE COTACOES-ARQ
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE COTACAO-RPT
           END-IF

           DISPLAY 'COTACOES DO MES......: ' WS-QT-COTACOES-MES
           DISPLAY 'GANHAS...............: ' WS-TOT-GANHAS
           DISPLAY 'PERDIDAS.............: ' WS-TOT-PERDIDAS
           DISPLAY 'EXPIRADAS............: ' WS-TOT-EXPIRADAS
           DISPLAY 'LINHAS EXPIRADAS AGORA: ' WS-QT-EXPIRADAS-AGORA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-COTACOES-MES             TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-COTREL.
