      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ORCADO X REALIZADO DO FECHAMENTO MENSAL, POR CONTA
      *          DO RAZAO: O REALIZADO DO MES E DO ANO ATE O MES SAI
      *          DO ACUMULADO DO EXERCICIO (GLYTD, JA COM O MES
      *          FECHADO PELO BALANCETE) E O ORCADO DO ARQUIVO GLORCA
      *          (CARREGADO PELA CONTROLADORIA NO DEMONSTRA-ORCLOAD).
      *          A VERSAO COMPARADA VEM DO SISPARAM ORCAMENTO-VERSAO:
      *          AUSENTE OU ZERO E' A ULTIMA PREVISAO DO ANO, 1 E' O
      *          ORCAMENTO ORIGINAL, OUTRO NUMERO E' AQUELA REVISAO.
      *          REVISAO PARCIAL VALE SO' PARA AS CONTAS/MESES QUE
      *          TRAZ: OS DEMAIS FICAM COM A VERSAO ANTERIOR MAIS
      *          RECENTE.
      *          VALORES NA NATUREZA DA CONTA (A DO ORCAMENTO; SEM
      *          ORCAMENTO, DEVEDORA). VARIACAO = REALIZADO - ORCADO,
      *          EM VALOR E EM % DO ORCADO; ACIMA DA TOLERANCIA
      *          (SISPARAM ORCAMENTO-TOLER, EM %, PADRAO 10%; ORCADO
      *          ZERO COM REALIZADO E' SEMPRE APONTADO) A LINHA SAI
      *          MARCADA E O PASSO TERMINA COM RC 4, COMO TAMBEM
      *          QUANDO NAO HA ORCAMENTO DA VERSAO PARA O ANO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ORCREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACUM-ANO         ASSIGN TO 'GLYTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ACUM.

           SELECT ORCAMENTO           ASSIGN TO 'GLORCA'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLORCA.

           SELECT ORCREL-RPT          ASSIGN TO 'ORCRELRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

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
       FD GL-ACUM-ANO.
           COPY GLACUM.

       FD ORCAMENTO.
           COPY GLORCA.

       FD ORCREL-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ACUM                         PIC X(02) VALUE '00'.
       77 WS-FS-GLORCA                       PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-MES-NUM                         PIC 9(02) VALUE ZEROS.
       77 WS-ANO-TRABALHO                    PIC 9(04) VALUE ZEROS.

      *    VERSAO DO ORCAMENTO COMPARADA (PARAMETRO ORCAMENTO-VERSAO;
      *    ZERO = A MAIOR VERSAO DO ANO) E TOLERANCIA DA VARIACAO EM
      *    % DO ORCADO (PARAMETRO ORCAMENTO-TOLER).
       77 WS-VERSAO-PEDIDA                   PIC 9(02) VALUE ZEROS.
       77 WS-VERSAO-USADA                    PIC 9(02) VALUE ZEROS.
       77 WS-TOLERANCIA-PCT                  PIC 9(03) VALUE 10.
       77 WS-QT-LINHAS-VERSAO                PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-REAL                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA                         PIC 9(04) VALUE ZEROS.

      *    ORCADO X REALIZADO POR CONTA, DEVEDOR POSITIVO.
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       77 WS-CONTA-PROCURADA                 PIC X(08) VALUE SPACES.
       77 WS-SW-CONTA                        PIC X(01) VALUE 'N'.
           88 CONTA-NA-TABELA                VALUE 'S' FALSE 'N'.
       01 WS-TAB-CONTAS.
           03 WS-TAB-CONTA-ITEM        OCCURS 30 TIMES.
               05 WS-CTA-CONTA                PIC X(08).
               05 WS-CTA-NATUREZA             PIC X(01).
               05 WS-CTA-REAL-MES  PIC S9(13)V99 COMP-3.
               05 WS-CTA-REAL-ANO  PIC S9(13)V99 COMP-3.
               05 WS-CTA-ORC-MES   PIC S9(13)V99 COMP-3.
               05 WS-CTA-ORC-ANO   PIC S9(13)V99 COMP-3.
      *        ORCADO DE CADA MES NA MAIOR VERSAO ATE A COMPARADA.
               05 WS-CTA-ORC-MESES     OCCURS 12 TIMES.
                   07 WS-CTA-ORC-VERSAO       PIC 9(02).
                   07 WS-CTA-ORC-VALOR PIC S9(13)V99 COMP-3.
       77 WS-IX-MES                          PIC 9(02) VALUE ZEROS.

      *    UMA LINHA DO RELATORIO (MES OU ANO).
       77 WS-PERIODO                         PIC X(03) VALUE SPACES.
       77 WS-REAL              PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-ORCADO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-ORCADO-ABS        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-PERCENTUAL        PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-PERCENTUAL-ABS    PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-MARCA                           PIC X(12) VALUE SPACES.
       77 WS-REAL-ED                         PIC -(11)9.99.
       77 WS-ORCADO-ED                       PIC -(11)9.99.
       77 WS-VARIACAO-ED                     PIC -(11)9.99.
       77 WS-PCT-ED                          PIC -(05)9.99.

           COPY PARAMWS.
           COPY DTNEGWS.

           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P100-ESCOLHE-VERSAO
           PERFORM P200-CARREGA-REALIZADO
           PERFORM P300-CARREGA-ORCADO
           PERFORM P500-IMPRIME

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ORCREL'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100
           COMPUTE WS-ANO-REF = WS-MES-REF / 100
           COMPUTE WS-MES-NUM = WS-MES-REF - (WS-ANO-REF * 100)

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'ORCAMENTO-VERSAO'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-VERSAO-PEDIDA
           END-IF

           MOVE 'ORCAMENTO-TOLER'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA-PCT
           END-IF

           OPEN OUTPUT ORCREL-RPT

           MOVE 'ORCADO X REALIZADO POR CONTA' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * A VERSAO DO ANO A COMPARAR: A PEDIDA NO PARAMETRO OU, SEM
      * ELE, A MAIOR PRESENTE NO GLORCA PARA O ANO. SEM LINHAS DA
      * VERSAO O RELATORIO SAI SO' COM O REALIZADO (RC 4).
      *****************************************
       P100-ESCOLHE-VERSAO.
      *****************************************

           OPEN INPUT ORCAMENTO
           IF WS-FS-GLORCA = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM P110-UMA-VERSAO UNTIL FIM-DO-ARQUIVO
               CLOSE ORCAMENTO
           END-IF

           IF WS-VERSAO-PEDIDA = ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'MES DE REFERENCIA: '   DELIMITED BY SIZE
                      WS-MES-REF              DELIMITED BY SIZE
                      '  ORCAMENTO: ULTIMA VERSAO ('
                                              DELIMITED BY SIZE
                      WS-VERSAO-USADA         DELIMITED BY SIZE
                      ')  TOLERANCIA: '       DELIMITED BY SIZE
                      WS-TOLERANCIA-PCT       DELIMITED BY SIZE
                      '% DO ORCADO'           DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               MOVE WS-VERSAO-PEDIDA          TO WS-VERSAO-USADA
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'MES DE REFERENCIA: '   DELIMITED BY SIZE
                      WS-MES-REF              DELIMITED BY SIZE
                      '  ORCAMENTO: VERSAO '  DELIMITED BY SIZE
                      WS-VERSAO-USADA         DELIMITED BY SIZE
                      '  TOLERANCIA: '        DELIMITED BY SIZE
                      WS-TOLERANCIA-PCT       DELIMITED BY SIZE
                      '% DO ORCADO'           DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           END-IF
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P110-UMA-VERSAO.
      *****************************************

           READ ORCAMENTO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF ORC-ANO = WS-ANO-REF AND ORC-VERSAO IS NUMERIC
              AND ORC-VERSAO > WS-VERSAO-USADA
               MOVE ORC-VERSAO                TO WS-VERSAO-USADA
           END-IF
           .

      *****************************************
      * REALIZADO: OS MESES DO ANO ATE O MES DE REFERENCIA NO
      * ACUMULADO DO EXERCICIO; O PROPRIO MES TAMBEM E' O REALIZADO
      * DO MES. SEM O MES NO GLYTD O BALANCETE NAO FECHOU (RC 4).
      *****************************************
       P200-CARREGA-REALIZADO.
      *****************************************

           OPEN INPUT GL-ACUM-ANO
           IF WS-FS-ACUM = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM P210-UM-MES-REAL UNTIL FIM-DO-ARQUIVO
               CLOSE GL-ACUM-ANO
           END-IF

           IF WS-QT-LINHAS-REAL = ZEROS
               MOVE 4                         TO WS-RETORNO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'MES ' DELIMITED BY SIZE
                      WS-MES-REF DELIMITED BY SIZE
                      ' SEM FECHAMENTO NO ACUMULADO GLYTD - REALIZADO '
                                 DELIMITED BY SIZE
                      'DO MES ZERADO' DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P210-UM-MES-REAL.
      *****************************************

           READ GL-ACUM-ANO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANO-TRABALHO = ACU-MES / 100
           IF WS-ANO-TRABALHO NOT = WS-ANO-REF
              OR ACU-MES > WS-MES-REF
               EXIT PARAGRAPH
           END-IF

           MOVE ACU-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P260-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           ADD ACU-DEBITOS          TO WS-CTA-REAL-ANO(WS-IX-CONTA)
           SUBTRACT ACU-CREDITOS  FROM WS-CTA-REAL-ANO(WS-IX-CONTA)

           IF ACU-MES = WS-MES-REF
               ADD 1                          TO WS-QT-LINHAS-REAL
               ADD ACU-DEBITOS      TO WS-CTA-REAL-MES(WS-IX-CONTA)
               SUBTRACT ACU-CREDITOS
                                  FROM WS-CTA-REAL-MES(WS-IX-CONTA)
           END-IF
           .

      *****************************************
       P260-LOCALIZA-CONTA.
      *****************************************

           SET CONTA-NA-TABELA                TO FALSE
           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               IF WS-CTA-CONTA(WS-IX-CONTA) = WS-CONTA-PROCURADA
                   SET CONTA-NA-TABELA        TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-CONTAS = 30
               DISPLAY 'TABELA DE CONTAS CHEIA (30) - CONTA '
                       WS-CONTA-PROCURADA ' IGNORADA'
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-CONTAS
           MOVE WS-QT-TAB-CONTAS              TO WS-IX-CONTA
           MOVE WS-CONTA-PROCURADA
               TO WS-CTA-CONTA(WS-IX-CONTA)
           MOVE 'D'             TO WS-CTA-NATUREZA(WS-IX-CONTA)
           MOVE ZEROS           TO WS-CTA-REAL-MES(WS-IX-CONTA)
           MOVE ZEROS           TO WS-CTA-REAL-ANO(WS-IX-CONTA)
           MOVE ZEROS           TO WS-CTA-ORC-MES(WS-IX-CONTA)
           MOVE ZEROS           TO WS-CTA-ORC-ANO(WS-IX-CONTA)
           PERFORM VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12
               MOVE ZEROS
                   TO WS-CTA-ORC-VERSAO(WS-IX-CONTA, WS-IX-MES)
               MOVE ZEROS
                   TO WS-CTA-ORC-VALOR(WS-IX-CONTA, WS-IX-MES)
           END-PERFORM
           SET CONTA-NA-TABELA                TO TRUE
           .

      *****************************************
      * ORCADO DA VERSAO ESCOLHIDA: OS MESES DO ANO ATE O MES DE
      * REFERENCIA, COM A NATUREZA DA CONTA TIRADA DO ORCAMENTO. CADA
      * CONTA/MES FICA COM A MAIOR VERSAO ATE A ESCOLHIDA QUE O TRAZ.
      *****************************************
       P300-CARREGA-ORCADO.
      *****************************************

           IF WS-VERSAO-USADA NOT = ZEROS
               OPEN INPUT ORCAMENTO
               IF WS-FS-GLORCA = '00'
                   SET FIM-DO-ARQUIVO         TO FALSE
                   PERFORM P310-UM-ORCADO UNTIL FIM-DO-ARQUIVO
                   CLOSE ORCAMENTO
               END-IF
           END-IF

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               PERFORM VARYING WS-IX-MES FROM 1 BY 1
                       UNTIL WS-IX-MES > WS-MES-NUM
                   ADD WS-CTA-ORC-VALOR(WS-IX-CONTA, WS-IX-MES)
                                     TO WS-CTA-ORC-ANO(WS-IX-CONTA)
               END-PERFORM
               MOVE WS-CTA-ORC-VALOR(WS-IX-CONTA, WS-MES-NUM)
                                     TO WS-CTA-ORC-MES(WS-IX-CONTA)
           END-PERFORM

           IF WS-QT-LINHAS-VERSAO = ZEROS
               MOVE 4                         TO WS-RETORNO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'SEM ORCAMENTO (GLORCA) DA VERSAO '
                                              DELIMITED BY SIZE
                      WS-VERSAO-USADA         DELIMITED BY SIZE
                      ' PARA '                DELIMITED BY SIZE
                      WS-ANO-REF              DELIMITED BY SIZE
                      ' - ORCADO ZERADO'      DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P310-UM-ORCADO.
      *****************************************

           READ ORCAMENTO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF ORC-ANO NOT = WS-ANO-REF
              OR ORC-VERSAO IS NOT NUMERIC
              OR ORC-VERSAO > WS-VERSAO-USADA
              OR ORC-MES IS NOT NUMERIC
              OR ORC-MES < 1 OR ORC-MES > WS-MES-NUM
              OR ORC-VALOR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ORC-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P260-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           IF ORC-VERSAO < WS-CTA-ORC-VERSAO(WS-IX-CONTA, ORC-MES)
               EXIT PARAGRAPH
           END-IF

           IF ORC-VERSAO = WS-VERSAO-USADA
               ADD 1                          TO WS-QT-LINHAS-VERSAO
           END-IF
           MOVE ORC-NATUREZA    TO WS-CTA-NATUREZA(WS-IX-CONTA)
           MOVE ORC-VERSAO
               TO WS-CTA-ORC-VERSAO(WS-IX-CONTA, ORC-MES)

           IF ORC-CREDOR
               COMPUTE WS-CTA-ORC-VALOR(WS-IX-CONTA, ORC-MES) =
                       ORC-VALOR * -1
           ELSE
               MOVE ORC-VALOR
                   TO WS-CTA-ORC-VALOR(WS-IX-CONTA, ORC-MES)
           END-IF
           .

      *****************************************
      * UMA CONTA POR BLOCO: A LINHA DO MES E A DO ANO ATE O MES.
      *****************************************
       P500-IMPRIME.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTA    N PER       REALIZADO          ORCADO'
                                              DELIMITED BY SIZE
                  '        VARIACAO       VAR %'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               MOVE 'MES'                     TO WS-PERIODO
               MOVE WS-CTA-REAL-MES(WS-IX-CONTA) TO WS-REAL
               MOVE WS-CTA-ORC-MES(WS-IX-CONTA)  TO WS-ORCADO
               PERFORM P510-UMA-LINHA
               MOVE 'ANO'                     TO WS-PERIODO
               MOVE WS-CTA-REAL-ANO(WS-IX-CONTA) TO WS-REAL
               MOVE WS-CTA-ORC-ANO(WS-IX-CONTA)  TO WS-ORCADO
               PERFORM P510-UMA-LINHA
           END-PERFORM
           .

      *****************************************
      * VALORES NA NATUREZA DA CONTA (CREDORA VIRA O SINAL), A
      * VARIACAO E O PERCENTUAL SOBRE O ORCADO; FORA DA TOLERANCIA A
      * LINHA SAI MARCADA.
      *****************************************
       P510-UMA-LINHA.
      *****************************************

           IF WS-CTA-NATUREZA(WS-IX-CONTA) = 'C'
               COMPUTE WS-REAL   = WS-REAL   * -1
               COMPUTE WS-ORCADO = WS-ORCADO * -1
           END-IF

           COMPUTE WS-VARIACAO = WS-REAL - WS-ORCADO
           MOVE SPACES                        TO WS-MARCA

           IF WS-ORCADO < ZEROS
               COMPUTE WS-ORCADO-ABS = WS-ORCADO * -1
           ELSE
               MOVE WS-ORCADO                 TO WS-ORCADO-ABS
           END-IF

           EVALUATE TRUE
               WHEN WS-ORCADO-ABS NOT = ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-VARIACAO * 100 / WS-ORCADO-ABS
                       ON SIZE ERROR
                           IF WS-VARIACAO < ZEROS
                               MOVE -99999.99 TO WS-PERCENTUAL
                           ELSE
                               MOVE 99999.99  TO WS-PERCENTUAL
                           END-IF
                   END-COMPUTE
               WHEN WS-VARIACAO < ZEROS
                   MOVE -99999.99             TO WS-PERCENTUAL
               WHEN WS-VARIACAO > ZEROS
                   MOVE 99999.99              TO WS-PERCENTUAL
               WHEN OTHER
                   MOVE ZEROS                 TO WS-PERCENTUAL
           END-EVALUATE

           IF WS-PERCENTUAL < ZEROS
               COMPUTE WS-PERCENTUAL-ABS = WS-PERCENTUAL * -1
           ELSE
               MOVE WS-PERCENTUAL             TO WS-PERCENTUAL-ABS
           END-IF

           IF WS-PERCENTUAL-ABS > WS-TOLERANCIA-PCT
               MOVE '*FORA TOLER*'            TO WS-MARCA
               ADD 1                          TO WS-QT-FORA
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF

           MOVE WS-REAL                       TO WS-REAL-ED
           MOVE WS-ORCADO                     TO WS-ORCADO-ED
           MOVE WS-VARIACAO                   TO WS-VARIACAO-ED
           MOVE WS-PERCENTUAL                 TO WS-PCT-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-PERIODO = 'MES'
               MOVE WS-CTA-CONTA(WS-IX-CONTA)
                                              TO WS-REG-RELATORIO(1:8)
               MOVE WS-CTA-NATUREZA(WS-IX-CONTA)
                                              TO WS-REG-RELATORIO(10:1)
           END-IF
           MOVE WS-PERIODO                    TO WS-REG-RELATORIO(12:3)
           MOVE WS-REAL-ED                    TO WS-REG-RELATORIO(16:15)
           MOVE WS-ORCADO-ED                  TO WS-REG-RELATORIO(32:15)
           MOVE WS-VARIACAO-ED                TO WS-REG-RELATORIO(48:15)
           MOVE WS-PCT-ED                     TO WS-REG-RELATORIO(64:9)
           MOVE WS-MARCA                      TO WS-REG-RELATORIO(74:12)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTAS: '                  DELIMITED BY SIZE
                  WS-QT-TAB-CONTAS            DELIMITED BY SIZE
                  '  LINHAS FORA DA TOLERANCIA: '
                                              DELIMITED BY SIZE
                  WS-QT-FORA                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE ORCREL-RPT

           DISPLAY 'CONTAS NO RELATORIO..: ' WS-QT-TAB-CONTAS
           DISPLAY 'FORA DA TOLERANCIA...: ' WS-QT-FORA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-TAB-CONTAS               TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-ORCREL.
