      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PROVA NOTURNA DO KARDEX (ESTMOV) CONTRA O CADASTRO DE
      *          PRODUTOS: PARA TODO PRODUTO COM CONTROLE DE ESTOQUE,
      *          O SALDO DA CONFERENCIA ANTERIOR (ARQUIVO ESTSALDO) +
      *          OS MOVIMENTOS ANEXADOS AO KARDEX DESDE ENTAO TEM DE
      *          SER O PROD-QTDE-ESTOQUE DO PRODMAST. PRODUTO QUE NAO
      *          FECHA - SALDO MEXIDO SEM PASSAR PELO KARDEX - SAI NO
      *          RELATORIO ESTCONFRPT, DA RC 4 E ALERTA NO OPERALERT.
      *          NO FIM, O ESTSALDO E' REGRAVADO COM OS SALDOS DO
      *          CADASTRO E A QUANTIDADE DE MOVIMENTOS JA CONFERIDOS,
      *          E VIRA O SALDO ANTERIOR DA PROXIMA NOITE. SEM
      *          ESTSALDO (PRIMEIRA EXECUCAO) O SALDO DO CADASTRO E'
      *          IMPLANTADO COMO SALDO ANTERIOR, SEM PROVA.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ESTCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT ESTOQUE-SALDOS      ASSIGN TO 'ESTSALDO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SALDOS.

           SELECT CONFERENCIA-RPT     ASSIGN TO 'ESTCONFRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

      *    SALDOS DA ULTIMA CONFERENCIA: UMA LINHA DE CONTROLE 'C'
      *    (QUANTOS REGISTROS DO KARDEX JA ENTRARAM NA PROVA, E
      *    QUANDO) SEGUIDA DE UMA LINHA 'P' POR PRODUTO COM CONTROLE
      *    DE ESTOQUE, COM O SALDO DO CADASTRO NAQUELE MOMENTO.
       FD ESTOQUE-SALDOS.
       01 WS-REG-SALDO.
           03 SLD-TIPO                           PIC X(01).
               88 SLD-CONTROLE                   VALUE 'C'.
               88 SLD-PRODUTO-LINHA              VALUE 'P'.
           03 SLD-DADOS                          PIC X(31).
           03 SLD-CTL REDEFINES SLD-DADOS.
               05 SLD-QT-MOVIMENTOS              PIC 9(09).
               05 SLD-DATA-NEGOCIO               PIC 9(08).
               05 SLD-DATA-HORA                  PIC X(14).
           03 SLD-PRD REDEFINES SLD-DADOS.
               05 SLD-PRODUTO                    PIC X(08).
               05 SLD-SALDO                      PIC S9(05)V99.
               05 FILLER                         PIC X(16).

       FD CONFERENCIA-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-SALDOS                       PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    SEM ESTSALDO NAO HA SALDO ANTERIOR: A NOITE SO' IMPLANTA.
       77 WS-SW-IMPLANTACAO                  PIC X(01) VALUE 'N'.
           88 IMPLANTACAO                    VALUE 'S' FALSE 'N'.

      *    REGISTROS DO KARDEX JA CONFERIDOS NA NOITE ANTERIOR E OS
      *    LIDOS AGORA - SO' OS ALEM DAQUELES SAO MOVIMENTOS NOVOS.
       77 WS-QT-JA-CONFERIDOS                PIC 9(09) VALUE ZEROS.
       77 WS-QT-MOV-LIDOS                    PIC 9(09) VALUE ZEROS.
       77 WS-QT-MOV-NOVOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-PRODUTOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFEREM                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-DIVERGENTES                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-TABELA                  PIC 9(06) VALUE ZEROS.

      *    UMA ENTRADA POR PRODUTO: SALDO ANTERIOR, SOMA DOS
      *    MOVIMENTOS NOVOS E O SALDO DO CADASTRO NESTA NOITE.
       77 WS-QT-TAB-PROD                     PIC 9(04) VALUE ZEROS.
       77 WS-IX-PROD                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PRODUTOS.
           03 WS-TAB-PROD-ITEM         OCCURS 2000 TIMES.
               05 WS-PRD-CODIGO               PIC X(08).
               05 WS-PRD-ABERTURA             PIC S9(05)V99.
               05 WS-PRD-MOVIMENTOS           PIC S9(07)V99.
               05 WS-PRD-QT-MOV               PIC 9(05).
               05 WS-PRD-CADASTRO             PIC S9(05)V99.
               05 WS-PRD-SW-CADASTRO          PIC X(01).
                   88 PRD-NO-CADASTRO         VALUE 'S' FALSE 'N'.

       77 WS-ESPERADO          PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(30) VALUE SPACES.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-ABERTURA-ED                     PIC -(07)9.99.
       77 WS-MOVIMENTOS-ED                   PIC -(07)9.99.
       77 WS-ESPERADO-ED                     PIC -(07)9.99.
       77 WS-CADASTRO-ED                     PIC -(07)9.99.
       77 WS-DIFERENCA-ED                    PIC -(07)9.99.

           COPY RPTHDR.

           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-CARREGA-SALDOS
               PERFORM P200-LE-KARDEX
               PERFORM P300-CONFERE-CADASTRO
           END-IF

           IF WS-RETORNO NOT = 8
               PERFORM P500-PRODUTOS-FORA-CADASTRO
               PERFORM P700-GRAVA-SALDOS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ESTCONF'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN OUTPUT CONFERENCIA-RPT

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTCONFRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONFERENCIA DO KARDEX'        TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * SALDOS DA CONFERENCIA ANTERIOR. SEM O ARQUIVO, ESTA NOITE
      * IMPLANTA O SALDO ANTERIOR A PARTIR DO CADASTRO.
      *****************************************
       P100-CARREGA-SALDOS.
      *****************************************

           OPEN INPUT ESTOQUE-SALDOS

           IF WS-FS-SALDOS = '35'
               SET IMPLANTACAO                TO TRUE
               DISPLAY 'ESTSALDO INEXISTENTE - IMPLANTACAO DO SALDO '
                       'ANTERIOR A PARTIR DO CADASTRO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-SALDOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTSALDO: ' WS-FS-SALDOS
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-SALDOS NOT = '00'
               READ ESTOQUE-SALDOS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SALDOS = '00'
                   EVALUATE TRUE
                       WHEN SLD-CONTROLE
                           MOVE SLD-QT-MOVIMENTOS
                                              TO WS-QT-JA-CONFERIDOS
                       WHEN SLD-PRODUTO-LINHA
                           MOVE SLD-PRODUTO   TO MOV-PRODUTO
                           PERFORM P250-LOCALIZA-PRODUTO
                           IF WS-IX-PROD > ZEROS
                               MOVE SLD-SALDO
                                   TO WS-PRD-ABERTURA(WS-IX-PROD)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE ESTOQUE-SALDOS
           .

      *****************************************
      * PASSA O KARDEX INTEIRO: OS REGISTROS ATE A QUANTIDADE JA
      * CONFERIDA SAO DE NOITES ANTERIORES; OS SEGUINTES SOMAM NO
      * PRODUTO. NA IMPLANTACAO SO' CONTA OS REGISTROS - O SALDO
      * DO CADASTRO JA OS INCLUI.
      *****************************************
       P200-LE-KARDEX.
      *****************************************

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ESTOQUE-MOVIMENTO

           IF WS-FS-ESTMOV = '35'
               DISPLAY 'KARDEX ESTMOV AINDA SEM MOVIMENTOS.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-ESTMOV NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTMOV: ' WS-FS-ESTMOV
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-ESTMOV NOT = '00'
               READ ESTOQUE-MOVIMENTO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ESTMOV = '00'
                   ADD 1                      TO WS-QT-MOV-LIDOS
                   IF WS-QT-MOV-LIDOS > WS-QT-JA-CONFERIDOS
                      AND NOT IMPLANTACAO
                       PERFORM P210-SOMA-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ESTOQUE-MOVIMENTO

      *    KARDEX MENOR QUE NA NOITE ANTERIOR: ALGUEM O TRUNCOU OU
      *    TROCOU - A PROVA DESTA NOITE NAO TEM BASE.
           IF WS-QT-MOV-LIDOS < WS-QT-JA-CONFERIDOS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'KARDEX COM '           DELIMITED BY SIZE
                      WS-QT-MOV-LIDOS         DELIMITED BY SIZE
                      ' REGISTROS, MENOS QUE OS '
                                              DELIMITED BY SIZE
                      WS-QT-JA-CONFERIDOS     DELIMITED BY SIZE
                      ' JA CONFERIDOS - ARQUIVO TRUNCADO OU TROCADO'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               ADD 1                          TO WS-QT-DIVERGENTES
           END-IF
           .

      *****************************************
       P210-SOMA-MOVIMENTO.
      *****************************************

           ADD 1                              TO WS-QT-MOV-NOVOS

           PERFORM P250-LOCALIZA-PRODUTO

           IF WS-IX-PROD > ZEROS
               ADD MOV-QTDE         TO WS-PRD-MOVIMENTOS(WS-IX-PROD)
               ADD 1                TO WS-PRD-QT-MOV(WS-IX-PROD)
           END-IF
           .

      *****************************************
      * POSICAO DO PRODUTO MOV-PRODUTO NA TABELA, INCLUINDO-O NO
      * FIM (SALDO ANTERIOR ZERO) QUANDO AINDA NAO ESTA. TABELA
      * CHEIA DEVOLVE ZEROS.
      *****************************************
       P250-LOCALIZA-PRODUTO.
      *****************************************

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
                   UNTIL WS-IX-PROD > WS-QT-TAB-PROD
                      OR WS-PRD-CODIGO(WS-IX-PROD) = MOV-PRODUTO
               CONTINUE
           END-PERFORM

           IF WS-IX-PROD > WS-QT-TAB-PROD
               IF WS-QT-TAB-PROD = 2000
                   ADD 1                      TO WS-QT-FORA-TABELA
                   DISPLAY 'AVISO: TABELA DE PRODUTOS CHEIA (2000) - '
                           MOV-PRODUTO ' FORA DA CONFERENCIA'
                   MOVE ZEROS                 TO WS-IX-PROD
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-PROD
               MOVE WS-QT-TAB-PROD            TO WS-IX-PROD
               MOVE MOV-PRODUTO     TO WS-PRD-CODIGO(WS-IX-PROD)
               MOVE ZEROS           TO WS-PRD-ABERTURA(WS-IX-PROD)
               MOVE ZEROS           TO WS-PRD-MOVIMENTOS(WS-IX-PROD)
               MOVE ZEROS           TO WS-PRD-QT-MOV(WS-IX-PROD)
               MOVE ZEROS           TO WS-PRD-CADASTRO(WS-IX-PROD)
               SET PRD-NO-CADASTRO(WS-IX-PROD) TO FALSE
           END-IF
           .

      *****************************************
      * VARRE O CADASTRO: CADA PRODUTO COM CONTROLE DE ESTOQUE TEM
      * DE FECHAR SALDO ANTERIOR + MOVIMENTOS = SALDO DO CADASTRO.
      *****************************************
       P300-CONFERE-CADASTRO.
      *****************************************

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRODUTO-MASTER

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF NOT IMPLANTACAO
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PRODUTO       SALDO ANTERIOR      MOVIMENTOS'
                                              DELIMITED BY SIZE
                      '        ESPERADO        CADASTRO'
                                              DELIMITED BY SIZE
                      '       DIFERENCA  MOTIVO'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P310-LE-PRODUTO
           PERFORM P320-UM-PRODUTO UNTIL FIM-DO-ARQUIVO

           CLOSE PRODUTO-MASTER
           .

      *****************************************
       P310-LE-PRODUTO.
      *****************************************

           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ
           .

      *****************************************
       P320-UM-PRODUTO.
      *****************************************

           IF PROD-QTDE-ESTOQUE IS NUMERIC
               ADD 1                          TO WS-QT-PRODUTOS
               MOVE PROD-CODIGO               TO MOV-PRODUTO
               PERFORM P250-LOCALIZA-PRODUTO
               IF WS-IX-PROD > ZEROS
                   SET PRD-NO-CADASTRO(WS-IX-PROD) TO TRUE
                   MOVE PROD-QTDE-ESTOQUE
                       TO WS-PRD-CADASTRO(WS-IX-PROD)
                   IF NOT IMPLANTACAO
                       PERFORM P330-CONFERE-PRODUTO
                   END-IF
               END-IF
           END-IF

           PERFORM P310-LE-PRODUTO
           .

      *****************************************
       P330-CONFERE-PRODUTO.
      *****************************************

           COMPUTE WS-ESPERADO = WS-PRD-ABERTURA(WS-IX-PROD)
                               + WS-PRD-MOVIMENTOS(WS-IX-PROD)

           IF WS-ESPERADO = PROD-QTDE-ESTOQUE
               ADD 1                          TO WS-QT-CONFEREM
           ELSE
               MOVE 'SALDO MEXIDO FORA DO KARDEX' TO WS-MOTIVO
               PERFORM P400-LINHA-DIVERGENCIA
           END-IF
           .

      *****************************************
      * UMA LINHA DE PRODUTO QUE NAO FECHA, COM O MOTIVO EM
      * WS-MOTIVO E O SALDO DO CADASTRO EM WS-PRD-CADASTRO.
      *****************************************
       P400-LINHA-DIVERGENCIA.
      *****************************************

           ADD 1                              TO WS-QT-DIVERGENTES

           COMPUTE WS-ESPERADO = WS-PRD-ABERTURA(WS-IX-PROD)
                               + WS-PRD-MOVIMENTOS(WS-IX-PROD)
           COMPUTE WS-DIFERENCA = WS-PRD-CADASTRO(WS-IX-PROD)
                                - WS-ESPERADO

           MOVE WS-PRD-ABERTURA(WS-IX-PROD)   TO WS-ABERTURA-ED
           MOVE WS-PRD-MOVIMENTOS(WS-IX-PROD) TO WS-MOVIMENTOS-ED
           MOVE WS-ESPERADO                   TO WS-ESPERADO-ED
           MOVE WS-PRD-CADASTRO(WS-IX-PROD)   TO WS-CADASTRO-ED
           MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING WS-PRD-CODIGO(WS-IX-PROD)   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-ABERTURA-ED              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-MOVIMENTOS-ED            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-ESPERADO-ED              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CADASTRO-ED              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DIFERENCA-ED             DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-MOTIVO                   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PRODUTO COM MOVIMENTO NOVO NO KARDEX QUE NAO ESTA NO
      * CADASTRO COM CONTROLE DE ESTOQUE: O SALDO ESPERADO NAO TEM
      * ONDE ESTAR.
      *****************************************
       P500-PRODUTOS-FORA-CADASTRO.
      *****************************************

           IF IMPLANTACAO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
                   UNTIL WS-IX-PROD > WS-QT-TAB-PROD
               IF NOT PRD-NO-CADASTRO(WS-IX-PROD)
                  AND WS-PRD-QT-MOV(WS-IX-PROD) > ZEROS
                   MOVE 'PRODUTO SEM CONTROLE NO CADASTRO'
                                              TO WS-MOTIVO
                   PERFORM P400-LINHA-DIVERGENCIA
               END-IF
           END-PERFORM
           .

      *****************************************
      * REGRAVA O ESTSALDO: CONTROLE COM OS REGISTROS DO KARDEX JA
      * CONFERIDOS E UMA LINHA POR PRODUTO COM CONTROLE DE ESTOQUE,
      * COM O SALDO DO CADASTRO - O SALDO ANTERIOR DA PROXIMA NOITE.
      *****************************************
       P700-GRAVA-SALDOS.
      *****************************************

           OPEN OUTPUT ESTOQUE-SALDOS

           IF WS-FS-SALDOS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ESTSALDO: ' WS-FS-SALDOS
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-SALDO
           SET SLD-CONTROLE                   TO TRUE
           MOVE WS-QT-MOV-LIDOS               TO SLD-QT-MOVIMENTOS
           MOVE WS-DATA-NEGOCIO               TO SLD-DATA-NEGOCIO
           ACCEPT SLD-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT SLD-DATA-HORA(9:6)          FROM TIME
           WRITE WS-REG-SALDO

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
                   UNTIL WS-IX-PROD > WS-QT-TAB-PROD
               IF PRD-NO-CADASTRO(WS-IX-PROD)
                   MOVE SPACES                TO WS-REG-SALDO
                   SET SLD-PRODUTO-LINHA      TO TRUE
                   MOVE WS-PRD-CODIGO(WS-IX-PROD)
                                              TO SLD-PRODUTO
                   MOVE WS-PRD-CADASTRO(WS-IX-PROD)
                                              TO SLD-SALDO
                   WRITE WS-REG-SALDO
               END-IF
           END-PERFORM

           CLOSE ESTOQUE-SALDOS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               IF IMPLANTACAO
                   STRING 'IMPLANTACAO: '     DELIMITED BY SIZE
                          WS-QT-PRODUTOS      DELIMITED BY SIZE
                          ' PRODUTOS COM O SALDO DO CADASTRO COMO '
                                              DELIMITED BY SIZE
                          'SALDO ANTERIOR - SEM PROVA NESTA NOITE'
                                              DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               ELSE
                   STRING 'PRODUTOS: '        DELIMITED BY SIZE
                          WS-QT-PRODUTOS      DELIMITED BY SIZE
                          '  CONFEREM: '      DELIMITED BY SIZE
                          WS-QT-CONFEREM      DELIMITED BY SIZE
                          '  DIVERGENTES: '   DELIMITED BY SIZE
                          WS-QT-DIVERGENTES   DELIMITED BY SIZE
                          '  MOVIMENTOS NOVOS: '
                                              DELIMITED BY SIZE
                          WS-QT-MOV-NOVOS     DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               END-IF
               WRITE WS-REG-RELATORIO
               CLOSE CONFERENCIA-RPT
           END-IF

           IF WS-RETORNO = ZEROS
              AND (WS-QT-DIVERGENTES > ZEROS
                   OR WS-QT-FORA-TABELA > ZEROS)
               MOVE 4                         TO WS-RETORNO
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-ESTCONF'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               MOVE 'KARDEX NAO FECHA COM O SALDO DO PRODMAST'
                                              TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
           END-IF

           DISPLAY 'MOVIMENTOS NO KARDEX.: ' WS-QT-MOV-LIDOS
           DISPLAY 'MOVIMENTOS NOVOS.....: ' WS-QT-MOV-NOVOS
           DISPLAY 'PRODUTOS CONFERIDOS..: ' WS-QT-PRODUTOS
           DISPLAY 'PRODUTOS DIVERGENTES.: ' WS-QT-DIVERGENTES
           DISPLAY 'FORA DA CONFERENCIA..: ' WS-QT-FORA-TABELA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-PRODUTOS                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-PRODUTOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.
           COPY ALERTAPR.

       END PROGRAM DEMONSTRA-ESTCONF.
