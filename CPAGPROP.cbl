      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PROGRAMACAO NOTURNA DOS PAGAMENTOS A FORNECEDOR
      *          (CPAGAR), EM DUAS FRENTES NA MESMA VARREDURA:
      *          1) PROPOSTA - TITULO 'A' (A PAGAR) QUE VENCE ATE N
      *             DIAS UTEIS A FRENTE DA DATA DE NEGOCIO (SISPARAM
      *             DIAS-PAGAR, PADRAO 3; CALENDARIO FERIADOS) OU JA
      *             VENCIDO PASSA A 'P' (PROPOSTO), PARA A
      *             TESOURARIA APROVAR EM DEMONSTRA-CPAGAPRV;
      *          2) REMESSA - TITULO 'V' (APROVADO) SAI NA REMESSA
      *             BANCARIA DE PAGAMENTOS CPAGREM (LINHA 'D' COM OS
      *             DADOS BANCARIOS DO FORNMAST E A DATA DO CREDITO =
      *             PRIMEIRO DIA UTIL EM OU APOS O VENCIMENTO, NUNCA
      *             ANTES DA DATA DE NEGOCIO; TRAILER 'T' COM
      *             QUANTIDADE E VALOR TOTAL), FICA 'G' (PAGO) E
      *             DEIXA O MOVIMENTO 'P' NO CPAGMOV - O EXTRATO
      *             CONTABIL DA NOITE SEGUINTE BAIXA FORNECEDORES A
      *             PAGAR CONTRA CAIXA.
      *          TITULO APROVADO DE FORNECEDOR SEM BANCO/AGENCIA/
      *          CONTA NO FORNMAST NAO E' REMETIDO: FICA 'V', SAI NO
      *          RELATORIO CPAGPROPRPT E O JOB TERMINA COM RC 4. SEM
      *          CPAGAR (NENHUMA NOTA LANCADA AINDA) NAO HA O QUE
      *          FAZER - RC 0 COM A REMESSA SO' COM O TRAILER.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CPAGPROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR        ASSIGN TO 'CPAGAR'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CP-NUMERO
                                       ALTERNATE RECORD KEY
                                           CP-FORN-NOTA
                                       FILE STATUS WS-FS-CPAGAR.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT CPAGAR-MOVIMENTO    ASSIGN TO 'CPAGMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CPAGMOV.

           SELECT PAGTO-REMESSA       ASSIGN TO 'CPAGREM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REMESSA.

           SELECT PROPOSTA-RPT        ASSIGN TO 'CPAGPROPRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-PAGAR.
           COPY CPAGAR.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD CPAGAR-MOVIMENTO.
           COPY CPAGMOV.

      *    LAYOUT FIXO DA REMESSA DE PAGAMENTOS: LINHAS 'D' COM O
      *    CREDITO NA CONTA DO FORNECEDOR E A LINHA 'T' FINAL COM OS
      *    TOTAIS DE CONTROLE, CONFERIDOS PELO BANCO ANTES DE ACEITAR
      *    O LOTE (MESMO PADRAO DA REMESSA DE COBRANCA BANKREM).
       FD PAGTO-REMESSA.
       01 WS-REG-REMESSA.
           03 REM-TIPO                           PIC X(01).
               88 REM-DETALHE                    VALUE 'D'.
               88 REM-TRAILER                    VALUE 'T'.
           03 REM-DADOS                          PIC X(90).
           03 REM-DADOS-DETALHE REDEFINES REM-DADOS.
               05 REM-NUM-TITULO                 PIC 9(08).
               05 REM-FORNECEDOR                 PIC X(06).
               05 REM-CNPJ                       PIC X(14).
               05 REM-BANCO                      PIC X(03).
               05 REM-AGENCIA                    PIC X(05).
               05 REM-CONTA                      PIC X(12).
               05 REM-VALOR                      PIC 9(09)V99.
               05 REM-DATA-PAGTO                 PIC 9(08).
               05 REM-NOTA                       PIC X(09).
               05 FILLER                         PIC X(14).
           03 REM-DADOS-TRAILER REDEFINES REM-DADOS.
               05 REM-QT-REGISTROS               PIC 9(06).
               05 REM-VALOR-TOTAL                PIC 9(11)V99.
               05 FILLER                         PIC X(71).

       FD PROPOSTA-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD FERIADOS-CAL.
           COPY FERIADO.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CPAGAR                       PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-CPAGMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-REMESSA                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-CPAGAR                       PIC X(01) VALUE 'N'.
           88 CPAGAR-DISPONIVEL              VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    HORIZONTE DA PROPOSTA EM DIAS UTEIS (PARAMETRO DIAS-PAGAR)
      *    E A DATA LIMITE DE VENCIMENTO RESULTANTE.
       77 WS-DIAS-PAGAR                      PIC 9(03) VALUE 3.
       77 WS-DIAS-CONTADOS                   PIC 9(03) VALUE ZEROS.
       77 WS-DATA-LIMITE                     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-PROPOSTOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-REMETIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-BANCO                    PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PROPOSTO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-TOTAL-ED                        PIC -(11)9.99.

           COPY PARAMWS.
           COPY DTNEGWS.
           COPY FERIADWS.

           COPY RPTHDR.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8 AND CPAGAR-DISPONIVEL
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CPAGPROP'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'DIAS-PAGAR'                  TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-DIAS-PAGAR
           END-IF

           PERFORM P050-DATA-LIMITE

           OPEN OUTPUT PROPOSTA-RPT
           OPEN OUTPUT PAGTO-REMESSA

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CPAGPROPRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-REMESSA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CPAGREM: ' WS-FS-REMESSA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

      *    SEM CPAGAR AINDA (STATUS 35) NAO HA TITULO A PROGRAMAR.
           OPEN I-O CONTAS-PAGAR
           EVALUATE WS-FS-CPAGAR
               WHEN '00'
                   SET CPAGAR-DISPONIVEL      TO TRUE
               WHEN '35'
                   DISPLAY 'CPAGAR AINDA NAO CRIADO - NADA A '
                           'PROGRAMAR.'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR CPAGAR: ' WS-FS-CPAGAR
                   MOVE 8                     TO WS-RETORNO
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT FORNECEDOR-MASTER
           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'AVISO: FORNMAST INDISPONIVEL - APROVADOS '
                       'FICAM SEM REMESSA: ' WS-FS-FORNMAST
           END-IF

           MOVE 'PROGRAMACAO DE PAGAMENTOS'   TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  '  VENCIMENTOS ATE: '       DELIMITED BY SIZE
                  WS-DATA-LIMITE              DELIMITED BY SIZE
                  ' ('                        DELIMITED BY SIZE
                  WS-DIAS-PAGAR               DELIMITED BY SIZE
                  ' DIAS UTEIS)'              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'ACAO        TITULO   FORNEC NOTA      VENCIMENTO'
                                              DELIMITED BY SIZE
                  '          VALOR  PAGAMENTO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * DATA LIMITE DA PROPOSTA: A DATA DE NEGOCIO AVANCADA DE
      * WS-DIAS-PAGAR DIAS UTEIS (FIM DE SEMANA E FERIADO NAO
      * CONTAM).
      *****************************************
       P050-DATA-LIMITE.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO WS-DATA-LIMITE
           MOVE ZEROS                         TO WS-DIAS-CONTADOS

           PERFORM P060-AVANCA-UM-DIA
                   UNTIL WS-DIAS-CONTADOS NOT < WS-DIAS-PAGAR
           .

      *****************************************
       P060-AVANCA-UM-DIA.
      *****************************************

           COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) + 1
           COMPUTE WS-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT)

           MOVE WS-DATA-LIMITE                TO WS-FER-DATA-TESTE
           PERFORM P-E-DIA-UTIL
           IF FER-DIA-UTIL
               ADD 1                          TO WS-DIAS-CONTADOS
           END-IF
           .

      *****************************************
       P200-PROCESSA.
      *****************************************

           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           EVALUATE TRUE
               WHEN CP-APROVADO
                   PERFORM P400-REMETE-TITULO
               WHEN CP-A-PAGAR
                   IF CP-DATA-VENC NOT > WS-DATA-LIMITE
                       PERFORM P300-PROPOE-TITULO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
      * TITULO A VENCER NO HORIZONTE (OU JA VENCIDO) VAI PARA A
      * APROVACAO DA TESOURARIA.
      *****************************************
       P300-PROPOE-TITULO.
      *****************************************

           SET CP-PROPOSTO                    TO TRUE
           MOVE WS-DATA-NEGOCIO               TO CP-DATA-PROPOSTA
           REWRITE WS-REG-CPAGAR
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'ERRO AO PROPOR O TITULO ' CP-NUMERO ': '
                       WS-FS-CPAGAR
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PROPOSTOS
           ADD CP-VALOR                       TO WS-VALOR-PROPOSTO

           MOVE CP-VALOR                      TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PROPOSTO    '              DELIMITED BY SIZE
                  CP-NUMERO                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-FORNECEDOR               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-NOTA                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-DATA-VENC                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * TITULO APROVADO: CREDITO NA CONTA DO FORNECEDOR PELA
      * REMESSA, BAIXA COMO PAGO E MOVIMENTO PARA O CONTABIL. SEM
      * DADOS BANCARIOS O TITULO ESPERA APROVADO (RC 4).
      *****************************************
       P400-REMETE-TITULO.
      *****************************************

           MOVE CP-FORNECEDOR                 TO FORN-CODIGO
           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
              OR FORN-BANCO = SPACES
              OR FORN-AGENCIA = SPACES
              OR FORN-CONTA = SPACES
               PERFORM P450-SEM-DADOS-BANCARIOS
               EXIT PARAGRAPH
           END-IF

      *    CREDITO NO PRIMEIRO DIA UTIL EM OU APOS O VENCIMENTO - O
      *    JA VENCIDO SAI PARA O PRIMEIRO DIA UTIL A PARTIR DE HOJE.
           IF CP-DATA-VENC < WS-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO           TO WS-FER-DATA-TESTE
           ELSE
               MOVE CP-DATA-VENC              TO WS-FER-DATA-TESTE
           END-IF
           PERFORM P-PROXIMO-DIA-UTIL

           SET CP-PAGO                        TO TRUE
           MOVE WS-FER-PROXIMO                TO CP-DATA-PAGTO
           REWRITE WS-REG-CPAGAR
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'ERRO AO BAIXAR O TITULO ' CP-NUMERO ': '
                       WS-FS-CPAGAR
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-REMESSA
           SET REM-DETALHE                    TO TRUE
           MOVE CP-NUMERO                     TO REM-NUM-TITULO
           MOVE CP-FORNECEDOR                 TO REM-FORNECEDOR
           MOVE FORN-CNPJ                     TO REM-CNPJ
           MOVE FORN-BANCO                    TO REM-BANCO
           MOVE FORN-AGENCIA                  TO REM-AGENCIA
           MOVE FORN-CONTA                    TO REM-CONTA
           MOVE CP-VALOR                      TO REM-VALOR
           MOVE CP-DATA-PAGTO                 TO REM-DATA-PAGTO
           MOVE CP-NOTA                       TO REM-NOTA
           WRITE WS-REG-REMESSA

           ADD 1                              TO WS-QT-REMETIDOS
           ADD CP-VALOR                       TO WS-VALOR-TOTAL

           PERFORM P500-GRAVA-MOVIMENTO

           MOVE CP-VALOR                      TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'REMETIDO    '              DELIMITED BY SIZE
                  CP-NUMERO                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-FORNECEDOR               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-NOTA                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-DATA-VENC                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  CP-DATA-PAGTO               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P450-SEM-DADOS-BANCARIOS.
      *****************************************

           ADD 1                              TO WS-QT-SEM-BANCO
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE CP-VALOR                      TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SEM BANCO   '              DELIMITED BY SIZE
                  CP-NUMERO                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-FORNECEDOR               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-NOTA                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CP-DATA-VENC                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  APROVADO - FORNECEDOR SEM DADOS BANCARIOS'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * MOVIMENTO 'P' PARA O EXTRATO CONTABIL (CRIADO NO PRIMEIRO
      * USO).
      *****************************************
       P500-GRAVA-MOVIMENTO.
      *****************************************

           OPEN EXTEND CPAGAR-MOVIMENTO
           IF WS-FS-CPAGMOV = '35'
               OPEN OUTPUT CPAGAR-MOVIMENTO
           END-IF

           IF WS-FS-CPAGMOV = '00'
               SET CPM-PAGAMENTO              TO TRUE
               MOVE CP-NUMERO                 TO CPM-NUMERO
               MOVE CP-FORNECEDOR             TO CPM-FORNECEDOR
               MOVE CP-VALOR                  TO CPM-VALOR
               MOVE WS-DATA-NEGOCIO           TO CPM-DATA
               WRITE WS-REG-CPAGMOV
               CLOSE CPAGAR-MOVIMENTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CPAGMOV: ' WS-FS-CPAGMOV
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-REMESSA = '00'
               MOVE SPACES                    TO WS-REG-REMESSA
               SET REM-TRAILER                TO TRUE
               MOVE WS-QT-REMETIDOS           TO REM-QT-REGISTROS
               MOVE WS-VALOR-TOTAL            TO REM-VALOR-TOTAL
               WRITE WS-REG-REMESSA
               CLOSE PAGTO-REMESSA
           END-IF

           IF WS-FS-RELATORIO = '00'
               MOVE WS-VALOR-PROPOSTO         TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PROPOSTOS: '           DELIMITED BY SIZE
                      WS-QT-PROPOSTOS         DELIMITED BY SIZE
                      '  VALOR: '             DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE WS-VALOR-TOTAL            TO WS-TOTAL-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'REMETIDOS: '           DELIMITED BY SIZE
                      WS-QT-REMETIDOS         DELIMITED BY SIZE
                      '  VALOR: '             DELIMITED BY SIZE
                      WS-TOTAL-ED             DELIMITED BY SIZE
                      '  APROVADOS SEM DADOS BANCARIOS: '
                                              DELIMITED BY SIZE
                      WS-QT-SEM-BANCO         DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE PROPOSTA-RPT
           END-IF

           IF CPAGAR-DISPONIVEL
               CLOSE CONTAS-PAGAR
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           MOVE WS-VALOR-TOTAL                TO WS-TOTAL-ED
           DISPLAY 'TITULOS LIDOS........: ' WS-QT-LIDOS
           DISPLAY 'TITULOS PROPOSTOS....: ' WS-QT-PROPOSTOS
           DISPLAY 'TITULOS REMETIDOS....: ' WS-QT-REMETIDOS
           DISPLAY 'VALOR REMETIDO.......: ' WS-TOTAL-ED
           DISPLAY 'SEM DADOS BANCARIOS..: ' WS-QT-SEM-BANCO

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-PROPOSTOS WS-QT-REMETIDOS
                               GIVING RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               ADD WS-QT-PROPOSTOS WS-QT-REMETIDOS
                               GIVING LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY FERIADPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-CPAGPROP.
