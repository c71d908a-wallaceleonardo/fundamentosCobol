      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DOS IMPOSTOS A PARTIR DO HISTORICO
      *          DAS FATURAS (FATTOTHIST), PARA A DECLARACAO DO MES
      *          FECHADO: TOTALIZA A BASE (FT-SUBTOTAL) E O IMPOSTO
      *          POR UF (FT-IMPOSTO), NA ALIQUOTA DO TAXAUF VIGENTE NA
      *          DATA DE CADA FATURA, E POR CIDADE (FT-IMPOSTO-CID),
      *          NA ALIQUOTA DO TAXACID. A NOTA DE CREDITO (VALORES
      *          NEGATIVOS) ABATE NO MES EM QUE FOI EMITIDA E A
      *          FATURA CANCELADA (FT-CANCELADA) E' ESTORNADA NO MES
      *          DO CANCELAMENTO (FT-DATA-CANC), NAO NO DA EMISSAO.
      *          FATURA CUJO IMPOSTO NAO BATE COM A ALIQUOTA DA
      *          TABELA NA DATA SAI NA LISTA DE DIVERGENCIAS. OS
      *          TOTAIS VAO PARA O RELATORIO APURRPT E PARA O
      *          ARQUIVO DE LAYOUT FIXO APURFISC (COPY/APURREG.CPY)
      *          DO SOFTWARE FISCAL, E O RELATORIO PROVA O TOTAL
      *          GERAL CONTRA O SALDO DAS CONTAS DE IMPOSTOS A
      *          RECOLHER (EVENTOS IMPOSTOS E IMPCIDADE DO GLCONTAS)
      *          NO TOTAL DO PERIODO GLPERTOT DO DEMONSTRA-GLBALAN -
      *          DIFERENCA DA RC 4 E ALERTA NO OPERALERT.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-APURIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT TAXAS-UF            ASSIGN TO 'TAXAUF'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAS.

           SELECT TAXAS-CIDADE        ASSIGN TO 'TAXACID'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXACID.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT PERIODO-TOTAIS      ASSIGN TO 'GLPERTOT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PERIODO.

           SELECT APURACAO-RPT        ASSIGN TO 'APURRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT APURACAO-ARQ        ASSIGN TO 'APURFISC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-APURACAO.

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
      *    HISTORICO ACUMULADO DAS FATURAS FECHADAS (IMAGEM DO
      *    WS-REG-FATTOT).
       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

      *    UMA LINHA POR UF E VIGENCIA, COMO EM DEMONSTRA-FATURA.
       FD TAXAS-UF.
       01 WS-REG-TAXAUF.
           03 TAX-UF                             PIC X(02).
           03 TAX-VIGENCIA                       PIC 9(08).
           03 TAX-TAXA                           PIC 9V999.

      *    UMA LINHA POR CIDADE E VIGENCIA, COMO EM DEMONSTRA-FATURA.
       FD TAXAS-CIDADE.
       01 WS-REG-TAXACID.
           03 CID-CIDADE                         PIC X(30).
           03 CID-VIGENCIA                       PIC 9(08).
           03 CID-TAXA                           PIC 9V999.

      *    MAPEAMENTO EVENTO -> CONTA DO EXTRATO CONTABIL.
       FD GL-CONTAS.
       01 WS-REG-GLCONTA.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

      *    O NUMERO OFICIAL DO PERIODO FECHADO PELO DEMONSTRA-GLBALAN:
      *    UMA LINHA POR CONTA COM O MES, OS DEBITOS E OS CREDITOS.
       FD PERIODO-TOTAIS.
       01 WS-REG-PERIODO.
           03 PER-MES                            PIC 9(06).
           03 PER-CONTA                          PIC X(08).
           03 PER-DEBITOS                        PIC 9(13)V99.
           03 PER-CREDITOS                       PIC 9(13)V99.

       FD APURACAO-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD APURACAO-ARQ.
           COPY APURREG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-TAXAS                        PIC X(02) VALUE '00'.
       77 WS-FS-TAXACID                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-PERIODO                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-APURACAO                     PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    MES APURADO (AAAAMM, O DA DATA DE NEGOCIO DO FECHAMENTO),
      *    O MES DA FATURA LIDA E O DO CANCELAMENTO DELA.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-MES-FATURA                      PIC 9(06) VALUE ZEROS.
       77 WS-MES-CANC                        PIC 9(06) VALUE ZEROS.

      *    +1 NA EMISSAO (FATURA OU NOTA DE CREDITO), -1 NO ESTORNO
      *    DO CANCELAMENTO.
       77 WS-SINAL                           PIC S9(01) VALUE ZEROS.
       77 WS-TIPO-MOVIMENTO                  PIC X(12) VALUE SPACES.

      *    CONTADORES DA PASSAGEM.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-FATURAS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-NOTAS-CREDITO                PIC 9(06) VALUE ZEROS.
       77 WS-QT-CANCELAMENTOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-MOVIMENTOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-DIVERGENCIAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-TABELA                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-ARQ                   PIC 9(06) VALUE ZEROS.

      *    TABELA DE TAXAS POR UF/VIGENCIA (TAXAUF).
       77 WS-QT-TAB-TAXAS                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-TAXA                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TAXAS.
           03 WS-TAB-TAXA-ITEM         OCCURS 100 TIMES.
               05 WS-TAXA-UF                  PIC X(02).
               05 WS-TAXA-VIGENCIA            PIC 9(08).
               05 WS-TAXA-VALOR               PIC 9V999.

      *    TABELA DE TAXAS MUNICIPAIS POR CIDADE/VIGENCIA (TAXACID).
       77 WS-QT-TAB-TAXCID                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-TAXCID                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TAXCID.
           03 WS-TAB-TAXCID-ITEM       OCCURS 100 TIMES.
               05 WS-TXC-CIDADE               PIC X(30).
               05 WS-TXC-VIGENCIA             PIC 9(08).
               05 WS-TXC-TAXA                 PIC 9V999.

      *    ALIQUOTAS VIGENTES NA DATA DA FATURA EM CURSO E O IMPOSTO
      *    QUE ELAS DARIAM SOBRE A BASE, PARA CONFERIR O COBRADO.
       77 WS-MELHOR-VIGENCIA                 PIC 9(08) VALUE ZEROS.
       77 WS-ALIQ-UF                         PIC 9V999 VALUE ZEROS.
       77 WS-ALIQ-CID                        PIC 9V999 VALUE ZEROS.
       77 WS-SW-TAXA                         PIC X(01) VALUE 'N'.
           88 TAXA-ENCONTRADA                VALUE 'S' FALSE 'N'.
       77 WS-IMPOSTO-CALC      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-IMPOSTO-COBRADO   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-DESC-DIVERGENCIA                PIC X(30) VALUE SPACES.

      *    APURACAO POR UF E ALIQUOTA, MANTIDA NA ORDEM DA CHAVE.
       77 WS-QT-APU-UF                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-UF                           PIC 9(03) VALUE ZEROS.
       01 WS-CHAVE-UF.
           03 WS-CHV-UF-UF                    PIC X(02).
           03 WS-CHV-UF-ALIQ                  PIC 9V999.
       01 WS-TAB-APU-UF.
           03 WS-APU-UF-ITEM           OCCURS 200 TIMES.
               05 WS-APU-UF-CHAVE.
                   07 WS-APU-UF-UF            PIC X(02).
                   07 WS-APU-UF-ALIQ          PIC 9V999.
               05 WS-APU-UF-QT                PIC 9(06).
               05 WS-APU-UF-BASE   PIC S9(11)V99 COMP-3.
               05 WS-APU-UF-IMPOSTO
                                   PIC S9(11)V99 COMP-3.

      *    APURACAO POR UF, CIDADE E ALIQUOTA, NA ORDEM DA CHAVE.
       77 WS-QT-APU-CID                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-CID                          PIC 9(03) VALUE ZEROS.
       01 WS-CHAVE-CID.
           03 WS-CHV-CID-UF                   PIC X(02).
           03 WS-CHV-CID-CIDADE               PIC X(30).
           03 WS-CHV-CID-ALIQ                 PIC 9V999.
       01 WS-TAB-APU-CID.
           03 WS-APU-CID-ITEM          OCCURS 300 TIMES.
               05 WS-APU-CID-CHAVE.
                   07 WS-APU-CID-UF           PIC X(02).
                   07 WS-APU-CID-CIDADE       PIC X(30).
                   07 WS-APU-CID-ALIQ         PIC 9V999.
               05 WS-APU-CID-QT               PIC 9(06).
               05 WS-APU-CID-BASE  PIC S9(11)V99 COMP-3.
               05 WS-APU-CID-IMPOSTO
                                   PIC S9(11)V99 COMP-3.

      *    POSICAO DA CHAVE NA TABELA ORDENADA (ZEROS = DEPOIS DA
      *    ULTIMA) E O DESLOCAMENTO NA INCLUSAO.
       77 WS-IX-POSICAO                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-DESLOCA                      PIC 9(03) VALUE ZEROS.

      *    TOTAIS DA APURACAO.
       77 WS-TOT-BASE-UF       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-IMPOSTO-UF    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-BASE-CID      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-IMPOSTO-CID   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-IMPOSTO-GERAL PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    PROVA CONTRA O RAZAO: AS CONTAS DE IMPOSTOS A RECOLHER E O
      *    SALDO CREDOR DELAS NO PERIODO (CREDITOS - DEBITOS).
       77 WS-CONTA-IMPOSTOS                  PIC X(08) VALUE SPACES.
       77 WS-CONTA-IMPCID                    PIC X(08) VALUE SPACES.
       77 WS-SW-PERIODO                      PIC X(01) VALUE 'N'.
           88 PERIODO-ENCONTRADO             VALUE 'S' FALSE 'N'.
       77 WS-SW-PROVA                        PIC X(01) VALUE 'N'.
           88 PROVA-CONFERE                  VALUE 'S' FALSE 'N'.
       77 WS-SW-PROVA-FEITA                  PIC X(01) VALUE 'N'.
           88 PROVA-REALIZADA                VALUE 'S' FALSE 'N'.
       77 WS-GL-IMPOSTO-UF     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-GL-IMPOSTO-CID    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-GL-IMPOSTO-GERAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-ALIQ-ED                         PIC 9.999.
       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-VALOR-ED                        PIC -(13)9.99.
       77 WS-VALOR2-ED                       PIC -(13)9.99.
       77 WS-VALOR3-ED                       PIC -(13)9.99.

           COPY FATTOT.

           COPY RPTHDR.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-LE-HISTORICO
               PERFORM P200-UMA-FATURA UNTIL FIM-DO-ARQUIVO

               PERFORM P500-APURACAO-UF
               PERFORM P550-APURACAO-CIDADE
               PERFORM P600-PROVA-RAZAO
               PERFORM P700-GRAVA-TRAILER
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-APURIMP'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           PERFORM P010-CARREGA-TAXAS
           PERFORM P020-CARREGA-TAXAS-CIDADE

           OPEN INPUT  FATURA-TOT-HIST
           OPEN OUTPUT APURACAO-RPT
           OPEN OUTPUT APURACAO-ARQ

           IF WS-FS-TOT-HIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATTOTHIST: ' WS-FS-TOT-HIST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR APURRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-APURACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR APURFISC: ' WS-FS-APURACAO
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           MOVE 'APURACAO MENSAL DE IMPOSTOS'  TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MES DE REFERENCIA: '       DELIMITED BY SIZE
                  WS-MES-REF                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    AS DIVERGENCIAS SAEM DURANTE A PASSAGEM, LOGO ABAIXO.
           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'FATURAS COM IMPOSTO FORA DA ALIQUOTA VIGENTE NA DATA'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'FATURA DATA     MOVIMENTO    IMPOSTO'
                                              DELIMITED BY SIZE
                  '                        COBRADO'
                                              DELIMITED BY SIZE
                  '          PELA TABELA'     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *********************************************************
      * CARREGA A TABELA DE TAXAS POR UF/VIGENCIA DO TAXAUF. SEM
      * ELA, TODA FATURA DO MES SAI COMO DIVERGENTE.
      *********************************************************
       P010-CARREGA-TAXAS.
      *********************************************************

           OPEN INPUT TAXAS-UF

           IF WS-FS-TAXAS NOT = '00'
               DISPLAY 'AVISO: TABELA DE TAXAS INDISPONIVEL: '
                       WS-FS-TAXAS
           ELSE
               PERFORM UNTIL WS-FS-TAXAS NOT = '00'
                          OR WS-QT-TAB-TAXAS = 100
                   READ TAXAS-UF
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-TAXAS = '00'
                       ADD 1                  TO WS-QT-TAB-TAXAS
                       MOVE TAX-UF
                           TO WS-TAXA-UF(WS-QT-TAB-TAXAS)
                       MOVE TAX-VIGENCIA
                           TO WS-TAXA-VIGENCIA(WS-QT-TAB-TAXAS)
                       MOVE TAX-TAXA
                           TO WS-TAXA-VALOR(WS-QT-TAB-TAXAS)
                   END-IF
               END-PERFORM
               CLOSE TAXAS-UF
           END-IF
           .

      *********************************************************
      * CARREGA A TABELA DE TAXAS MUNICIPAIS POR CIDADE/VIGENCIA.
      *********************************************************
       P020-CARREGA-TAXAS-CIDADE.
      *********************************************************

           OPEN INPUT TAXAS-CIDADE

           IF WS-FS-TAXACID NOT = '00'
               DISPLAY 'AVISO: TAXAS MUNICIPAIS INDISPONIVEIS: '
                       WS-FS-TAXACID
           ELSE
               PERFORM UNTIL WS-FS-TAXACID NOT = '00'
                          OR WS-QT-TAB-TAXCID = 100
                   READ TAXAS-CIDADE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-TAXACID = '00'
                       ADD 1                  TO WS-QT-TAB-TAXCID
                       MOVE CID-CIDADE
                           TO WS-TXC-CIDADE(WS-QT-TAB-TAXCID)
                       MOVE CID-VIGENCIA
                           TO WS-TXC-VIGENCIA(WS-QT-TAB-TAXCID)
                       MOVE CID-TAXA
                           TO WS-TXC-TAXA(WS-QT-TAB-TAXCID)
                   END-IF
               END-PERFORM
               CLOSE TAXAS-CIDADE
           END-IF
           .

      *****************************************
       P100-LE-HISTORICO.
      *****************************************

           READ FATURA-TOT-HIST
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UMA FATURA DO HISTORICO: ENTRA NA APURACAO PELA EMISSAO NO
      * MES (FATURA OU NOTA DE CREDITO, COM O PROPRIO SINAL) E SAI
      * PELO CANCELAMENTO NO MES. CANCELADA SEM DATA DE
      * CANCELAMENTO (LINHA ANTIGA) CONTA COMO CANCELADA NO MES DA
      * EMISSAO.
      *****************************************
       P200-UMA-FATURA.
      *****************************************

           MOVE SPACES                        TO WS-REG-FATTOT
           MOVE WS-REG-FATTOTHIST             TO WS-REG-FATTOT

           IF FT-IMPOSTO-CID IS NOT NUMERIC
               MOVE ZEROS                     TO FT-IMPOSTO-CID
           END-IF
           IF FT-DATA-CANC IS NOT NUMERIC
               MOVE ZEROS                     TO FT-DATA-CANC
           END-IF

           COMPUTE WS-MES-FATURA = FT-DATA / 100

           IF WS-MES-FATURA = WS-MES-REF
               MOVE 1                         TO WS-SINAL
               IF FT-TOTAL < ZEROS
                   ADD 1                      TO WS-QT-NOTAS-CREDITO
                   MOVE 'NOTA CREDITO'        TO WS-TIPO-MOVIMENTO
               ELSE
                   ADD 1                      TO WS-QT-FATURAS
                   MOVE 'EMISSAO'             TO WS-TIPO-MOVIMENTO
               END-IF
               PERFORM P300-APURA
           END-IF

           IF FT-CANCELADA
               IF FT-DATA-CANC = ZEROS
                   MOVE WS-MES-FATURA         TO WS-MES-CANC
               ELSE
                   COMPUTE WS-MES-CANC = FT-DATA-CANC / 100
               END-IF
               IF WS-MES-CANC = WS-MES-REF
                   MOVE -1                    TO WS-SINAL
                   ADD 1                      TO WS-QT-CANCELAMENTOS
                   MOVE 'CANCELAMENTO'        TO WS-TIPO-MOVIMENTO
                   PERFORM P300-APURA
               END-IF
           END-IF

           PERFORM P100-LE-HISTORICO
           .

      *****************************************
      * APURA UM MOVIMENTO (WS-SINAL) DA FATURA EM CURSO: IMPOSTO
      * POR UF SEMPRE; IMPOSTO MUNICIPAL QUANDO HA IMPOSTO COBRADO
      * OU TAXA DA CIDADE NA DATA. AS ALIQUOTAS SAO AS VIGENTES NA
      * DATA DA FATURA - TAMBEM NO ESTORNO DO CANCELAMENTO.
      *****************************************
       P300-APURA.
      *****************************************

           ADD 1                              TO WS-QT-MOVIMENTOS

           PERFORM P310-BUSCA-TAXA-UF

           MULTIPLY FT-SUBTOTAL BY WS-ALIQ-UF
                                       GIVING WS-IMPOSTO-CALC ROUNDED
           IF NOT TAXA-ENCONTRADA
               MOVE FT-IMPOSTO                TO WS-IMPOSTO-COBRADO
               MOVE 'UF SEM TAXA NA DATA'     TO WS-DESC-DIVERGENCIA
               PERFORM P380-DIVERGENCIA
           ELSE
               IF WS-IMPOSTO-CALC NOT = FT-IMPOSTO
                   MOVE FT-IMPOSTO            TO WS-IMPOSTO-COBRADO
                   MOVE SPACES                TO WS-DESC-DIVERGENCIA
                   STRING 'UF '               DELIMITED BY SIZE
                          FT-UF               DELIMITED BY SIZE
                          INTO WS-DESC-DIVERGENCIA
                   END-STRING
                   PERFORM P380-DIVERGENCIA
               END-IF
           END-IF

           MOVE FT-UF                         TO WS-CHV-UF-UF
           MOVE WS-ALIQ-UF                    TO WS-CHV-UF-ALIQ
           PERFORM P320-ACUMULA-UF

           PERFORM P330-BUSCA-TAXA-CIDADE

           IF WS-ALIQ-CID = ZEROS AND FT-IMPOSTO-CID = ZEROS
               EXIT PARAGRAPH
           END-IF

           MULTIPLY FT-SUBTOTAL BY WS-ALIQ-CID
                                       GIVING WS-IMPOSTO-CALC ROUNDED
           IF WS-IMPOSTO-CALC NOT = FT-IMPOSTO-CID
               MOVE FT-IMPOSTO-CID            TO WS-IMPOSTO-COBRADO
               MOVE FT-CIDADE                 TO WS-DESC-DIVERGENCIA
               IF FT-CIDADE = SPACES
                   MOVE 'CIDADE NAO INFORMADA' TO WS-DESC-DIVERGENCIA
               END-IF
               PERFORM P380-DIVERGENCIA
           END-IF

           MOVE FT-UF                         TO WS-CHV-CID-UF
           MOVE FT-CIDADE                     TO WS-CHV-CID-CIDADE
           MOVE WS-ALIQ-CID                   TO WS-CHV-CID-ALIQ
           PERFORM P340-ACUMULA-CIDADE
           .

      *********************************************************
      * TAXA DA UF DA FATURA VIGENTE NA DATA DA FATURA: ENTRE AS
      * VIGENCIAS DA UF QUE NAO PASSAM DA DATA, A MAIS RECENTE - A
      * MESMA REGRA DO P640-BUSCA-TAXA DE DEMONSTRA-FATURA.
      *********************************************************
       P310-BUSCA-TAXA-UF.
      *********************************************************

           SET TAXA-ENCONTRADA                TO FALSE
           MOVE ZEROS                         TO WS-MELHOR-VIGENCIA
           MOVE ZEROS                         TO WS-ALIQ-UF

           PERFORM VARYING WS-IX-TAXA FROM 1 BY 1
                   UNTIL WS-IX-TAXA > WS-QT-TAB-TAXAS
               IF WS-TAXA-UF(WS-IX-TAXA) = FT-UF
                  AND WS-TAXA-VIGENCIA(WS-IX-TAXA) NOT > FT-DATA
                  AND WS-TAXA-VIGENCIA(WS-IX-TAXA)
                       NOT < WS-MELHOR-VIGENCIA
                   SET TAXA-ENCONTRADA        TO TRUE
                   MOVE WS-TAXA-VIGENCIA(WS-IX-TAXA)
                       TO WS-MELHOR-VIGENCIA
                   MOVE WS-TAXA-VALOR(WS-IX-TAXA)
                       TO WS-ALIQ-UF
               END-IF
           END-PERFORM
           .

      *********************************************************
      * SOMA O MOVIMENTO NA LINHA DA UF/ALIQUOTA, INCLUINDO A
      * LINHA NA POSICAO DA CHAVE QUANDO AINDA NAO EXISTE.
      *********************************************************
       P320-ACUMULA-UF.
      *********************************************************

           MOVE ZEROS                         TO WS-IX-POSICAO
           PERFORM VARYING WS-IX-UF FROM 1 BY 1
                   UNTIL WS-IX-UF > WS-QT-APU-UF
                      OR WS-IX-POSICAO > ZEROS
               IF WS-APU-UF-CHAVE(WS-IX-UF) NOT < WS-CHAVE-UF
                   MOVE WS-IX-UF              TO WS-IX-POSICAO
               END-IF
           END-PERFORM

           IF WS-IX-POSICAO = ZEROS
              OR WS-APU-UF-CHAVE(WS-IX-POSICAO) NOT = WS-CHAVE-UF
               IF WS-QT-APU-UF = 200
                   ADD 1                      TO WS-QT-FORA-TABELA
                   DISPLAY 'AVISO: APURACAO POR UF CHEIA (200) - '
                           'FATURA ' FT-NUM-FATURA ' FORA DA TABELA'
                   EXIT PARAGRAPH
               END-IF
               IF WS-IX-POSICAO = ZEROS
                   COMPUTE WS-IX-POSICAO = WS-QT-APU-UF + 1
               ELSE
                   PERFORM VARYING WS-IX-DESLOCA FROM WS-QT-APU-UF
                           BY -1 UNTIL WS-IX-DESLOCA < WS-IX-POSICAO
                       MOVE WS-APU-UF-ITEM(WS-IX-DESLOCA)
                           TO WS-APU-UF-ITEM(WS-IX-DESLOCA + 1)
                   END-PERFORM
               END-IF
               ADD 1                          TO WS-QT-APU-UF
               MOVE WS-CHAVE-UF   TO WS-APU-UF-CHAVE(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-UF-QT(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-UF-BASE(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-UF-IMPOSTO(WS-IX-POSICAO)
           END-IF

           ADD 1              TO WS-APU-UF-QT(WS-IX-POSICAO)
           COMPUTE WS-APU-UF-BASE(WS-IX-POSICAO) =
                   WS-APU-UF-BASE(WS-IX-POSICAO)
                 + FT-SUBTOTAL * WS-SINAL
           COMPUTE WS-APU-UF-IMPOSTO(WS-IX-POSICAO) =
                   WS-APU-UF-IMPOSTO(WS-IX-POSICAO)
                 + FT-IMPOSTO * WS-SINAL
           .

      *********************************************************
      * TAXA MUNICIPAL DA CIDADE DA FATURA VIGENTE NA DATA DA
      * FATURA; CIDADE SEM LINHA NO TAXACID FICA COM TAXA ZERO.
      *********************************************************
       P330-BUSCA-TAXA-CIDADE.
      *********************************************************

           MOVE ZEROS                         TO WS-MELHOR-VIGENCIA
           MOVE ZEROS                         TO WS-ALIQ-CID

           IF FT-CIDADE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-TAXCID FROM 1 BY 1
                   UNTIL WS-IX-TAXCID > WS-QT-TAB-TAXCID
               IF WS-TXC-CIDADE(WS-IX-TAXCID) = FT-CIDADE
                  AND WS-TXC-VIGENCIA(WS-IX-TAXCID) NOT > FT-DATA
                  AND WS-TXC-VIGENCIA(WS-IX-TAXCID)
                       NOT < WS-MELHOR-VIGENCIA
                   MOVE WS-TXC-VIGENCIA(WS-IX-TAXCID)
                       TO WS-MELHOR-VIGENCIA
                   MOVE WS-TXC-TAXA(WS-IX-TAXCID)
                       TO WS-ALIQ-CID
               END-IF
           END-PERFORM
           .

      *********************************************************
      * SOMA O MOVIMENTO NA LINHA DA UF/CIDADE/ALIQUOTA, INCLUINDO
      * A LINHA NA POSICAO DA CHAVE QUANDO AINDA NAO EXISTE.
      *********************************************************
       P340-ACUMULA-CIDADE.
      *********************************************************

           MOVE ZEROS                         TO WS-IX-POSICAO
           PERFORM VARYING WS-IX-CID FROM 1 BY 1
                   UNTIL WS-IX-CID > WS-QT-APU-CID
                      OR WS-IX-POSICAO > ZEROS
               IF WS-APU-CID-CHAVE(WS-IX-CID) NOT < WS-CHAVE-CID
                   MOVE WS-IX-CID             TO WS-IX-POSICAO
               END-IF
           END-PERFORM

           IF WS-IX-POSICAO = ZEROS
              OR WS-APU-CID-CHAVE(WS-IX-POSICAO) NOT = WS-CHAVE-CID
               IF WS-QT-APU-CID = 300
                   ADD 1                      TO WS-QT-FORA-TABELA
                   DISPLAY 'AVISO: APURACAO POR CIDADE CHEIA (300) - '
                           'FATURA ' FT-NUM-FATURA ' FORA DA TABELA'
                   EXIT PARAGRAPH
               END-IF
               IF WS-IX-POSICAO = ZEROS
                   COMPUTE WS-IX-POSICAO = WS-QT-APU-CID + 1
               ELSE
                   PERFORM VARYING WS-IX-DESLOCA FROM WS-QT-APU-CID
                           BY -1 UNTIL WS-IX-DESLOCA < WS-IX-POSICAO
                       MOVE WS-APU-CID-ITEM(WS-IX-DESLOCA)
                           TO WS-APU-CID-ITEM(WS-IX-DESLOCA + 1)
                   END-PERFORM
               END-IF
               ADD 1                          TO WS-QT-APU-CID
               MOVE WS-CHAVE-CID  TO WS-APU-CID-CHAVE(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-CID-QT(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-CID-BASE(WS-IX-POSICAO)
               MOVE ZEROS         TO WS-APU-CID-IMPOSTO(WS-IX-POSICAO)
           END-IF

           ADD 1              TO WS-APU-CID-QT(WS-IX-POSICAO)
           COMPUTE WS-APU-CID-BASE(WS-IX-POSICAO) =
                   WS-APU-CID-BASE(WS-IX-POSICAO)
                 + FT-SUBTOTAL * WS-SINAL
           COMPUTE WS-APU-CID-IMPOSTO(WS-IX-POSICAO) =
                   WS-APU-CID-IMPOSTO(WS-IX-POSICAO)
                 + FT-IMPOSTO-CID * WS-SINAL
           .

      *****************************************
      * LINHA DA FATURA CUJO IMPOSTO COBRADO (WS-IMPOSTO-COBRADO)
      * NAO E' O DA ALIQUOTA DA TABELA NA DATA (WS-IMPOSTO-CALC).
      * O COBRADO CONTINUA SENDO O APURADO - E' O QUE ESTA NO
      * RAZAO; A LISTA E' PARA O FISCAL RETIFICAR.
      *****************************************
       P380-DIVERGENCIA.
      *****************************************

           ADD 1                              TO WS-QT-DIVERGENCIAS

           MOVE WS-IMPOSTO-COBRADO            TO WS-VALOR-ED
           MOVE WS-IMPOSTO-CALC               TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING FT-NUM-FATURA               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FT-DATA                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TIPO-MOVIMENTO           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DESC-DIVERGENCIA         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * QUADRO DO IMPOSTO POR UF E AS LINHAS 'U' DO APURFISC.
      *****************************************
       P500-APURACAO-UF.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DIVERGENCIAS: '            DELIMITED BY SIZE
                  WS-QT-DIVERGENCIAS          DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'IMPOSTO POR UF (TAXAUF)'     TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'UF ALIQUOTA MOVTOS'        DELIMITED BY SIZE
                  '               BASE'       DELIMITED BY SIZE
                  '            IMPOSTO'       DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-UF FROM 1 BY 1
                   UNTIL WS-IX-UF > WS-QT-APU-UF
               ADD WS-APU-UF-BASE(WS-IX-UF)   TO WS-TOT-BASE-UF
               ADD WS-APU-UF-IMPOSTO(WS-IX-UF)
                                              TO WS-TOT-IMPOSTO-UF

               MOVE WS-APU-UF-ALIQ(WS-IX-UF)  TO WS-ALIQ-ED
               MOVE WS-APU-UF-QT(WS-IX-UF)    TO WS-QT-ED
               MOVE WS-APU-UF-BASE(WS-IX-UF)  TO WS-VALOR-ED
               MOVE WS-APU-UF-IMPOSTO(WS-IX-UF)
                                              TO WS-VALOR2-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING WS-APU-UF-UF(WS-IX-UF)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-ALIQ-ED              DELIMITED BY SIZE
                      '    '                  DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-VALOR2-ED            DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO

               MOVE SPACES                    TO WS-REG-APURACAO
               SET APU-LINHA-UF               TO TRUE
               MOVE WS-MES-REF                TO APU-MES
               MOVE WS-APU-UF-UF(WS-IX-UF)    TO APU-UF
               MOVE WS-APU-UF-ALIQ(WS-IX-UF)  TO APU-ALIQUOTA
               MOVE WS-APU-UF-QT(WS-IX-UF)    TO APU-QT-MOVIMENTOS
               MOVE WS-APU-UF-BASE(WS-IX-UF)  TO APU-BASE
               MOVE WS-APU-UF-IMPOSTO(WS-IX-UF)
                                              TO APU-IMPOSTO
               WRITE WS-REG-APURACAO
               ADD 1                          TO WS-QT-LINHAS-ARQ
           END-PERFORM

           MOVE WS-TOT-BASE-UF                TO WS-VALOR-ED
           MOVE WS-TOT-IMPOSTO-UF             TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAL POR UF      '        DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * QUADRO DO IMPOSTO MUNICIPAL POR CIDADE E AS LINHAS 'M' DO
      * APURFISC.
      *****************************************
       P550-APURACAO-CIDADE.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'IMPOSTO MUNICIPAL POR CIDADE (TAXACID)'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'UF CIDADE                         '
                                              DELIMITED BY SIZE
                  'ALIQUOTA MOVTOS'           DELIMITED BY SIZE
                  '               BASE'       DELIMITED BY SIZE
                  '            IMPOSTO'       DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-CID FROM 1 BY 1
                   UNTIL WS-IX-CID > WS-QT-APU-CID
               ADD WS-APU-CID-BASE(WS-IX-CID) TO WS-TOT-BASE-CID
               ADD WS-APU-CID-IMPOSTO(WS-IX-CID)
                                              TO WS-TOT-IMPOSTO-CID

               MOVE WS-APU-CID-ALIQ(WS-IX-CID) TO WS-ALIQ-ED
               MOVE WS-APU-CID-QT(WS-IX-CID)  TO WS-QT-ED
               MOVE WS-APU-CID-BASE(WS-IX-CID) TO WS-VALOR-ED
               MOVE WS-APU-CID-IMPOSTO(WS-IX-CID)
                                              TO WS-VALOR2-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING WS-APU-CID-UF(WS-IX-CID) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-APU-CID-CIDADE(WS-IX-CID)
                                              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-ALIQ-ED              DELIMITED BY SIZE
                      '    '                  DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-VALOR2-ED            DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO

               MOVE SPACES                    TO WS-REG-APURACAO
               SET APU-LINHA-CIDADE           TO TRUE
               MOVE WS-MES-REF                TO APU-MES
               MOVE WS-APU-CID-UF(WS-IX-CID)  TO APU-UF
               MOVE WS-APU-CID-CIDADE(WS-IX-CID)
                                              TO APU-CIDADE
               MOVE WS-APU-CID-ALIQ(WS-IX-CID) TO APU-ALIQUOTA
               MOVE WS-APU-CID-QT(WS-IX-CID)  TO APU-QT-MOVIMENTOS
               MOVE WS-APU-CID-BASE(WS-IX-CID) TO APU-BASE
               MOVE WS-APU-CID-IMPOSTO(WS-IX-CID)
                                              TO APU-IMPOSTO
               WRITE WS-REG-APURACAO
               ADD 1                          TO WS-QT-LINHAS-ARQ
           END-PERFORM

           MOVE WS-TOT-BASE-CID               TO WS-VALOR-ED
           MOVE WS-TOT-IMPOSTO-CID            TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAL POR CIDADE                                '
                                              DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           ADD WS-TOT-IMPOSTO-UF WS-TOT-IMPOSTO-CID
                                       GIVING WS-TOT-IMPOSTO-GERAL
           .

      *****************************************
      * PROVA DO TOTAL GERAL CONTRA O RAZAO: O SALDO CREDOR DO MES
      * DAS CONTAS DE IMPOSTOS A RECOLHER NO GLPERTOT (FECHADO
      * PELO DEMONSTRA-GLBALAN ANTES DESTE PASSO) TEM DE SER O
      * IMPOSTO APURADO - POR UF, MUNICIPAL E NO GERAL.
      *****************************************
       P600-PROVA-RAZAO.
      *****************************************

           SET PROVA-REALIZADA                TO FALSE
           SET PROVA-CONFERE                  TO FALSE

           PERFORM P610-CARREGA-CONTAS

           IF WS-CONTA-IMPOSTOS NOT = SPACES
              AND WS-CONTA-IMPCID NOT = SPACES
               PERFORM P620-SALDOS-DO-PERIODO
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'PROVA CONTRA O RAZAO (GLPERTOT)'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           IF NOT PERIODO-ENCONTRADO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'PROVA NAO REALIZADA - SEM CONTAS DE IMPOSTO '
                                              DELIMITED BY SIZE
                      'NO GLCONTAS OU SEM O PERIODO '
                                              DELIMITED BY SIZE
                      WS-MES-REF              DELIMITED BY SIZE
                      ' NO GLPERTOT'          DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           SET PROVA-REALIZADA                TO TRUE
           ADD WS-GL-IMPOSTO-UF WS-GL-IMPOSTO-CID
                                       GIVING WS-GL-IMPOSTO-GERAL

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '                 '         DELIMITED BY SIZE
                  '         APURADO'          DELIMITED BY SIZE
                  '           RAZAO'          DELIMITED BY SIZE
                  '       DIFERENCA'          DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOT-IMPOSTO-UF             TO WS-VALOR-ED
           MOVE WS-GL-IMPOSTO-UF              TO WS-VALOR2-ED
           COMPUTE WS-DIFERENCA = WS-TOT-IMPOSTO-UF - WS-GL-IMPOSTO-UF
           MOVE WS-DIFERENCA                  TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'IMPOSTO POR UF   '         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  ' CONTA '                   DELIMITED BY SIZE
                  WS-CONTA-IMPOSTOS           DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOT-IMPOSTO-CID            TO WS-VALOR-ED
           MOVE WS-GL-IMPOSTO-CID             TO WS-VALOR2-ED
           COMPUTE WS-DIFERENCA =
                   WS-TOT-IMPOSTO-CID - WS-GL-IMPOSTO-CID
           MOVE WS-DIFERENCA                  TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'IMPOSTO MUNICIPAL'         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  ' CONTA '                   DELIMITED BY SIZE
                  WS-CONTA-IMPCID             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOT-IMPOSTO-GERAL          TO WS-VALOR-ED
           MOVE WS-GL-IMPOSTO-GERAL           TO WS-VALOR2-ED
           COMPUTE WS-DIFERENCA =
                   WS-TOT-IMPOSTO-GERAL - WS-GL-IMPOSTO-GERAL
           MOVE WS-DIFERENCA                  TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAL GERAL      '         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-TOT-IMPOSTO-UF = WS-GL-IMPOSTO-UF
              AND WS-TOT-IMPOSTO-CID = WS-GL-IMPOSTO-CID
               SET PROVA-CONFERE              TO TRUE
               MOVE 'APURACAO CONFERE COM O RAZAO'
                                              TO WS-REG-RELATORIO
           ELSE
               MOVE 'APURACAO NAO CONFERE COM O RAZAO'
                                              TO WS-REG-RELATORIO
           END-IF
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * AS CONTAS DOS EVENTOS IMPOSTOS E IMPCIDADE NO MAPEAMENTO
      * GLCONTAS - AS MESMAS EM QUE O DEMONSTRA-GLEXTRACT LANCA.
      *****************************************
       P610-CARREGA-CONTAS.
      *****************************************

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTAS NOT = '00'
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   EVALUATE MAPA-EVENTO
                       WHEN 'IMPOSTOS'
                           MOVE MAPA-CONTA    TO WS-CONTA-IMPOSTOS
                       WHEN 'IMPCIDADE'
                           MOVE MAPA-CONTA    TO WS-CONTA-IMPCID
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE GL-CONTAS
           .

      *****************************************
      * SALDO CREDOR DO MES (CREDITOS - DEBITOS) DAS DUAS CONTAS NO
      * GLPERTOT; SEM NENHUMA LINHA DO MES O PERIODO NAO FOI FECHADO.
      *****************************************
       P620-SALDOS-DO-PERIODO.
      *****************************************

           SET PERIODO-ENCONTRADO             TO FALSE

           OPEN INPUT PERIODO-TOTAIS

           IF WS-FS-PERIODO NOT = '00'
               DISPLAY 'GLPERTOT INDISPONIVEL: ' WS-FS-PERIODO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-PERIODO NOT = '00'
               READ PERIODO-TOTAIS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PERIODO = '00' AND PER-MES = WS-MES-REF
                   SET PERIODO-ENCONTRADO     TO TRUE
                   IF PER-CONTA = WS-CONTA-IMPOSTOS
                       COMPUTE WS-GL-IMPOSTO-UF = WS-GL-IMPOSTO-UF
                             + PER-CREDITOS - PER-DEBITOS
                   END-IF
                   IF PER-CONTA = WS-CONTA-IMPCID
                       COMPUTE WS-GL-IMPOSTO-CID = WS-GL-IMPOSTO-CID
                             + PER-CREDITOS - PER-DEBITOS
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PERIODO-TOTAIS
           .

      *****************************************
      * TRAILER DO APURFISC E OS TOTAIS DO MOVIMENTO NO RELATORIO.
      *****************************************
       P700-GRAVA-TRAILER.
      *****************************************

           MOVE SPACES                        TO WS-REG-APURACAO
           SET APU-TRAILER                    TO TRUE
           MOVE WS-MES-REF                    TO APU-MES
           MOVE WS-QT-LINHAS-ARQ              TO APU-TRL-QT-LINHAS
           MOVE WS-TOT-IMPOSTO-UF             TO APU-TRL-IMPOSTO-UF
           MOVE WS-TOT-IMPOSTO-CID            TO APU-TRL-IMPOSTO-CID
           MOVE WS-TOT-IMPOSTO-GERAL          TO APU-TRL-IMPOSTO-TOTAL
           IF PROVA-CONFERE
               MOVE 'S'                       TO APU-TRL-SW-CONFERE
           ELSE
               MOVE 'N'                       TO APU-TRL-SW-CONFERE
           END-IF
           WRITE WS-REG-APURACAO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MOVIMENTO DO MES: '        DELIMITED BY SIZE
                  WS-QT-FATURAS               DELIMITED BY SIZE
                  ' FATURAS, '                DELIMITED BY SIZE
                  WS-QT-NOTAS-CREDITO         DELIMITED BY SIZE
                  ' NOTAS DE CREDITO, '       DELIMITED BY SIZE
                  WS-QT-CANCELAMENTOS         DELIMITED BY SIZE
                  ' CANCELAMENTOS'            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-TOT-HIST = '00' OR WS-FS-TOT-HIST = '10'
               CLOSE FATURA-TOT-HIST
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE APURACAO-RPT
           END-IF
           IF WS-FS-APURACAO = '00'
               CLOSE APURACAO-ARQ
           END-IF

           IF WS-RETORNO NOT = 8
              AND NOT PROVA-CONFERE
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-APURIMP'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               IF PROVA-REALIZADA
                   MOVE 'APURACAO DE IMPOSTOS NAO CONFERE COM O RAZAO'
                                              TO ALERTA-TEXTO
               ELSE
                   MOVE 'APURACAO DE IMPOSTOS SEM PROVA CONTRA O RAZAO'
                                              TO ALERTA-TEXTO
               END-IF
               PERFORM P-GRAVA-ALERTA
           END-IF

           DISPLAY 'FATURAS LIDAS........: ' WS-QT-LIDOS
           DISPLAY 'FATURAS DO MES.......: ' WS-QT-FATURAS
           DISPLAY 'NOTAS DE CREDITO.....: ' WS-QT-NOTAS-CREDITO
           DISPLAY 'CANCELAMENTOS DO MES.: ' WS-QT-CANCELAMENTOS
           DISPLAY 'DIVERGENCIAS.........: ' WS-QT-DIVERGENCIAS
           DISPLAY 'FORA DA APURACAO.....: ' WS-QT-FORA-TABELA
           IF PROVA-CONFERE
               DISPLAY 'PROVA CONTRA O RAZAO.: CONFERE'
           ELSE
               DISPLAY 'PROVA CONTRA O RAZAO.: NAO CONFERE'
           END-IF

           IF WS-RETORNO = ZEROS
              AND (NOT PROVA-CONFERE
                   OR WS-QT-DIVERGENCIAS > ZEROS
                   OR WS-QT-FORA-TABELA > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-MOVIMENTOS               TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.
           COPY ALERTAPR.

       END PROGRAM DEMONSTRA-APURIMP.
