      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: FLASH GERENCIAL DO DIA DE NEGOCIO, NO FIM DA CADEIA
      *          NOTURNA: NUMA PAGINA, OS NUMEROS QUE A GERENCIA PEDE
      *          TODA MANHA - FATURADO NO DIA (FATTOTAIS, LIQUIDO DAS
      *          NOTAS DE CREDITO), CAIXA RECEBIDO (DEBITOS NA CONTA
      *          DO EVENTO CAIXA NO EXTRATO GLEXTRACT DA NOITE: AS
      *          APLICACOES DO BANKRET, DO PIX E DO BANKMAN), NOVOS
      *          ATRASOS (PASSAGENS P -> A DA TRILHA PAGTOAUD DO DIA,
      *          VALOR DO PAGTOPEND), JUROS DE MORA ACRESCIDOS
      *          (PAGTOJURMOV), CARTEIRA DE EMPRESTIMOS (SALDO DO
      *          EMPMAST APOS O GIRO), PEDIDOS RECEBIDOS (PEDIDOS COM
      *          ENTRADA NA DATA), REGISTROS SUSPENSOS (FATSUSP,
      *          MATSUSP, JUROSSUSP E O BLOCO DA DATA NO USOSUSP) E
      *          EXCECOES DA CADEIA (ERRLOG E OPERALERT DA DATA).
      *          CADA NUMERO SAI NO DIA, NO ACUMULADO DO MES E CONTRA
      *          O MESMO DIA DO MES ANTERIOR (O ULTIMO DIA COM FLASH
      *          ATE ELE, DENTRO DAQUELE MES), COM A VARIACAO EM
      *          VALOR E EM %; VARIACAO ACIMA DA TOLERANCIA (SISPARAM
      *          FLASH-TOLER, EM %, PADRAO 10%) LEVA A SETA ^ OU v.
      *          OS VALORES DO DIA FICAM NO HISTORICO FLASHHIST
      *          (COPY/FLASHHST.CPY, RETENCAO DE 400 DIAS), DE ONDE
      *          SAEM O ACUMULADO, A COMPARACAO E A TENDENCIA DOS
      *          ULTIMOS 7 DIAS SEM RELER OS ARQUIVOS DE DETALHE. A
      *          REEXECUCAO DA MESMA DATA SUBSTITUI O REGISTRO DELA.
      *          FONTE INDISPONIVEL SAI COMO N/D, VALE ZERO NO
      *          HISTORICO E TERMINA O PASSO COM RC 4.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FLASHDIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-TOTAIS       ASSIGN TO 'FATTOTAIS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FATTOT.

           SELECT GL-EXTRATO          ASSIGN TO 'GLEXTRACT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EXTRATO.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDITORIA.

           SELECT JUROS-MOVIMENTO     ASSIGN TO 'PAGTOJURMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURMOV.

           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT PEDIDOS-ARQ         ASSIGN TO 'PEDIDOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PEDIDOS.

           SELECT FATURA-SUSPENSOS    ASSIGN TO 'FATSUSP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SUSPENSO.

           SELECT MAT-SUSPENSOS       ASSIGN TO 'MATSUSP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SUSPENSO.

           SELECT JUROS-SUSPENSOS     ASSIGN TO 'JUROSSUSP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SUSPENSO.

           SELECT USO-SUSPENSOS       ASSIGN TO 'USOSUSP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SUSPENSO.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT FLASH-HISTORICO     ASSIGN TO 'FLASHHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FLASHHIST.

           SELECT FLASH-HIST-ANT      ASSIGN TO 'FLASHHANT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FLASHHANT.

           SELECT FLASH-RPT           ASSIGN TO 'FLASHRPT'
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
       FD FATURA-TOTAIS.
           COPY FATTOT.

      *    O EXTRATO OFICIAL DA NOITE, NO LAYOUT FIXO DA INTERFACE
      *    CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD GL-EXTRATO.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD GL-CONTAS.
       01 WS-REG-GLCONTAS.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

      *    MOVIMENTO DOS JUROS DE MORA ACRESCIDOS NA NOITE, GRAVADO
      *    POR DEMONSTRA-PAGTOJUR.
       FD JUROS-MOVIMENTO.
       01 WS-REG-MOVIMENTO.
           03 MOV-NUM-PAGTO                      PIC 9(06).
           03 MOV-NUM-CLIENTE                    PIC 9(06).
           03 MOV-JUROS                          PIC S9(07)V99.

       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD PEDIDOS-ARQ.
           COPY PEDIDO.

      *    OS SUSPENSOS SO' SAO CONTADOS: O LAYOUT DE CADA UM E' DO
      *    SEU PROGRAMA GRAVADOR.
       FD FATURA-SUSPENSOS.
       01 WS-REG-FATSUSP                          PIC X(60).

       FD MAT-SUSPENSOS.
       01 WS-REG-MATSUSP                          PIC X(60).

       FD JUROS-SUSPENSOS.
       01 WS-REG-JRSUSP                           PIC X(60).

       FD USO-SUSPENSOS.
       01 WS-REG-USOSUSP                          PIC X(80).

       FD ERRLOG.
           COPY ERRLOG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD FLASH-HISTORICO.
           COPY FLASHHST.

      *    COPIA DO HISTORICO ANTES DA REGRAVACAO, NO MESMO LAYOUT.
       FD FLASH-HIST-ANT.
       01 WS-REG-FLASHHANT.
           03 FLA-DATA                           PIC 9(08).
           03 FILLER                             PIC X(165).

       FD FLASH-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-FATTOT                       PIC X(02) VALUE '00'.
       77 WS-FS-EXTRATO                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-AUDITORIA                    PIC X(02) VALUE '00'.
       77 WS-FS-JURMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PEDIDOS                      PIC X(02) VALUE '00'.
       77 WS-FS-SUSPENSO                     PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-FLASHHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-FLASHHANT                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.

      *    A DATA DE NEGOCIO E O DIA CIVIL SEGUINTE: AS TRILHAS DA
      *    CADEIA NOTURNA ATRAVESSAM A MEIA-NOITE.
       77 WS-RUN-DATE-X                      PIC X(08) VALUE SPACES.
       77 WS-RUN-DATE-X2                     PIC X(08) VALUE SPACES.
       77 WS-DIA-SEG-INT                     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEG-NUM                     PIC 9(08) VALUE ZEROS.

      *    DATAS DE TRABALHO: MES DA DATA DE NEGOCIO, O MESMO DIA DO
      *    MES ANTERIOR (LIMITADO AO ULTIMO DIA DELE), O CORTE DA
      *    JANELA CARREGADA DO HISTORICO E O DA RETENCAO.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-MES-ATUAL                       PIC 9(06) VALUE ZEROS.
       77 WS-DIA-ATUAL                       PIC 9(02) VALUE ZEROS.
       77 WS-PRIMEIRO-DIA                    PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-MES-ANT                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-ULTIMO-ANT                  PIC 9(02) VALUE ZEROS.
       77 WS-DATA-REF                        PIC 9(08) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-REF-ACHADA                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE                      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RETENCAO                   PIC 9(08) VALUE ZEROS.
       77 WS-MES-TRABALHO                    PIC 9(06) VALUE ZEROS.
       77 WS-DATA-ED                         PIC X(10) VALUE SPACES.
       77 WS-DATA-ED-ENTRADA                 PIC 9(08) VALUE ZEROS.

      *    TOLERANCIA DAS SETAS, EM % (PARAMETRO FLASH-TOLER).
       77 WS-TOLERANCIA-PCT                  PIC 9(03) VALUE 10.

      *    CONTA DO EVENTO CAIXA NO MAPEAMENTO GLCONTAS.
       77 WS-CONTA-CAIXA                     PIC X(08) VALUE SPACES.

      *    OS INDICADORES, NA ORDEM DO HISTORICO: ROTULO E TIPO
      *    ('Q' QUANTIDADE NO DIA, 'V' VALOR NO DIA, 'S' SALDO NA
      *    DATA - SALDO NAO SE SOMA NO ACUMULADO DO MES).
       77 WS-QT-IND                          PIC 9(02) VALUE 11.
       77 WS-IX-IND                          PIC 9(02) VALUE ZEROS.
       01 WS-TAB-IND-ROTULO.
           03 FILLER  PIC X(25) VALUE 'FATURAS EMITIDAS        Q'.
           03 FILLER  PIC X(25) VALUE 'VALOR FATURADO          V'.
           03 FILLER  PIC X(25) VALUE 'CAIXA RECEBIDO          V'.
           03 FILLER  PIC X(25) VALUE 'NOVOS ATRASOS (QTDE)    Q'.
           03 FILLER  PIC X(25) VALUE 'NOVOS ATRASOS (VALOR)   V'.
           03 FILLER  PIC X(25) VALUE 'JUROS DE MORA ACRESCIDOSV'.
           03 FILLER  PIC X(25) VALUE 'CARTEIRA DE EMPRESTIMOS S'.
           03 FILLER  PIC X(25) VALUE 'PEDIDOS RECEBIDOS       Q'.
           03 FILLER  PIC X(25) VALUE 'VALOR DOS PEDIDOS       V'.
           03 FILLER  PIC X(25) VALUE 'REGISTROS SUSPENSOS     Q'.
           03 FILLER  PIC X(25) VALUE 'EXCECOES DA CADEIA      Q'.
       01 WS-TAB-IND-ROTULO-R REDEFINES WS-TAB-IND-ROTULO.
           03 WS-TAB-IND-DEF           OCCURS 11 TIMES.
               05 WS-IND-ROTULO               PIC X(24).
               05 WS-IND-TIPO                 PIC X(01).
       01 WS-TAB-IND.
           03 WS-TAB-IND-ITEM          OCCURS 11 TIMES.
               05 WS-IND-DIA      PIC S9(13)V99 COMP-3.
               05 WS-IND-MES      PIC S9(13)V99 COMP-3.
               05 WS-IND-REF-DIA  PIC S9(13)V99 COMP-3.
               05 WS-IND-REF-MES  PIC S9(13)V99 COMP-3.
               05 WS-IND-FALTA                PIC X(01).

      *    FONTES INDISPONIVEIS NA EXECUCAO, PARA A NOTA DO RODAPE.
       77 WS-FONTES-FALTA                    PIC X(100) VALUE SPACES.
       77 WS-PONTEIRO-FALTA                  PIC 9(03) VALUE 1.
       77 WS-FONTE                           PIC X(10) VALUE SPACES.

      *    JANELA DO HISTORICO ANTERIOR A DATA DE NEGOCIO (70 DIAS
      *    CORRIDOS: O MES ANTERIOR INTEIRO E O ATUAL), EM ORDEM DE
      *    DATA.
       77 WS-QT-HIST                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-HIST                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-INICIO                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-HIST.
           03 WS-TAB-HIST-ITEM         OCCURS 80 TIMES.
               05 WS-HIST-DATA                PIC 9(08).
               05 WS-HIST-VALOR       OCCURS 11 TIMES
                                      PIC S9(13)V99 COMP-3.
       77 WS-SW-REF                          PIC X(01) VALUE 'N'.
           88 REF-ACHADA                     VALUE 'S' FALSE 'N'.

      *    APURACAO DE CADA FONTE.
       77 WS-ULT-PEDIDO                      PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-LINHA       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-BLOCO                        PIC X(01) VALUE 'N'.
           88 BLOCO-DA-DATA                  VALUE 'S' FALSE 'N'.

      *    REGRAVACAO DO HISTORICO.
       01 WS-FLASH-HOJE                      PIC X(173) VALUE SPACES.
       77 WS-SW-GRAVADO                      PIC X(01) VALUE 'N'.
           88 HOJE-GRAVADO                   VALUE 'S' FALSE 'N'.

      *    AREA DE IMPRESSAO.
       77 WS-VARIACAO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-BASE-ABS          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-PERCENTUAL        PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-SETA                            PIC X(01) VALUE SPACE.
       77 WS-VALOR-IMP         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-POSICAO                         PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO-PCT                     PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-QTDE-ED                         PIC -(14)9.
       77 WS-VALOR-ED-CURTO                  PIC -(10)9.99.
       77 WS-QTDE-ED-CURTO                   PIC -(13)9.
       77 WS-PCT-ED                          PIC -(05)9.99.
       77 WS-TOLER-ED                        PIC ZZ9.
       77 WS-ANTERIOR-TEND     PIC S9(13)V99 COMP-3 VALUE ZEROS.

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

           PERFORM P100-CARREGA-HISTORICO

           PERFORM P200-FATURAMENTO
           PERFORM P250-CAIXA
           PERFORM P300-NOVOS-ATRASOS
           PERFORM P350-JUROS
           PERFORM P400-CARTEIRA
           PERFORM P450-PEDIDOS
           PERFORM P500-SUSPENSOS
           PERFORM P550-EXCECOES

           PERFORM P600-COMPARA
           PERFORM P700-IMPRIME
           PERFORM P800-GRAVA-HISTORICO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-FLASHDIA'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE-X
           COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           COMPUTE WS-DIA-SEG-INT = WS-DATA-INT + 1
           COMPUTE WS-DIA-SEG-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-INT)
           MOVE WS-DIA-SEG-NUM                 TO WS-RUN-DATE-X2

      *    O MESMO DIA NO MES ANTERIOR; SE O MES ANTERIOR FOR MAIS
      *    CURTO, O ULTIMO DIA DELE.
           COMPUTE WS-MES-ATUAL = WS-DATA-NEGOCIO / 100
           COMPUTE WS-DIA-ATUAL = WS-DATA-NEGOCIO - (WS-MES-ATUAL * 100)
           COMPUTE WS-PRIMEIRO-DIA = (WS-MES-ATUAL * 100) + 1
           COMPUTE WS-ULTIMO-MES-ANT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA) - 1)
           COMPUTE WS-MES-REF = WS-ULTIMO-MES-ANT / 100
           COMPUTE WS-DIA-ULTIMO-ANT =
                   WS-ULTIMO-MES-ANT - (WS-MES-REF * 100)
           IF WS-DIA-ATUAL < WS-DIA-ULTIMO-ANT
               COMPUTE WS-DATA-REF = (WS-MES-REF * 100) + WS-DIA-ATUAL
           ELSE
               MOVE WS-ULTIMO-MES-ANT         TO WS-DATA-REF
           END-IF

           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT - 70)
           COMPUTE WS-DATA-RETENCAO =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT - 400)

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'FLASH-TOLER'                 TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA-PCT
           END-IF

           INITIALIZE WS-TAB-IND
           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               MOVE 'N'                       TO WS-IND-FALTA(WS-IX-IND)
           END-PERFORM

           OPEN OUTPUT FLASH-RPT

           MOVE 'FLASH GERENCIAL DO DIA'      TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * A JANELA DO HISTORICO: OS DIAS ANTERIORES A DATA DE NEGOCIO
      * DESDE O CORTE. O REGISTRO DA PROPRIA DATA (EXECUCAO
      * ANTERIOR) E OS POSTERIORES NAO ENTRAM.
      *****************************************
       P100-CARREGA-HISTORICO.
      *****************************************

           OPEN INPUT FLASH-HISTORICO

           IF WS-FS-FLASHHIST NOT = '00'
               DISPLAY 'AVISO: HISTORICO FLASHHIST INDISPONIVEL ('
                       WS-FS-FLASHHIST ') - SEM COMPARACAO.'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FLASH-HISTORICO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND FLH-DATA IS NUMERIC
                  AND FLH-DATA < WS-DATA-NEGOCIO
                  AND FLH-DATA NOT < WS-DATA-CORTE
                   PERFORM P110-GUARDA-DIA
               END-IF
           END-PERFORM

           CLOSE FLASH-HISTORICO
           .

      *****************************************
       P110-GUARDA-DIA.
      *****************************************

      *    A MESMA DATA DUAS VEZES FICA COM A ULTIMA GRAVADA.
           IF WS-QT-HIST > ZEROS
               IF WS-HIST-DATA(WS-QT-HIST) = FLH-DATA
                   SUBTRACT 1                 FROM WS-QT-HIST
               END-IF
           END-IF

           IF WS-QT-HIST = 80
               DISPLAY 'AVISO: JANELA DO HISTORICO CHEIA (80) - DIA '
                       FLH-DATA ' IGNORADO'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-HIST
           MOVE FLH-DATA                  TO WS-HIST-DATA(WS-QT-HIST)
           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               IF FLH-VALOR(WS-IX-IND) IS NUMERIC
                   MOVE FLH-VALOR(WS-IX-IND)
                       TO WS-HIST-VALOR(WS-QT-HIST, WS-IX-IND)
               ELSE
                   MOVE ZEROS
                       TO WS-HIST-VALOR(WS-QT-HIST, WS-IX-IND)
               END-IF
           END-PERFORM
           .

      *****************************************
      * FATURADO NO DIA: AS FATURAS FECHADAS DA NOITE; A NOTA DE
      * CREDITO (TOTAL NEGATIVO) ABATE O VALOR E NAO CONTA COMO
      * FATURA EMITIDA.
      *****************************************
       P200-FATURAMENTO.
      *****************************************

           OPEN INPUT FATURA-TOTAIS

           IF WS-FS-FATTOT NOT = '00'
               MOVE 'FATTOTAIS'               TO WS-FONTE
               MOVE 1                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               MOVE 2                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-TOTAIS
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO AND FT-TOTAL IS NUMERIC
                   ADD 1                      TO WS-QT-LIDOS
                   ADD FT-TOTAL               TO WS-IND-DIA(2)
                   IF FT-TOTAL NOT < ZEROS
                       ADD 1                  TO WS-IND-DIA(1)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FATURA-TOTAIS
           .

      *****************************************
      * CAIXA RECEBIDO: OS DEBITOS NA CONTA DO EVENTO CAIXA NO
      * EXTRATO DA NOITE - CONFIRMACOES E PARCIAIS DO BANKRET E DO
      * PIX, APLICACOES E SUSPENSOS DO BANKMAN, SOBRAS EM CREDITO.
      *****************************************
       P250-CAIXA.
      *****************************************

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-CONTAS
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                      AND MAPA-EVENTO = 'CAIXA'
                       MOVE MAPA-CONTA        TO WS-CONTA-CAIXA
                   END-IF
               END-PERFORM
               CLOSE GL-CONTAS
           END-IF

           IF WS-CONTA-CAIXA = SPACES
               DISPLAY 'EVENTO CAIXA SEM CONTA NO GLCONTAS'
               MOVE 'GLCONTAS'                TO WS-FONTE
               MOVE 3                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GL-EXTRATO

           IF WS-FS-EXTRATO NOT = '00'
               MOVE 'GLEXTRACT'               TO WS-FONTE
               MOVE 3                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GL-EXTRATO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND GL-CONTA = WS-CONTA-CAIXA
                  AND GL-NATUREZA = 'D'
                  AND GL-VALOR IS NUMERIC
                   ADD GL-VALOR               TO WS-IND-DIA(3)
               END-IF
           END-PERFORM

           CLOSE GL-EXTRATO
           .

      *****************************************
      * NOVOS ATRASOS: AS PASSAGENS DE PENDENTE PARA ATRASADO NA
      * TRILHA DO DIA (DEMONSTRA-PAGTOVENC), PELO VALOR DO PAGTOPEND.
      *****************************************
       P300-NOVOS-ATRASOS.
      *****************************************

           OPEN INPUT PAGTO-AUDITORIA

           IF WS-FS-AUDITORIA NOT = '00'
               MOVE 'PAGTOAUD'                TO WS-FONTE
               MOVE 4                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               MOVE 5                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGTO-PENDENTES

      *    SEM O PAGTOPEND A QUANTIDADE AINDA SAI; SO' O VALOR FICA N/D.
           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE 'PAGTOPEND'               TO WS-FONTE
               MOVE 5                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-AUDITORIA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND AUDIT-SITUACAO-ANTERIOR = 'P'
                  AND AUDIT-SITUACAO-NOVA = 'A'
                  AND (AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X
                    OR AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                   PERFORM P310-UM-ATRASO
               END-IF
           END-PERFORM

           CLOSE PAGTO-AUDITORIA
           IF WS-IND-FALTA(5) = 'N'
               CLOSE PAGTO-PENDENTES
           END-IF
           .

      *****************************************
       P310-UM-ATRASO.
      *****************************************

           ADD 1                              TO WS-IND-DIA(4)

           IF WS-IND-FALTA(5) = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE AUDIT-NUM-PAGTO               TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   MOVE ZEROS                 TO PAGTO-VALOR
           END-READ

           IF WS-FS-PAGTOPEND = '00' AND PAGTO-VALOR IS NUMERIC
               ADD PAGTO-VALOR                TO WS-IND-DIA(5)
           END-IF
           .

      *****************************************
      * JUROS DE MORA ACRESCIDOS PELO DEMONSTRA-PAGTOJUR NA NOITE.
      *****************************************
       P350-JUROS.
      *****************************************

           OPEN INPUT JUROS-MOVIMENTO

           IF WS-FS-JURMOV NOT = '00'
               MOVE 'PAGTOJURMOV'             TO WS-FONTE
               MOVE 6                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ JUROS-MOVIMENTO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO AND MOV-JUROS IS NUMERIC
                   ADD MOV-JUROS              TO WS-IND-DIA(6)
               END-IF
           END-PERFORM

           CLOSE JUROS-MOVIMENTO
           .

      *****************************************
      * CARTEIRA DE EMPRESTIMOS: O SALDO DO CADASTRO DEPOIS DO GIRO
      * NOTURNO (DEMONSTRA-EMPROLL).
      *****************************************
       P400-CARTEIRA.
      *****************************************

           OPEN INPUT EMPRESTIMO-MASTER

           IF WS-FS-EMPMAST NOT = '00'
               MOVE 'EMPMAST'                 TO WS-FONTE
               MOVE 7                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPRESTIMO-MASTER NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO AND EMP-SALDO IS NUMERIC
                   ADD EMP-SALDO              TO WS-IND-DIA(7)
               END-IF
           END-PERFORM

           CLOSE EMPRESTIMO-MASTER
           .

      *****************************************
      * PEDIDOS RECEBIDOS NA DATA: AS LINHAS COM ENTRADA NA DATA DE
      * NEGOCIO, CONTANDO CADA PEDIDO UMA VEZ (AS LINHAS DE UM
      * PEDIDO SAO GRAVADAS JUNTAS).
      *****************************************
       P450-PEDIDOS.
      *****************************************

           OPEN INPUT PEDIDOS-ARQ

           IF WS-FS-PEDIDOS NOT = '00'
               MOVE 'PEDIDOS'                 TO WS-FONTE
               MOVE 8                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               MOVE 9                         TO WS-IX-IND
               PERFORM P090-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-ULT-PEDIDO
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PEDIDOS-ARQ
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND PED-DATA-ENTRADA IS NUMERIC
                  AND PED-DATA-ENTRADA = WS-DATA-NEGOCIO
                   IF PED-NUMERO NOT = WS-ULT-PEDIDO
                       ADD 1                  TO WS-IND-DIA(8)
                       MOVE PED-NUMERO        TO WS-ULT-PEDIDO
                   END-IF
                   IF PED-QTDE IS NUMERIC AND PED-PRECO IS NUMERIC
                       COMPUTE WS-VALOR-LINHA ROUNDED =
                               PED-QTDE * PED-PRECO
                       ADD WS-VALOR-LINHA     TO WS-IND-DIA(9)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PEDIDOS-ARQ
           .

      *****************************************
      * REGISTROS SUSPENSOS NA NOITE: FATSUSP, MATSUSP E JUROSSUSP
      * SAO REFEITOS A CADA NOITE; O USOSUSP ACUMULA ATE O
      * RETRABALHO E SO' CONTA O BLOCO ABERTO COM A DATA DE NEGOCIO.
      * SUSPENSO AUSENTE E' NOITE SEM SUSPENSOS.
      *****************************************
       P500-SUSPENSOS.
      *****************************************

           OPEN INPUT FATURA-SUSPENSOS
           IF WS-FS-SUSPENSO = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ FATURA-SUSPENSOS
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       ADD 1                  TO WS-IND-DIA(10)
                   END-IF
               END-PERFORM
               CLOSE FATURA-SUSPENSOS
           END-IF

           OPEN INPUT MAT-SUSPENSOS
           IF WS-FS-SUSPENSO = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ MAT-SUSPENSOS
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       ADD 1                  TO WS-IND-DIA(10)
                   END-IF
               END-PERFORM
               CLOSE MAT-SUSPENSOS
           END-IF

           OPEN INPUT JUROS-SUSPENSOS
           IF WS-FS-SUSPENSO = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ JUROS-SUSPENSOS
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       ADD 1                  TO WS-IND-DIA(10)
                   END-IF
               END-PERFORM
               CLOSE JUROS-SUSPENSOS
           END-IF

           OPEN INPUT USO-SUSPENSOS
           IF WS-FS-SUSPENSO = '00'
               SET BLOCO-DA-DATA              TO FALSE
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ USO-SUSPENSOS
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       PERFORM P510-UMA-LINHA-USO
                   END-IF
               END-PERFORM
               CLOSE USO-SUSPENSOS
           END-IF
           .

      *****************************************
       P510-UMA-LINHA-USO.
      *****************************************

           IF WS-REG-USOSUSP(1:10) = 'RUN-DATE: '
               IF WS-REG-USOSUSP(11:8) = WS-RUN-DATE-X
                   SET BLOCO-DA-DATA          TO TRUE
               ELSE
                   SET BLOCO-DA-DATA          TO FALSE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF BLOCO-DA-DATA
               ADD 1                          TO WS-IND-DIA(10)
           END-IF
           .

      *****************************************
      * EXCECOES DA CADEIA: ERROS DO ERRLOG E ALERTAS DO OPERALERT
      * CARIMBADOS NA DATA DE NEGOCIO OU NO DIA SEGUINTE.
      *****************************************
       P550-EXCECOES.
      *****************************************

           OPEN INPUT ERRLOG
           IF WS-FS-ERRLOG = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ ERRLOG
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                      AND (ERRLOG-DATA-HORA(1:8) = WS-RUN-DATE-X
                        OR ERRLOG-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                       ADD 1                  TO WS-IND-DIA(11)
                   END-IF
               END-PERFORM
               CLOSE ERRLOG
           END-IF

           OPEN INPUT OPER-ALERTA
           IF WS-FS-OPERALERT = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ OPER-ALERTA
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                      AND (ALERTA-DATA-HORA(1:8) = WS-RUN-DATE-X
                        OR ALERTA-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                       ADD 1                  TO WS-IND-DIA(11)
                   END-IF
               END-PERFORM
               CLOSE OPER-ALERTA
           END-IF
           .

      *****************************************
      * INDICADOR SEM FONTE: N/D NO FLASH, ZERO NO HISTORICO, RC 4.
      *****************************************
       P090-FONTE-FALTA.
      *****************************************

           MOVE 'S'                       TO WS-IND-FALTA(WS-IX-IND)
           MOVE ZEROS                     TO WS-IND-DIA(WS-IX-IND)
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF

      *    CADA FONTE ENTRA UMA VEZ NA NOTA DO RODAPE (OS INDICADORES
      *    DA MESMA FONTE SAO MARCADOS EM SEGUIDA).
           IF WS-PONTEIRO-FALTA > 1
               IF WS-FONTES-FALTA(WS-PONTEIRO-FALTA - 11:10)
                      = WS-FONTE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PONTEIRO-FALTA < 90
               STRING WS-FONTE                DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      INTO WS-FONTES-FALTA
                      WITH POINTER WS-PONTEIRO-FALTA
               END-STRING
           END-IF
           DISPLAY 'AVISO: FONTE ' WS-FONTE ' INDISPONIVEL.'
           .

      *****************************************
      * ACUMULADO DO MES (O HISTORICO DO MES MAIS O DIA) E A
      * REFERENCIA DO MES ANTERIOR: O ULTIMO DIA COM FLASH ATE O
      * MESMO DIA DAQUELE MES E O ACUMULADO DELE ATE ESSE DIA. SALDO
      * NAO SE SOMA: O ACUMULADO E' O PROPRIO SALDO DO DIA.
      *****************************************
       P600-COMPARA.
      *****************************************

           SET REF-ACHADA                     TO FALSE

           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-HIST
               COMPUTE WS-MES-TRABALHO = WS-HIST-DATA(WS-IX-HIST) / 100
               IF WS-MES-TRABALHO = WS-MES-ATUAL
                   PERFORM P610-SOMA-MES
               END-IF
               IF WS-MES-TRABALHO = WS-MES-REF
                  AND WS-HIST-DATA(WS-IX-HIST) NOT > WS-DATA-REF
                   PERFORM P620-SOMA-REFERENCIA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               IF WS-IND-TIPO(WS-IX-IND) = 'S'
                   MOVE WS-IND-DIA(WS-IX-IND) TO WS-IND-MES(WS-IX-IND)
                   MOVE WS-IND-REF-DIA(WS-IX-IND)
                                     TO WS-IND-REF-MES(WS-IX-IND)
               ELSE
                   ADD WS-IND-DIA(WS-IX-IND)  TO WS-IND-MES(WS-IX-IND)
               END-IF
           END-PERFORM
           .

      *****************************************
       P610-SOMA-MES.
      *****************************************

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               IF WS-IND-TIPO(WS-IX-IND) NOT = 'S'
                   ADD WS-HIST-VALOR(WS-IX-HIST, WS-IX-IND)
                                     TO WS-IND-MES(WS-IX-IND)
               END-IF
           END-PERFORM
           .

      *****************************************
       P620-SOMA-REFERENCIA.
      *****************************************

           SET REF-ACHADA                     TO TRUE
           MOVE WS-HIST-DATA(WS-IX-HIST)      TO WS-DATA-REF-ACHADA

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               MOVE WS-HIST-VALOR(WS-IX-HIST, WS-IX-IND)
                                     TO WS-IND-REF-DIA(WS-IX-IND)
               IF WS-IND-TIPO(WS-IX-IND) NOT = 'S'
                   ADD WS-HIST-VALOR(WS-IX-HIST, WS-IX-IND)
                                     TO WS-IND-REF-MES(WS-IX-IND)
               END-IF
           END-PERFORM
           .

      *****************************************
      * A PAGINA: DIA X MESMO DIA DO MES ANTERIOR, ACUMULADO X
      * ACUMULADO DO MES ANTERIOR ATE O MESMO DIA, E A TENDENCIA.
      *****************************************
       P700-IMPRIME.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO WS-DATA-ED-ENTRADA
           PERFORM P790-EDITA-DATA
           MOVE WS-TOLERANCIA-PCT             TO WS-TOLER-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  '   TOLERANCIA DAS SETAS: ' DELIMITED BY SIZE
                  WS-TOLER-ED                 DELIMITED BY SIZE
                  '%'                         DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF REF-ACHADA
               MOVE WS-DATA-REF-ACHADA        TO WS-DATA-ED-ENTRADA
               PERFORM P790-EDITA-DATA
               STRING 'COMPARACAO COM O MES ANTERIOR: '
                                              DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      ' (MESMO DIA OU O ULTIMO DIA COM FLASH ANTES '
                                              DELIMITED BY SIZE
                      'DELE)'                 DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               MOVE 'SEM FLASH DO MES ANTERIOR NO HISTORICO - SEM '
                                              TO WS-REG-RELATORIO
               MOVE 'COMPARACAO'          TO WS-REG-RELATORIO(46:10)
           END-IF
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'INDICADOR'                   TO WS-REG-RELATORIO(1:9)
           MOVE '            DIA'             TO WS-REG-RELATORIO(26:15)
           MOVE '    MES ANT DIA'             TO WS-REG-RELATORIO(42:15)
           MOVE '       VARIACAO'             TO WS-REG-RELATORIO(58:15)
           MOVE '    VAR %'                   TO WS-REG-RELATORIO(74:9)
           MOVE '    ACUM. MES'               TO WS-REG-RELATORIO(88:13)
           MOVE '  ACUM.MES ANT'          TO WS-REG-RELATORIO(103:14)
           MOVE '    VAR %'                   TO WS-REG-RELATORIO(118:9)
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               PERFORM P710-UM-INDICADOR
           END-PERFORM

           PERFORM P750-TENDENCIA

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           IF WS-FONTES-FALTA NOT = SPACES
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'N/D - FONTES INDISPONIVEIS: '
                                              DELIMITED BY SIZE
                      WS-FONTES-FALTA         DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SETAS: ^ ALTA / v QUEDA ALEM DA TOLERANCIA SOBRE '
                                              DELIMITED BY SIZE
                  'O MES ANTERIOR; NA TENDENCIA, SOBRE O DIA ANTERIOR'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P710-UM-INDICADOR.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-IND-ROTULO(WS-IX-IND)      TO WS-REG-RELATORIO(1:24)

           IF WS-IND-FALTA(WS-IX-IND) = 'S'
               MOVE 'N/D'                     TO WS-REG-RELATORIO(38:3)
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IND-DIA(WS-IX-IND)         TO WS-VALOR-IMP
           MOVE 26                            TO WS-POSICAO
           PERFORM P720-EDITA-VALOR

           MOVE WS-IND-MES(WS-IX-IND)         TO WS-VALOR-IMP
           MOVE 86                            TO WS-POSICAO
           PERFORM P720-EDITA-VALOR

           IF NOT REF-ACHADA
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IND-REF-DIA(WS-IX-IND)     TO WS-VALOR-IMP
           MOVE 42                            TO WS-POSICAO
           PERFORM P720-EDITA-VALOR

           COMPUTE WS-VARIACAO = WS-IND-DIA(WS-IX-IND)
                               - WS-IND-REF-DIA(WS-IX-IND)
           MOVE WS-VARIACAO                   TO WS-VALOR-IMP
           MOVE 58                            TO WS-POSICAO
           PERFORM P720-EDITA-VALOR
           MOVE WS-IND-REF-DIA(WS-IX-IND)     TO WS-BASE-ABS
           MOVE 74                            TO WS-POSICAO-PCT
           PERFORM P730-PERCENTUAL

           MOVE WS-IND-REF-MES(WS-IX-IND)     TO WS-VALOR-IMP
           MOVE 102                           TO WS-POSICAO
           PERFORM P720-EDITA-VALOR

           COMPUTE WS-VARIACAO = WS-IND-MES(WS-IX-IND)
                               - WS-IND-REF-MES(WS-IX-IND)
           MOVE WS-IND-REF-MES(WS-IX-IND)     TO WS-BASE-ABS
           MOVE 118                           TO WS-POSICAO-PCT
           PERFORM P730-PERCENTUAL

           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * VALOR EM 15 POSICOES: QUANTIDADE SEM DECIMAIS.
      *****************************************
       P720-EDITA-VALOR.
      *****************************************

           IF WS-IND-TIPO(WS-IX-IND) = 'Q'
               MOVE WS-VALOR-IMP              TO WS-QTDE-ED
               MOVE WS-QTDE-ED
                   TO WS-REG-RELATORIO(WS-POSICAO:15)
           ELSE
               MOVE WS-VALOR-IMP              TO WS-VALOR-ED
               MOVE WS-VALOR-ED
                   TO WS-REG-RELATORIO(WS-POSICAO:15)
           END-IF
           .

      *****************************************
      * VARIACAO EM % DA BASE (BASE ZERO COM VARIACAO E' SEMPRE
      * FORA DA TOLERANCIA) E A SETA LOGO DEPOIS DO PERCENTUAL.
      *****************************************
       P730-PERCENTUAL.
      *****************************************

           IF WS-BASE-ABS < ZEROS
               COMPUTE WS-BASE-ABS = WS-BASE-ABS * -1
           END-IF

           EVALUATE TRUE
               WHEN WS-BASE-ABS NOT = ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-VARIACAO * 100 / WS-BASE-ABS
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

           MOVE SPACE                         TO WS-SETA
           IF WS-PERCENTUAL > WS-TOLERANCIA-PCT
               MOVE '^'                       TO WS-SETA
           END-IF
           IF WS-PERCENTUAL < ZEROS
              AND (WS-PERCENTUAL * -1) > WS-TOLERANCIA-PCT
               MOVE 'v'                       TO WS-SETA
           END-IF

           MOVE WS-PERCENTUAL                 TO WS-PCT-ED
           MOVE WS-PCT-ED         TO WS-REG-RELATORIO(WS-POSICAO-PCT:9)
           MOVE WS-SETA
               TO WS-REG-RELATORIO(WS-POSICAO-PCT + 10:1)
           .

      *****************************************
      * TENDENCIA DOS ULTIMOS 7 DIAS COM FLASH (OS 6 ULTIMOS DO
      * HISTORICO E O DIA): CADA COLUNA LEVA A SETA SOBRE O DIA
      * ANTERIOR (^ ALTA E v QUEDA ALEM DA TOLERANCIA, - DENTRO DELA).
      *****************************************
       P750-TENDENCIA.
      *****************************************

           IF WS-QT-HIST > 6
               COMPUTE WS-IX-INICIO = WS-QT-HIST - 5
           ELSE
               MOVE 1                         TO WS-IX-INICIO
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'TENDENCIA - ULTIMOS 7 DIAS'  TO WS-REG-RELATORIO(1:26)
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 27                            TO WS-POSICAO
           PERFORM VARYING WS-IX-HIST FROM WS-IX-INICIO BY 1
                   UNTIL WS-IX-HIST > WS-QT-HIST
               MOVE WS-HIST-DATA(WS-IX-HIST)  TO WS-DATA-ED-ENTRADA
               PERFORM P790-EDITA-DATA
               MOVE WS-DATA-ED(1:5)
                   TO WS-REG-RELATORIO(WS-POSICAO + 9:5)
               ADD 15                         TO WS-POSICAO
           END-PERFORM
           MOVE WS-DATA-NEGOCIO               TO WS-DATA-ED-ENTRADA
           PERFORM P790-EDITA-DATA
           MOVE WS-DATA-ED(1:5)    TO WS-REG-RELATORIO(WS-POSICAO + 9:5)
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               PERFORM P760-TENDENCIA-INDICADOR
           END-PERFORM
           .

      *****************************************
       P760-TENDENCIA-INDICADOR.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-IND-ROTULO(WS-IX-IND)      TO WS-REG-RELATORIO(1:24)
           MOVE 26                            TO WS-POSICAO
           MOVE ZEROS                         TO WS-ANTERIOR-TEND

           PERFORM VARYING WS-IX-HIST FROM WS-IX-INICIO BY 1
                   UNTIL WS-IX-HIST > WS-QT-HIST
               MOVE WS-HIST-VALOR(WS-IX-HIST, WS-IX-IND)
                                              TO WS-VALOR-IMP
               PERFORM P770-COLUNA-TENDENCIA
           END-PERFORM

           IF WS-IND-FALTA(WS-IX-IND) = 'S'
               MOVE 'N/D'
                   TO WS-REG-RELATORIO(WS-POSICAO + 12:3)
           ELSE
               MOVE WS-IND-DIA(WS-IX-IND)     TO WS-VALOR-IMP
               PERFORM P770-COLUNA-TENDENCIA
           END-IF

           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P770-COLUNA-TENDENCIA.
      *****************************************

      *    A PRIMEIRA COLUNA NAO TEM DIA ANTERIOR PARA COMPARAR.
           IF WS-POSICAO > 26
               COMPUTE WS-VARIACAO = WS-VALOR-IMP - WS-ANTERIOR-TEND
               MOVE WS-ANTERIOR-TEND          TO WS-BASE-ABS
               IF WS-BASE-ABS < ZEROS
                   COMPUTE WS-BASE-ABS = WS-BASE-ABS * -1
               END-IF
               MOVE '-'                       TO WS-SETA
               EVALUATE TRUE
                   WHEN WS-BASE-ABS = ZEROS AND WS-VARIACAO > ZEROS
                       MOVE '^'               TO WS-SETA
                   WHEN WS-BASE-ABS = ZEROS AND WS-VARIACAO < ZEROS
                       MOVE 'v'               TO WS-SETA
                   WHEN WS-BASE-ABS = ZEROS
                       CONTINUE
                   WHEN WS-VARIACAO * 100 >
                        WS-BASE-ABS * WS-TOLERANCIA-PCT
                       MOVE '^'               TO WS-SETA
                   WHEN WS-VARIACAO * -100 >
                        WS-BASE-ABS * WS-TOLERANCIA-PCT
                       MOVE 'v'               TO WS-SETA
               END-EVALUATE
               MOVE WS-SETA       TO WS-REG-RELATORIO(WS-POSICAO:1)
           END-IF

           IF WS-IND-TIPO(WS-IX-IND) = 'Q'
               MOVE WS-VALOR-IMP              TO WS-QTDE-ED-CURTO
               MOVE WS-QTDE-ED-CURTO
                   TO WS-REG-RELATORIO(WS-POSICAO + 1:14)
           ELSE
               MOVE WS-VALOR-IMP              TO WS-VALOR-ED-CURTO
               MOVE WS-VALOR-ED-CURTO
                   TO WS-REG-RELATORIO(WS-POSICAO + 1:14)
           END-IF

           MOVE WS-VALOR-IMP                  TO WS-ANTERIOR-TEND
           ADD 15                             TO WS-POSICAO
           .

      *****************************************
       P790-EDITA-DATA.
      *****************************************

           MOVE SPACES                        TO WS-DATA-ED
           MOVE WS-DATA-ED-ENTRADA(7:2)       TO WS-DATA-ED(1:2)
           MOVE '/'                           TO WS-DATA-ED(3:1)
           MOVE WS-DATA-ED-ENTRADA(5:2)       TO WS-DATA-ED(4:2)
           MOVE '/'                           TO WS-DATA-ED(6:1)
           MOVE WS-DATA-ED-ENTRADA(1:4)       TO WS-DATA-ED(7:4)
           .

      *****************************************
      * O DIA ENTRA NO HISTORICO NA ORDEM DE DATA, SUBSTITUINDO O
      * REGISTRO DE UMA EXECUCAO ANTERIOR DA MESMA DATA; DIAS MAIS
      * ANTIGOS QUE A RETENCAO SAEM. A COPIA FLASHHANT E' FEITA
      * ANTES, PARA A REGRAVACAO PODER SER REPETIDA.
      *****************************************
       P800-GRAVA-HISTORICO.
      *****************************************

           OPEN OUTPUT FLASH-HIST-ANT
           OPEN INPUT FLASH-HISTORICO
           IF WS-FS-FLASHHIST = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ FLASH-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       WRITE WS-REG-FLASHHANT FROM WS-REG-FLASHHIST
                   END-IF
               END-PERFORM
               CLOSE FLASH-HISTORICO
           END-IF
           CLOSE FLASH-HIST-ANT

           OPEN INPUT FLASH-HIST-ANT
           OPEN OUTPUT FLASH-HISTORICO

           IF WS-FS-FLASHHIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O HISTORICO FLASHHIST: '
                       WS-FS-FLASHHIST
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               CLOSE FLASH-HIST-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-FLASHHIST
           MOVE WS-DATA-NEGOCIO               TO FLH-DATA
           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-IND
               MOVE WS-IND-DIA(WS-IX-IND)     TO FLH-VALOR(WS-IX-IND)
           END-PERFORM
           MOVE WS-REG-FLASHHIST              TO WS-FLASH-HOJE
           SET HOJE-GRAVADO                   TO FALSE

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FLASH-HIST-ANT
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND FLA-DATA IS NUMERIC
                  AND FLA-DATA NOT < WS-DATA-RETENCAO
                  AND FLA-DATA NOT = WS-DATA-NEGOCIO
                   IF FLA-DATA > WS-DATA-NEGOCIO AND NOT HOJE-GRAVADO
                       WRITE WS-REG-FLASHHIST FROM WS-FLASH-HOJE
                       SET HOJE-GRAVADO       TO TRUE
                   END-IF
                   WRITE WS-REG-FLASHHIST FROM WS-REG-FLASHHANT
               END-IF
           END-PERFORM

           IF NOT HOJE-GRAVADO
               WRITE WS-REG-FLASHHIST FROM WS-FLASH-HOJE
           END-IF

           CLOSE FLASH-HIST-ANT
           CLOSE FLASH-HISTORICO
           .

      *****************************************
       P999-FIM.
      *****************************************

           CLOSE FLASH-RPT

           DISPLAY 'FATURAS LIDAS..........: ' WS-QT-LIDOS
           DISPLAY 'DIAS NO HISTORICO......: ' WS-QT-HIST

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-LIDOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RPTHDPR.
           COPY RUNLOGPR.
           COPY PARAMPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-FLASHDIA.
