      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: DISTRIBUICAO DOS RELATORIOS DA CADEIA POR
      *          DESTINATARIO: RODA DEPOIS DO ULTIMO STEP DA CADEIA
      *          NOTURNA E DA MENSAL E, PARA CADA RELATORIO DA TABELA
      *          RPTDSTAB (COPY/RPTDSTAB.CPY), CORTA O ARQUIVO EM
      *          PECAS POR VENDEDOR, COBRADOR OU UF (OU MANDA O
      *          RELATORIO INTEIRO), GRAVA CADA PECA COMO
      *          <RELATORIO>.Dnnn E A ENFILEIRA PARA O GATEWAY DE
      *          CORREIO (RPTENVQ). TUDO O QUE FOI MANDADO A QUEM FICA
      *          NO LOG PERMANENTE RPTENVLOG (COPY/RPTENV.CPY), QUE
      *          RESPONDE SE O VENDEDOR RECEBEU O RELATORIO DE ONTEM.
      *          AS LINHAS ANTES DA PRIMEIRA LINHA COM CHAVE SAO O
      *          CABECALHO E VAO EM TODAS AS PECAS; DEPOIS DELAS, SO'
      *          AS LINHAS COM A CHAVE DO DESTINATARIO (TOTAIS GERAIS
      *          SEM CHAVE FICAM SO' NA COPIA INTEGRAL). RELATORIO
      *          ESPERADO QUE NAO CHEGOU (ARQUIVO AUSENTE OU PRODUTOR
      *          SEM FIM NO RUNLOG DA DATA DE NEGOCIO) E' MARCADO COMO
      *          FALTANTE NO LOG, NO RELATORIO RPTDISTRPT E NO
      *          OPERALERT, COM RC 4. OS RELATORIOS DA CADEIA MENSAL
      *          SO' ENTRAM DEPOIS DE O MESGUARD LIBERAR O FECHAMENTO
      *          DO MES (RUNCTL 'MONTHLY' AAAAMM00); RELATORIO JA
      *          DISTRIBUIDO NA DATA DE NEGOCIO NAO E' REENVIADO NA
      *          REEXECUCAO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABELA         ASSIGN TO 'RPTDSTAB'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TABELA.

           SELECT ARQ-RELATORIO       ASSIGN TO DYNAMIC
                                       WS-ARQ-RELATORIO
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ORIGEM.

           SELECT ARQ-PECA            ASSIGN TO DYNAMIC WS-ARQ-PECA
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PECA.

           SELECT ENVIO-LOG           ASSIGN TO 'RPTENVLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENVLOG.

           SELECT ENVIO-FILA          ASSIGN TO 'RPTENVQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENVFILA.

           SELECT DIST-RPT            ASSIGN TO 'RPTDISTRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT RUN-CONTROL         ASSIGN TO 'RUNCTL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTL.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-TABELA.
           COPY RPTDSTAB.

       FD ARQ-RELATORIO.
       01 WS-REG-ORIGEM                          PIC X(200).

       FD ARQ-PECA.
       01 WS-REG-PECA                            PIC X(200).

       FD ENVIO-LOG.
           COPY RPTENV.

      *    A FILA DO GATEWAY RECEBE O MESMO REGISTRO DO LOG, SO' DAS
      *    PECAS ENFILEIRADAS.
       FD ENVIO-FILA.
       01 WS-REG-FILA                            PIC X(89).

       FD DIST-RPT.
       01 WS-REG-RELATORIO                       PIC X(100).

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD RUN-LOG.
           COPY RUNLOG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TABELA                       PIC X(02) VALUE '00'.
       77 WS-FS-ORIGEM                       PIC X(02) VALUE '00'.
       77 WS-FS-PECA                         PIC X(02) VALUE '00'.
       77 WS-FS-ENVLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-ENVFILA                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNCTL                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-ARQ-RELATORIO                   PIC X(20) VALUE SPACES.
       77 WS-ARQ-PECA                        PIC X(20) VALUE SPACES.

      *    DATAS DO RUNLOG ACEITAS COMO 'CONCLUIU HOJE': A DATA DE
      *    NEGOCIO E O DIA CIVIL SEGUINTE (A CADEIA VIRA A MEIA-NOITE).
       77 WS-RUN-DATE-X                      PIC X(08) VALUE SPACES.
       77 WS-RUN-DATE-X2                     PIC X(08) VALUE SPACES.
       77 WS-DIA-SEG-INT                     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEG-NUM                     PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-MENSAL                  PIC 9(08) VALUE ZEROS.
       77 WS-SW-MENSAL                       PIC X(01) VALUE 'N'.
           88 MENSAL-LIBERADO                VALUE 'S' FALSE 'N'.

      *    A TABELA DE DISTRIBUICAO EM MEMORIA (ATE 200 LINHAS); A
      *    SITUACAO MARCA AS LINHAS DO RELATORIO JA TRATADO.
       77 WS-QT-DIST                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-DIST                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-AUX                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DIST.
           03 WS-DIST-ITEM             OCCURS 200 TIMES.
               05 WS-DIST-RELATORIO           PIC X(12).
               05 WS-DIST-CADEIA              PIC X(01).
               05 WS-DIST-CORTE               PIC X(01).
               05 WS-DIST-MARCA               PIC X(12).
               05 WS-DIST-TAM-CHAVE           PIC 9(02).
               05 WS-DIST-CHAVE               PIC X(08).
               05 WS-DIST-DESTINATARIO        PIC X(20).
               05 WS-DIST-PROGRAMA            PIC X(20).
               05 WS-DIST-SITUACAO            PIC X(01).

      *    RELATORIOS JA DISTRIBUIDOS NESTA DATA DE NEGOCIO, LIDOS DO
      *    RPTENVLOG ANTES DE O LOG SER ABERTO PARA EXTENSAO.
       77 WS-QT-JA                           PIC 9(03) VALUE ZEROS.
       77 WS-IX-JA                           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-JA.
           03 WS-JA-RELATORIO          OCCURS 100 TIMES PIC X(12).

      *    O RELATORIO EM TRATAMENTO.
       77 WS-REL-NOME                        PIC X(12) VALUE SPACES.
       77 WS-REL-CADEIA                      PIC X(01) VALUE SPACES.
       77 WS-REL-CORTE                       PIC X(01) VALUE SPACES.
           88 REL-INTEIRO                    VALUE 'T'.
       77 WS-REL-MARCA                       PIC X(12) VALUE SPACES.
       77 WS-REL-PROGRAMA                    PIC X(20) VALUE SPACES.
       77 WS-TAM-MARCA                       PIC 9(02) VALUE ZEROS.
       77 WS-TAM-CHAVE                       PIC 9(02) VALUE ZEROS.
       77 WS-QT-LINHAS-REL                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-PECA                  PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-PECA                        PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-FALTA                    PIC X(30) VALUE SPACES.
       77 WS-SW-CHEGOU                       PIC X(01) VALUE 'N'.
           88 RELATORIO-CHEGOU               VALUE 'S' FALSE 'N'.
       77 WS-SW-INTEGRAL                     PIC X(01) VALUE 'N'.
           88 TEM-COPIA-INTEGRAL             VALUE 'S' FALSE 'N'.
       77 WS-SW-ACHOU                        PIC X(01) VALUE 'N'.
           88 ACHOU                          VALUE 'S' FALSE 'N'.
       77 WS-SW-CABECALHO                    PIC X(01) VALUE 'S'.
           88 NO-CABECALHO                   VALUE 'S' FALSE 'N'.

      *    CHAVES ENCONTRADAS NO RELATORIO (ATE 200), COM AS LINHAS.
       77 WS-QT-CHAVES                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-CH                           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CHAVES.
           03 WS-CH-ITEM               OCCURS 200 TIMES.
               05 WS-CH-VALOR                 PIC X(08).
               05 WS-CH-QT-LINHAS             PIC 9(06).

      *    EXTRACAO DA CHAVE DE UMA LINHA DO RELATORIO.
       77 WS-POS                             PIC 9(03) VALUE ZEROS.
       77 WS-POS-MAX                         PIC 9(03) VALUE ZEROS.
       77 WS-POS-CH                          PIC 9(03) VALUE ZEROS.
       77 WS-CHAVE-LINHA                     PIC X(08) VALUE SPACES.
       77 WS-SW-CHAVEADA                     PIC X(01) VALUE 'N'.
           88 LINHA-CHAVEADA                 VALUE 'S' FALSE 'N'.

      *    ESTATISTICAS DA EXECUCAO.
       77 WS-QT-RELATORIOS                   PIC 9(03) VALUE ZEROS.
       77 WS-QT-FORA-CADEIA                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-JA-ENVIADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-FALTANTES                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-PECAS                        PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENVIOS                       PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-DESTINO                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-ED                           PIC ZZZZZ9.

           COPY RPTHDR.
           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM VARYING WS-IX-DIST FROM 1 BY 1
                       UNTIL WS-IX-DIST > WS-QT-DIST
                   IF WS-DIST-SITUACAO(WS-IX-DIST) = SPACE
                       PERFORM P300-TRATA-RELATORIO
                   END-IF
               END-PERFORM
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-RPTDIST'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE-X
           COMPUTE WS-DIA-SEG-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1
           COMPUTE WS-DIA-SEG-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-INT)
           MOVE WS-DIA-SEG-NUM                 TO WS-RUN-DATE-X2

           OPEN OUTPUT DIST-RPT

           MOVE 'DISTRIBUICAO DE RELATORIOS'   TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: ' DELIMITED BY SIZE
                  WS-DATA-NEGOCIO DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM P050-VERIFICA-MENSAL
           PERFORM P100-CARREGA-TABELA

           IF WS-RETORNO < 8
               PERFORM P060-LE-JA-ENVIADOS
               PERFORM P070-ABRE-SAIDAS
           END-IF
           .

      *****************************************
      * OS RELATORIOS DA CADEIA MENSAL SO' SAO ESPERADOS DEPOIS QUE O
      * MESGUARD LIBEROU O FECHAMENTO DO MES DA DATA DE NEGOCIO.
      *****************************************
       P050-VERIFICA-MENSAL.
      *****************************************

           SET MENSAL-LIBERADO                TO FALSE
           COMPUTE WS-PERIODO-MENSAL = (WS-DATA-NEGOCIO / 100) * 100

           OPEN INPUT RUN-CONTROL

           IF WS-FS-RUNCTL NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ RUN-CONTROL
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF RUNCTL-PROGRAMA = 'MONTHLY'
                      AND RUNCTL-DATA = WS-PERIODO-MENSAL
                      AND RUNCTL-EVENTO = 'FIM'
                       SET MENSAL-LIBERADO    TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RUN-CONTROL

           IF MENSAL-LIBERADO
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'FECHAMENTO MENSAL LIBERADO - RELATORIOS MENSAIS'
                                              TO WS-REG-RELATORIO
               MOVE ' INCLUIDOS'          TO WS-REG-RELATORIO(48:10)
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
      * RELATORIOS JA DISTRIBUIDOS (OU JA DADOS COMO VAZIOS/SEM
      * DESTINO) NESTA DATA DE NEGOCIO - NAO SE REENVIA NA
      * REEXECUCAO. O FALTANTE NAO CONTA: SE CHEGOU DEPOIS, SEGUE.
      *****************************************
       P060-LE-JA-ENVIADOS.
      *****************************************

           OPEN INPUT ENVIO-LOG

           IF WS-FS-ENVLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ENVIO-LOG
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND ENV-DATA-NEGOCIO = WS-DATA-NEGOCIO
                  AND NOT ENV-FALTANTE
                   PERFORM P065-GUARDA-JA-ENVIADO
               END-IF
           END-PERFORM

           CLOSE ENVIO-LOG
           .

      *****************************************
       P065-GUARDA-JA-ENVIADO.
      *****************************************

           PERFORM VARYING WS-IX-JA FROM 1 BY 1
                   UNTIL WS-IX-JA > WS-QT-JA
                      OR WS-JA-RELATORIO(WS-IX-JA) = ENV-RELATORIO
               CONTINUE
           END-PERFORM

           IF WS-IX-JA > WS-QT-JA AND WS-QT-JA < 100
               ADD 1                          TO WS-QT-JA
               MOVE ENV-RELATORIO       TO WS-JA-RELATORIO(WS-QT-JA)
           END-IF
           .

      *****************************************
       P070-ABRE-SAIDAS.
      *****************************************

           OPEN EXTEND ENVIO-LOG
           IF WS-FS-ENVLOG = '35'
               OPEN OUTPUT ENVIO-LOG
           END-IF

           OPEN EXTEND ENVIO-FILA
           IF WS-FS-ENVFILA = '35'
               OPEN OUTPUT ENVIO-FILA
           END-IF

           IF WS-FS-ENVLOG NOT = '00' OR WS-FS-ENVFILA NOT = '00'
               DISPLAY 'RPTENVLOG/RPTENVQ INDISPONIVEL: '
                       WS-FS-ENVLOG '/' WS-FS-ENVFILA
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * CARGA DA TABELA DE DISTRIBUICAO. SEM TABELA NAO HA O QUE
      * DISTRIBUIR NEM COMO SABER O QUE FALTOU: RC 8.
      *****************************************
       P100-CARREGA-TABELA.
      *****************************************

           OPEN INPUT DIST-TABELA

           IF WS-FS-TABELA NOT = '00'
               DISPLAY 'TABELA RPTDSTAB INDISPONIVEL: ' WS-FS-TABELA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P110-UMA-LINHA UNTIL FIM-DO-ARQUIVO

           CLOSE DIST-TABELA
           .

      *****************************************
       P110-UMA-LINHA.
      *****************************************

           READ DIST-TABELA
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO OR DST-RELATORIO = SPACES
               EXIT PARAGRAPH
           END-IF

           IF NOT (DST-NOTURNO OR DST-MENSAL)
              OR NOT (DST-INTEIRO OR DST-POR-VENDEDOR
                      OR DST-POR-COBRADOR OR DST-POR-UF)
              OR DST-DESTINATARIO = SPACES
               DISPLAY 'LINHA INVALIDA NA RPTDSTAB - IGNORADA: '
                       DST-RELATORIO ' ' DST-DESTINATARIO
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF NOT DST-INTEIRO
              AND (DST-MARCA = SPACES
                OR DST-TAM-CHAVE IS NOT NUMERIC
                OR DST-TAM-CHAVE = ZEROS OR DST-TAM-CHAVE > 8)
               DISPLAY 'MARCA/TAMANHO DA CHAVE INVALIDOS NA RPTDSTAB'
                       ' - IGNORADA: ' DST-RELATORIO
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-DIST = 200
               DISPLAY 'TABELA RPTDSTAB CHEIA - IGNORADA: '
                       DST-RELATORIO ' ' DST-DESTINATARIO
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-DIST
           MOVE WS-REG-RPTDSTAB          TO WS-DIST-ITEM(WS-QT-DIST)
           MOVE SPACE            TO WS-DIST-SITUACAO(WS-QT-DIST)
           IF DST-INTEIRO
               MOVE '*'          TO WS-DIST-CHAVE(WS-QT-DIST)
           END-IF
           .

      *****************************************
      * UM RELATORIO DA TABELA: TODAS AS SUAS LINHAS (DESTINATARIOS)
      * SAO TRATADAS AQUI DE UMA VEZ. O CORTE, A MARCA, A CADEIA E O
      * PRODUTOR VEM DA PRIMEIRA LINHA DO RELATORIO.
      *****************************************
       P300-TRATA-RELATORIO.
      *****************************************

           MOVE WS-DIST-RELATORIO(WS-IX-DIST) TO WS-REL-NOME
           MOVE WS-DIST-CADEIA(WS-IX-DIST)    TO WS-REL-CADEIA
           MOVE WS-DIST-CORTE(WS-IX-DIST)     TO WS-REL-CORTE
           MOVE WS-DIST-MARCA(WS-IX-DIST)     TO WS-REL-MARCA
           MOVE WS-DIST-PROGRAMA(WS-IX-DIST)  TO WS-REL-PROGRAMA
           MOVE WS-DIST-TAM-CHAVE(WS-IX-DIST) TO WS-TAM-CHAVE

           SET TEM-COPIA-INTEGRAL             TO FALSE
           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                   MOVE 'T'      TO WS-DIST-SITUACAO(WS-IX-AUX)
                   IF WS-DIST-CHAVE(WS-IX-AUX) = '*' OR REL-INTEIRO
                       SET TEM-COPIA-INTEGRAL TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REL-CADEIA = 'M' AND NOT MENSAL-LIBERADO
               ADD 1                          TO WS-QT-FORA-CADEIA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RELATORIOS

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-JA FROM 1 BY 1
                   UNTIL WS-IX-JA > WS-QT-JA
                      OR WS-JA-RELATORIO(WS-IX-JA) = WS-REL-NOME
               CONTINUE
           END-PERFORM

           IF WS-IX-JA NOT > WS-QT-JA
               ADD 1                          TO WS-QT-JA-ENVIADOS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'RELATORIO ' DELIMITED BY SIZE
                      WS-REL-NOME DELIMITED BY SIZE
                      ' JA DISTRIBUIDO NESTA DATA DE NEGOCIO'
                          DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-VERIFICA-CHEGADA

           IF NOT RELATORIO-CHEGOU
               PERFORM P330-REGISTRA-FALTANTE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-SEQ-PECA
           PERFORM P400-LEVANTA-CHAVES

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-QT-LINHAS-REL              TO WS-QT-ED
           STRING 'RELATORIO ' DELIMITED BY SIZE
                  WS-REL-NOME DELIMITED BY SIZE
                  ' LINHAS ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           IF NOT REL-INTEIRO
               MOVE WS-QT-CHAVES              TO WS-QT-ED
               MOVE ' CHAVES '           TO WS-REG-RELATORIO(38:8)
               MOVE WS-QT-ED             TO WS-REG-RELATORIO(46:6)
           END-IF
           WRITE WS-REG-RELATORIO

           IF TEM-COPIA-INTEGRAL
               PERFORM P500-PECA-INTEIRA
           END-IF

           IF NOT REL-INTEIRO
               PERFORM VARYING WS-IX-CH FROM 1 BY 1
                       UNTIL WS-IX-CH > WS-QT-CHAVES
                   PERFORM P520-DISTRIBUI-CHAVE
               END-PERFORM
               PERFORM P550-CHAVES-VAZIAS
           END-IF
           .

      *****************************************
      * O RELATORIO CHEGOU QUANDO O PRODUTOR TEM FIM NO RUNLOG DA
      * DATA DE NEGOCIO (OU DO DIA SEGUINTE) E O ARQUIVO EXISTE.
      *****************************************
       P320-VERIFICA-CHEGADA.
      *****************************************

           SET RELATORIO-CHEGOU               TO TRUE
           MOVE SPACES                        TO WS-MOTIVO-FALTA

           IF WS-REL-PROGRAMA NOT = SPACES
               PERFORM P325-PROCURA-FIM
               IF NOT ACHOU
                   SET RELATORIO-CHEGOU       TO FALSE
                   MOVE 'PRODUTOR SEM FIM NO RUNLOG'
                                              TO WS-MOTIVO-FALTA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-REL-NOME                   TO WS-ARQ-RELATORIO
           OPEN INPUT ARQ-RELATORIO

           IF WS-FS-ORIGEM NOT = '00'
               SET RELATORIO-CHEGOU           TO FALSE
               MOVE 'ARQUIVO AUSENTE'         TO WS-MOTIVO-FALTA
               EXIT PARAGRAPH
           END-IF

           CLOSE ARQ-RELATORIO
           .

      *****************************************
       P325-PROCURA-FIM.
      *****************************************

           SET ACHOU                          TO FALSE

           OPEN INPUT RUN-LOG

           IF WS-FS-RUNLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ RUN-LOG
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF RUNLOG-PROGRAMA = WS-REL-PROGRAMA
                      AND RUNLOG-EVENTO = 'FIM'
                      AND (RUNLOG-DATA-HORA(1:8) = WS-RUN-DATE-X
                        OR RUNLOG-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                       SET ACHOU              TO TRUE
                       SET FIM-DO-ARQUIVO     TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RUN-LOG
           .

      *****************************************
      * RELATORIO QUE NAO CHEGOU: UMA LINHA 'F' NO LOG PARA CADA
      * DESTINATARIO QUE O ESPERAVA, O AVISO NO RELATORIO E UM
      * ALERTA PARA A OPERACAO.
      *****************************************
       P330-REGISTRA-FALTANTE.
      *****************************************

           ADD 1                              TO WS-QT-FALTANTES
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RELATORIO ' DELIMITED BY SIZE
                  WS-REL-NOME DELIMITED BY SIZE
                  ' FALTANTE - ' DELIMITED BY SIZE
                  WS-MOTIVO-FALTA DELIMITED BY '  '
                  ' - NADA ENVIADO' DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                   MOVE WS-DIST-CHAVE(WS-IX-AUX)
                                              TO ENV-CHAVE
                   MOVE WS-DIST-DESTINATARIO(WS-IX-AUX)
                                              TO ENV-DESTINATARIO
                   MOVE SPACES                TO ENV-ARQUIVO
                   MOVE ZEROS                 TO ENV-QT-LINHAS
                   MOVE 'F'                   TO ENV-SITUACAO
                   PERFORM P610-GRAVA-LOG
               END-IF
           END-PERFORM

           MOVE SPACES                        TO WS-REG-ALERTA
           MOVE 'DEMONSTRA-RPTDIST'           TO ALERTA-PROGRAMA
           MOVE 2                             TO ALERTA-SEVERIDADE
           STRING 'RELATORIO ' DELIMITED BY SIZE
                  WS-REL-NOME DELIMITED BY SPACE
                  ' NAO CHEGOU DA CADEIA' DELIMITED BY SIZE
                  INTO ALERTA-TEXTO
           END-STRING
           PERFORM P-GRAVA-ALERTA
           .

      *****************************************
      * PRIMEIRA PASSADA NO RELATORIO: CONTA AS LINHAS E LEVANTA AS
      * CHAVES PRESENTES (SO' NOS RELATORIOS COM CORTE).
      *****************************************
       P400-LEVANTA-CHAVES.
      *****************************************

           MOVE ZEROS                         TO WS-QT-LINHAS-REL
           MOVE ZEROS                         TO WS-QT-CHAVES

           IF NOT REL-INTEIRO
               PERFORM VARYING WS-TAM-MARCA FROM 12 BY -1
                       UNTIL WS-TAM-MARCA = 1
                          OR WS-REL-MARCA(WS-TAM-MARCA:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               COMPUTE WS-POS-MAX = 200 - WS-TAM-MARCA
           END-IF

           OPEN INPUT ARQ-RELATORIO

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQ-RELATORIO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   ADD 1                      TO WS-QT-LINHAS-REL
                   IF NOT REL-INTEIRO
                       PERFORM P420-EXTRAI-CHAVE
                       IF LINHA-CHAVEADA
                           PERFORM P410-GUARDA-CHAVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARQ-RELATORIO
           .

      *****************************************
       P410-GUARDA-CHAVE.
      *****************************************

           PERFORM VARYING WS-IX-CH FROM 1 BY 1
                   UNTIL WS-IX-CH > WS-QT-CHAVES
                      OR WS-CH-VALOR(WS-IX-CH) = WS-CHAVE-LINHA
               CONTINUE
           END-PERFORM

           IF WS-IX-CH > WS-QT-CHAVES
               IF WS-QT-CHAVES = 200
                   DISPLAY 'CHAVES DEMAIS EM ' WS-REL-NOME
                           ' - IGNORADA: ' WS-CHAVE-LINHA
                   IF WS-RETORNO < 4
                       MOVE 4                 TO WS-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-CHAVES
               MOVE WS-QT-CHAVES              TO WS-IX-CH
               MOVE WS-CHAVE-LINHA       TO WS-CH-VALOR(WS-IX-CH)
               MOVE ZEROS                TO WS-CH-QT-LINHAS(WS-IX-CH)
           END-IF

           ADD 1                         TO WS-CH-QT-LINHAS(WS-IX-CH)
           .

      *****************************************
      * A CHAVE DA LINHA: A MARCA COMO PALAVRA INTEIRA (ESPACO ANTES
      * E DEPOIS) E, SALTADOS OS ESPACOS, AS WS-TAM-CHAVE POSICOES
      * SEGUINTES. SEM A MARCA, A LINHA NAO TEM CHAVE.
      *****************************************
       P420-EXTRAI-CHAVE.
      *****************************************

           SET LINHA-CHAVEADA                 TO FALSE
           MOVE SPACES                        TO WS-CHAVE-LINHA

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-POS-MAX OR LINHA-CHAVEADA
               IF WS-REG-ORIGEM(WS-POS:WS-TAM-MARCA) =
                  WS-REL-MARCA(1:WS-TAM-MARCA)
                  AND WS-REG-ORIGEM(WS-POS + WS-TAM-MARCA:1) = SPACE
                   IF WS-POS = 1
                       PERFORM P425-LE-CHAVE
                   ELSE
                       IF WS-REG-ORIGEM(WS-POS - 1:1) = SPACE
                           PERFORM P425-LE-CHAVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
       P425-LE-CHAVE.
      *****************************************

           COMPUTE WS-POS-CH = WS-POS + WS-TAM-MARCA

           PERFORM UNTIL WS-POS-CH > 200
                      OR WS-REG-ORIGEM(WS-POS-CH:1) NOT = SPACE
               ADD 1                          TO WS-POS-CH
           END-PERFORM

           IF WS-POS-CH + WS-TAM-CHAVE - 1 > 200
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-ORIGEM(WS-POS-CH:WS-TAM-CHAVE)
                                              TO WS-CHAVE-LINHA
           SET LINHA-CHAVEADA                 TO TRUE
           .

      *****************************************
      * A COPIA INTEGRAL: UMA PECA SO', ENFILEIRADA A CADA
      * DESTINATARIO DE CHAVE '*' (OU A TODOS, NO CORTE 'T').
      *****************************************
       P500-PECA-INTEIRA.
      *****************************************

           PERFORM P590-NOMEIA-PECA

           OPEN INPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-PECA
           MOVE ZEROS                         TO WS-QT-LINHAS-PECA

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQ-RELATORIO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   WRITE WS-REG-PECA        FROM WS-REG-ORIGEM
                   ADD 1                      TO WS-QT-LINHAS-PECA
               END-IF
           END-PERFORM

           CLOSE ARQ-RELATORIO
           CLOSE ARQ-PECA

           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                  AND (WS-DIST-CHAVE(WS-IX-AUX) = '*' OR REL-INTEIRO)
                   PERFORM P600-ENFILEIRA
               END-IF
           END-PERFORM
           .

      *****************************************
      * UMA CHAVE DO RELATORIO: COM DESTINATARIO, A PECA E' MONTADA
      * E ENFILEIRADA; SEM NINGUEM NA TABELA, FICA REGISTRADA COMO
      * SEM DESTINO (SO' A COPIA INTEGRAL, SE HOUVER, A LEVA).
      *****************************************
       P520-DISTRIBUI-CHAVE.
      *****************************************

           SET ACHOU                          TO FALSE
           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST OR ACHOU
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                  AND WS-DIST-CHAVE(WS-IX-AUX) = WS-CH-VALOR(WS-IX-CH)
                   SET ACHOU                  TO TRUE
               END-IF
           END-PERFORM

           IF NOT ACHOU
               PERFORM P540-CHAVE-SEM-DESTINO
               EXIT PARAGRAPH
           END-IF

           PERFORM P530-MONTA-PECA

           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                  AND WS-DIST-CHAVE(WS-IX-AUX) = WS-CH-VALOR(WS-IX-CH)
                   PERFORM P600-ENFILEIRA
               END-IF
           END-PERFORM
           .

      *****************************************
      * A PECA DE UMA CHAVE: O CABECALHO (LINHAS ANTES DA PRIMEIRA
      * LINHA COM CHAVE) E AS LINHAS DA CHAVE.
      *****************************************
       P530-MONTA-PECA.
      *****************************************

           PERFORM P590-NOMEIA-PECA

           OPEN INPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-PECA
           MOVE ZEROS                         TO WS-QT-LINHAS-PECA
           SET NO-CABECALHO                   TO TRUE

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQ-RELATORIO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P535-SELECIONA-LINHA
               END-IF
           END-PERFORM

           CLOSE ARQ-RELATORIO
           CLOSE ARQ-PECA
           .

      *****************************************
       P535-SELECIONA-LINHA.
      *****************************************

           PERFORM P420-EXTRAI-CHAVE

           IF LINHA-CHAVEADA
               SET NO-CABECALHO               TO FALSE
               IF WS-CHAVE-LINHA = WS-CH-VALOR(WS-IX-CH)
                   WRITE WS-REG-PECA        FROM WS-REG-ORIGEM
                   ADD 1                      TO WS-QT-LINHAS-PECA
               END-IF
           ELSE
               IF NO-CABECALHO
                   WRITE WS-REG-PECA        FROM WS-REG-ORIGEM
                   ADD 1                      TO WS-QT-LINHAS-PECA
               END-IF
           END-IF
           .

      *****************************************
       P540-CHAVE-SEM-DESTINO.
      *****************************************

           ADD 1                              TO WS-QT-SEM-DESTINO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-CH-QT-LINHAS(WS-IX-CH)     TO WS-QT-ED
           STRING '  CHAVE ' DELIMITED BY SIZE
                  WS-CH-VALOR(WS-IX-CH) DELIMITED BY SIZE
                  ' SEM DESTINATARIO NA RPTDSTAB (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ' LINHAS)' DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           IF TEM-COPIA-INTEGRAL
               MOVE '- SO NA COPIA INTEGRAL' TO WS-REG-RELATORIO(65:22)
           END-IF
           WRITE WS-REG-RELATORIO

           MOVE WS-CH-VALOR(WS-IX-CH)         TO ENV-CHAVE
           MOVE SPACES                        TO ENV-DESTINATARIO
           MOVE SPACES                        TO ENV-ARQUIVO
           MOVE WS-CH-QT-LINHAS(WS-IX-CH)     TO ENV-QT-LINHAS
           MOVE 'S'                           TO ENV-SITUACAO
           PERFORM P610-GRAVA-LOG

           IF NOT TEM-COPIA-INTEGRAL AND WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * DESTINATARIOS COM CHAVE PROPRIA QUE NAO APARECEU NO
      * RELATORIO DE HOJE: NADA A MANDAR, MAS FICA NO LOG ('V').
      *****************************************
       P550-CHAVES-VAZIAS.
      *****************************************

           PERFORM VARYING WS-IX-AUX FROM WS-IX-DIST BY 1
                   UNTIL WS-IX-AUX > WS-QT-DIST
               IF WS-DIST-RELATORIO(WS-IX-AUX) = WS-REL-NOME
                  AND WS-DIST-CHAVE(WS-IX-AUX) NOT = '*'
                   PERFORM VARYING WS-IX-CH FROM 1 BY 1
                           UNTIL WS-IX-CH > WS-QT-CHAVES
                              OR WS-CH-VALOR(WS-IX-CH) =
                                 WS-DIST-CHAVE(WS-IX-AUX)
                       CONTINUE
                   END-PERFORM
                   IF WS-IX-CH > WS-QT-CHAVES
                       PERFORM P555-DESTINO-VAZIO
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
       P555-DESTINO-VAZIO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  CHAVE ' DELIMITED BY SIZE
                  WS-DIST-CHAVE(WS-IX-AUX) DELIMITED BY SIZE
                  ' NADA NO RELATORIO PARA ' DELIMITED BY SIZE
                  WS-DIST-DESTINATARIO(WS-IX-AUX) DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-DIST-CHAVE(WS-IX-AUX)      TO ENV-CHAVE
           MOVE WS-DIST-DESTINATARIO(WS-IX-AUX)
                                              TO ENV-DESTINATARIO
           MOVE SPACES                        TO ENV-ARQUIVO
           MOVE ZEROS                         TO ENV-QT-LINHAS
           MOVE 'V'                           TO ENV-SITUACAO
           PERFORM P610-GRAVA-LOG
           .

      *****************************************
       P590-NOMEIA-PECA.
      *****************************************

           ADD 1                              TO WS-SEQ-PECA
           ADD 1                              TO WS-QT-PECAS
           MOVE SPACES                        TO WS-ARQ-PECA
           STRING WS-REL-NOME DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-SEQ-PECA DELIMITED BY SIZE
                  INTO WS-ARQ-PECA
           END-STRING
           .

      *****************************************
      * ENFILEIRA A PECA CORRENTE AO DESTINATARIO DA LINHA
      * WS-IX-AUX DA TABELA: NO LOG E NA FILA DO GATEWAY.
      *****************************************
       P600-ENFILEIRA.
      *****************************************

           MOVE WS-DIST-CHAVE(WS-IX-AUX)      TO ENV-CHAVE
           MOVE WS-DIST-DESTINATARIO(WS-IX-AUX)
                                              TO ENV-DESTINATARIO
           MOVE WS-ARQ-PECA                   TO ENV-ARQUIVO
           MOVE WS-QT-LINHAS-PECA             TO ENV-QT-LINHAS
           MOVE 'E'                           TO ENV-SITUACAO
           PERFORM P610-GRAVA-LOG

           WRITE WS-REG-FILA                FROM WS-REG-RPTENV
           ADD 1                              TO WS-QT-ENVIOS

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-QT-LINHAS-PECA             TO WS-QT-ED
           STRING '  ENVIADO ' DELIMITED BY SIZE
                  ENV-CHAVE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENV-DESTINATARIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENV-ARQUIVO DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ' LINHAS' DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * O CHAMADOR ARMA CHAVE, DESTINATARIO, ARQUIVO, LINHAS E
      * SITUACAO; AQUI ENTRAM A DATA DE NEGOCIO, A DATA-HORA E O
      * RELATORIO.
      *****************************************
       P610-GRAVA-LOG.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO ENV-DATA-NEGOCIO
           ACCEPT ENV-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT ENV-DATA-HORA(9:6)          FROM TIME
           MOVE WS-REL-NOME                   TO ENV-RELATORIO
           WRITE WS-REG-RPTENV
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-ENVLOG = '00'
               CLOSE ENVIO-LOG
           END-IF
           IF WS-FS-ENVFILA = '00'
               CLOSE ENVIO-FILA
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RELATORIOS TRATADOS: ' DELIMITED BY SIZE
                  WS-QT-RELATORIOS DELIMITED BY SIZE
                  '  JA ENVIADOS: ' DELIMITED BY SIZE
                  WS-QT-JA-ENVIADOS DELIMITED BY SIZE
                  '  FALTANTES: ' DELIMITED BY SIZE
                  WS-QT-FALTANTES DELIMITED BY SIZE
                  '  MENSAIS FORA DA CADEIA: ' DELIMITED BY SIZE
                  WS-QT-FORA-CADEIA DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PECAS GERADAS: ' DELIMITED BY SIZE
                  WS-QT-PECAS DELIMITED BY SIZE
                  '  ENVIOS ENFILEIRADOS: ' DELIMITED BY SIZE
                  WS-QT-ENVIOS DELIMITED BY SIZE
                  '  CHAVES SEM DESTINO: ' DELIMITED BY SIZE
                  WS-QT-SEM-DESTINO DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE DIST-RPT

           DISPLAY 'RELATORIOS TRATADOS..: ' WS-QT-RELATORIOS
           DISPLAY 'RELATORIOS FALTANTES.: ' WS-QT-FALTANTES
           DISPLAY 'ENVIOS ENFILEIRADOS..: ' WS-QT-ENVIOS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-RPTDIST'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ENVIOS                   TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE RETURN-CODE TO LK-RES-RC
               MOVE WS-QT-ENVIOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY ALERTAPR.
           COPY RPTHDPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-RPTDIST.
