      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD) NO
      *          FECHAMENTO: CLASSIFICA O SALDO EM ABERTO DO
      *          PAGTOPEND (SITUACOES P E A) NAS MESMAS FAIXAS DE
      *          ATRASO DO AGING (DEMONSTRA-PAGTOAGE) E APLICA O
      *          PERCENTUAL DE PROVISAO DE CADA FAIXA, MANTIDO PELO
      *          FINANCEIRO NA TABELA PDDTAB. A PROVISAO APURADA E'
      *          COMPARADA COM A ULTIMA JA CONTABILIZADA (HISTORICO
      *          PDDHIST) E SO' A DIFERENCA VIRA LANCAMENTO NO
      *          ACUMULADO CONTABIL DO MES (GLMTD), PELAS CONTAS DO
      *          MAPEAMENTO GLCONTAS: AUMENTO DEBITA A DESPESA DE
      *          PROVISAO (EVENTO PDDDESPESA) CONTRA A CONTA
      *          REDUTORA DE CONTAS A RECEBER (EVENTO PDDPROVISAO);
      *          REDUCAO FAZ O INVERSO. O RELATORIO PDDRPT MOSTRA A
      *          BASE PARA A AUDITORIA: PROVISAO POR FAIXA, POR GRAU
      *          DE COMPORTAMENTO DO CLIENTE (CLISCORE) E O
      *          CRUZAMENTO GRAU X FAIXA. TABELA INCOMPLETA OU
      *          MAPEAMENTO AUSENTE DERRUBA A APURACAO COM RC 8 ANTES
      *          DE QUALQUER LANCAMENTO. RODA NA CADEIA MENSAL ANTES
      *          DO BALANCETE (DEMONSTRA-GLBALAN), QUE CONSOME O
      *          GLMTD.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - RECUSAR O FECHAMENTO CUJA DATA DE NEGOCIO
      *                    CAI NUM EXERCICIO JA ENCERRADO (CONTROLE
      *                    GLANOFEC DE DEMONSTRA-GLFECANO): NADA E'
      *                    LANCADO NO GLMTD, A OCORRENCIA VAI PARA O
      *                    ERRLOG E O RC E' 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT TABELA-PDD          ASSIGN TO 'PDDTAB'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PDDTAB.

           SELECT CLIENTE-SCORE       ASSIGN TO 'CLISCORE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT PDD-HISTORICO       ASSIGN TO 'PDDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PDDHIST.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT GL-MES              ASSIGN TO 'GLMTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MES.

           SELECT PDD-RPT             ASSIGN TO 'PDDRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT EXERCICIO-FECHADO   ASSIGN TO 'GLANOFEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLANOFEC.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD TABELA-PDD.
           COPY PDDTAB.

       FD CLIENTE-SCORE.
           COPY CLISCORE.

      *    UMA LINHA POR MES FECHADO: A PROVISAO APURADA (O SALDO
      *    QUE FICA NA CONTA REDUTORA), A BASE EM ABERTO SOBRE A
      *    QUAL FOI CALCULADA, A DIFERENCA LANCADA NO MES (COM
      *    SINAL) E A DATA DE NEGOCIO DO LANCAMENTO.
       FD PDD-HISTORICO.
       01 WS-REG-PDDHIST.
           03 PDDH-MES                           PIC 9(06).
           03 PDDH-PROVISAO                      PIC 9(11)V99.
           03 PDDH-BASE                          PIC 9(11)V99.
           03 PDDH-LANCADO                       PIC S9(11)V99.
           03 PDDH-DATA                          PIC 9(08).

       FD GL-CONTAS.
       01 WS-REG-GLCONTAS.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

      *    O ACUMULADO DO MES, NO LAYOUT FIXO DA INTERFACE
      *    CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD GL-MES.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD PDD-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD EXERCICIO-FECHADO.
           COPY GLFECHA.

       FD ERRLOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PDDTAB                       PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-FS-PDDHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-MES                          PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-EM-ABERTO                    PIC 9(06) VALUE ZEROS.
       77 WS-SW-APURACAO                     PIC X(01) VALUE 'S'.
           88 APURACAO-LIBERADA              VALUE 'S' FALSE 'N'.
       77 WS-SW-LANCADO                      PIC X(01) VALUE 'N'.
           88 DIFERENCA-LANCADA              VALUE 'S' FALSE 'N'.

      *    CAMPO DE ENTRADA DA ROTINA COMPARTILHADA P-VALIDA-DATA.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-VENC-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-VENCIDOS                   PIC S9(05) VALUE ZEROS.

      *    PERCENTUAIS DA PDDTAB, UM POR FAIXA DO AGING; TODAS AS
      *    CINCO FAIXAS PRECISAM ESTAR CADASTRADAS (A FAIXA EM DIA
      *    PODE TER 0,00) - FAIXA SEM LINHA DERRUBA A APURACAO.
       77 WS-IX-FAIXA                        PIC 9(01) VALUE ZEROS.
       01 WS-TAB-PDD.
           03 WS-TAB-PDD-ITEM          OCCURS 5 TIMES.
               05 WS-PDD-PERC                 PIC 9(03)V99.
               05 WS-PDD-SW                   PIC X(01).
                   88 FAIXA-CADASTRADA        VALUE 'S'.

       01 WS-TAB-FAIXA-ROTULO.
           03 FILLER  PIC X(12) VALUE 'EM DIA      '.
           03 FILLER  PIC X(12) VALUE '1-30 DIAS   '.
           03 FILLER  PIC X(12) VALUE '31-60 DIAS  '.
           03 FILLER  PIC X(12) VALUE '61-90 DIAS  '.
           03 FILLER  PIC X(12) VALUE 'MAIS DE 90  '.
       01 WS-TAB-FAIXA-ROTULO-R REDEFINES WS-TAB-FAIXA-ROTULO.
           03 WS-FAIXA-ROTULO          OCCURS 5 TIMES PIC X(12).

      *    GRAUS DO CLISCORE (A A D) E A LINHA DOS CLIENTES SEM
      *    RETRATO DE COMPORTAMENTO.
       77 WS-IX-GRAU                         PIC 9(01) VALUE ZEROS.
       01 WS-TAB-GRAU-LITERAL                PIC X(05) VALUE 'ABCD '.
       01 WS-TAB-GRAU-GRUPO REDEFINES WS-TAB-GRAU-LITERAL.
           03 WS-GRAU-CODIGO           OCCURS 5 TIMES PIC X(01).

       01 WS-TAB-GRAU-ROTULO.
           03 FILLER  PIC X(12) VALUE 'GRAU A      '.
           03 FILLER  PIC X(12) VALUE 'GRAU B      '.
           03 FILLER  PIC X(12) VALUE 'GRAU C      '.
           03 FILLER  PIC X(12) VALUE 'GRAU D      '.
           03 FILLER  PIC X(12) VALUE 'SEM GRAU    '.
       01 WS-TAB-GRAU-ROTULO-R REDEFINES WS-TAB-GRAU-ROTULO.
           03 WS-GRAU-ROTULO           OCCURS 5 TIMES PIC X(12).

      *    MATRIZ DA APURACAO: 5 GRAUS X 5 FAIXAS, CADA CELULA COM
      *    QUANTIDADE, SALDO EM ABERTO E PROVISAO. OS TOTAIS POR
      *    FAIXA E POR GRAU SAEM DA MESMA MATRIZ E BATEM ENTRE SI.
       01 WS-TAB-PDD-APURADA.
           03 WS-APU-GRAU              OCCURS 5 TIMES.
               05 WS-APU-FAIXA         OCCURS 5 TIMES.
                   07 WS-APU-QT               PIC 9(06).
                   07 WS-APU-SALDO    PIC S9(11)V99 COMP-3.
                   07 WS-APU-PROVISAO PIC S9(11)V99 COMP-3.

       77 WS-PROV-PAGTO        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SOMA-QT                         PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-SALDO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SOMA-PROVISAO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SALDO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-PROVISAO    PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    PROVISAO JA CONTABILIZADA: A DO MES MAIS RECENTE DO
      *    HISTORICO ATE O MES DE REFERENCIA (INCLUSIVE - NUMA
      *    REAPURACAO DO MESMO MES SO' O QUE MUDOU E' LANCADO).
       77 WS-MES-ANTERIOR                    PIC 9(06) VALUE ZEROS.
       77 WS-PROV-ANTERIOR     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    GRAUS DE COMPORTAMENTO CARREGADOS DO CLISCORE; SEM
      *    RETRATO, O CLIENTE CAI NA LINHA SEM GRAU.
       77 WS-QT-TAB-SCORE                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-SCORE                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SCORES.
           03 WS-TAB-SCORE-ITEM        OCCURS 500 TIMES.
               05 WS-SCR-CLIENTE              PIC 9(06).
               05 WS-SCR-GRAU                 PIC X(01).
       77 WS-GRAU-CLIENTE                    PIC X(01) VALUE SPACE.

      *    MESES DO HISTORICO PDDHIST (ATE 60 EM MEMORIA).
       77 WS-QT-TAB-HIST                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-HIST                         PIC 9(02) VALUE ZEROS.
       77 WS-SW-MES                          PIC X(01) VALUE 'N'.
           88 MES-JA-NO-HISTORICO            VALUE 'S' FALSE 'N'.
       01 WS-TAB-HIST.
           03 WS-TAB-HIST-ITEM         OCCURS 60 TIMES.
               05 WS-HIS-MES                  PIC 9(06).
               05 WS-HIS-PROVISAO             PIC 9(11)V99.
               05 WS-HIS-BASE                 PIC 9(11)V99.
               05 WS-HIS-LANCADO              PIC S9(11)V99.
               05 WS-HIS-DATA                 PIC 9(08).

      *    CONTAS RESOLVIDAS DO MAPEAMENTO GLCONTAS NA ABERTURA,
      *    COMO NO EXTRATO CONTABIL NOTURNO.
       77 WS-SW-MAPA                         PIC X(01) VALUE 'S'.
           88 MAPEAMENTO-COMPLETO            VALUE 'S' FALSE 'N'.
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           03 WS-TAB-CONTA-ITEM        OCCURS 20 TIMES.
               05 WS-MAPA-EVENTO              PIC X(12).
               05 WS-MAPA-CONTA               PIC X(08).
       77 WS-EVENTO-PROCURADO                PIC X(12) VALUE SPACES.
       77 WS-CONTA-ACHADA                    PIC X(08) VALUE SPACES.
       77 WS-CONTA-DESPESA                   PIC X(08) VALUE SPACES.
       77 WS-CONTA-PROVISAO                  PIC X(08) VALUE SPACES.

      *    AREA DE MONTAGEM DO LANCAMENTO.
       77 WS-CONTA-LANCAMENTO                PIC X(08) VALUE SPACES.
       77 WS-NATUREZA                        PIC X(01) VALUE SPACE.
       77 WS-VALOR-LANCAMENTO  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ORIGEM                          PIC X(14) VALUE SPACES.
       77 WS-NAT-DESPESA                     PIC X(01) VALUE SPACE.
       77 WS-NAT-PROVISAO                    PIC X(01) VALUE SPACE.

       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-SALDO-ED                        PIC -(11)9.99.
       77 WS-PERC-ED                         PIC ZZ9.99.

           COPY DTVALID.
           COPY RPTHDR.
           COPY DTNEGWS.
           COPY GLFECWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF APURACAO-LIBERADA
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
               PERFORM P500-LANCA-DIFERENCA
               IF DIFERENCA-LANCADA
                   PERFORM P600-ATUALIZA-PDDHIST
               END-IF
               PERFORM P700-IMPRIME-RELATORIO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PDD'                TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           INITIALIZE WS-TAB-PDD
           INITIALIZE WS-TAB-PDD-APURADA

           OPEN OUTPUT PDD-RPT

           MOVE 'PROVISAO DEVEDORES DUVIDOSOS'  TO RPTHDR-TITULO
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

      *    SEM A TABELA COMPLETA OU SEM AS DUAS CONTAS A PROVISAO
      *    NAO E' APURADA - UM PERCENTUAL FALTANDO OU UMA CONTA
      *    ERRADA IRIA DIRETO PARA O RAZAO.
           PERFORM P010-CARREGA-PDDTAB
           PERFORM P020-CARREGA-CONTAS

           IF NOT MAPEAMENTO-COMPLETO
               DISPLAY 'MAPEAMENTO DE CONTAS (GLCONTAS) INCOMPLETO '
                       '- PROVISAO NAO APURADA (RC 8).'
               SET APURACAO-LIBERADA          TO FALSE
           END-IF

      *    EXERCICIO ENCERRADO NAO RECEBE MAIS LANCAMENTO.
           PERFORM P-OBTEM-ANO-FECHADO
           MOVE WS-DATA-NEGOCIO               TO WS-GLF-DATA-TESTE
           PERFORM P-VERIFICA-EXERCICIO

           IF EXERCICIO-ENCERRADO
               DISPLAY 'DATA DE NEGOCIO ' WS-DATA-NEGOCIO
                       ' EM EXERCICIO ENCERRADO (' WS-ANO-FECHADO
                       ') - PROVISAO NAO APURADA (RC 8).'
               PERFORM P050-GRAVA-ERRLOG
               SET APURACAO-LIBERADA          TO FALSE
           END-IF

           IF NOT APURACAO-LIBERADA
               MOVE 8                         TO WS-RETORNO
               MOVE 'APURACAO NAO EXECUTADA - VER MENSAGENS DO LOTE.'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           PERFORM P030-CARREGA-SCORES
           PERFORM P040-CARREGA-PDDHIST

           OPEN INPUT PAGTO-PENDENTES

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 8                         TO WS-RETORNO
               SET APURACAO-LIBERADA          TO FALSE
               EXIT PARAGRAPH
           END-IF

           PERFORM P100-LE-PAGTO
           .

      *****************************************
      * CARREGA OS PERCENTUAIS POR FAIXA; LINHA COM FAIXA FORA DE
      * 1-5 OU NAO NUMERICA E' IGNORADA COM AVISO.
      *****************************************
       P010-CARREGA-PDDTAB.
      *****************************************

           OPEN INPUT TABELA-PDD

           IF WS-FS-PDDTAB NOT = '00'
               DISPLAY 'TABELA DE PROVISAO (PDDTAB) INDISPONIVEL: '
                       WS-FS-PDDTAB
               SET APURACAO-LIBERADA          TO FALSE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-PDDTAB NOT = '00'
               READ TABELA-PDD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PDDTAB = '00'
                   IF PDDT-FAIXA IS NUMERIC
                      AND PDDT-FAIXA > ZEROS
                      AND PDDT-FAIXA NOT > 5
                      AND PDDT-PERCENTUAL IS NUMERIC
                      AND PDDT-PERCENTUAL NOT > 100.00
                       MOVE PDDT-PERCENTUAL
                           TO WS-PDD-PERC(PDDT-FAIXA)
                       MOVE 'S'
                           TO WS-PDD-SW(PDDT-FAIXA)
                   ELSE
                       DISPLAY 'AVISO: LINHA INVALIDA NA PDDTAB: '
                               WS-REG-PDDTAB
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TABELA-PDD

           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > 5
               IF NOT FAIXA-CADASTRADA(WS-IX-FAIXA)
                   DISPLAY 'FAIXA SEM PERCENTUAL NA PDDTAB: '
                           WS-FAIXA-ROTULO(WS-IX-FAIXA)
                   SET APURACAO-LIBERADA      TO FALSE
               END-IF
           END-PERFORM
           .

      *****************************************
      * CARREGA O MAPEAMENTO EVENTO -> CONTA E RESOLVE AS DUAS
      * CONTAS DA PROVISAO.
      *****************************************
       P020-CARREGA-CONTAS.
      *****************************************

           SET MAPEAMENTO-COMPLETO            TO TRUE

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               SET MAPEAMENTO-COMPLETO        TO FALSE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTAS NOT = '00'
                      OR WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   ADD 1                      TO WS-QT-TAB-CONTAS
                   MOVE MAPA-EVENTO
                       TO WS-MAPA-EVENTO(WS-QT-TAB-CONTAS)
                   MOVE MAPA-CONTA
                       TO WS-MAPA-CONTA(WS-QT-TAB-CONTAS)
               END-IF
           END-PERFORM

           CLOSE GL-CONTAS

           MOVE 'PDDDESPESA'                  TO WS-EVENTO-PROCURADO
           PERFORM P025-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-DESPESA

           MOVE 'PDDPROVISAO'                 TO WS-EVENTO-PROCURADO
           PERFORM P025-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-PROVISAO
           .

      *****************************************
       P025-RESOLVE-CONTA.
      *****************************************

           MOVE SPACES                        TO WS-CONTA-ACHADA

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               IF WS-MAPA-EVENTO(WS-IX-CONTA) = WS-EVENTO-PROCURADO
                   MOVE WS-MAPA-CONTA(WS-IX-CONTA)
                       TO WS-CONTA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CONTA-ACHADA = SPACES
               DISPLAY 'EVENTO SEM CONTA NO GLCONTAS: '
                       WS-EVENTO-PROCURADO
               SET MAPEAMENTO-COMPLETO        TO FALSE
           END-IF
           .

      *****************************************
      * SEM O CLISCORE A PROVISAO E' APURADA E LANCADA NORMALMENTE;
      * SO' A ABERTURA POR GRAU SAI INTEIRA EM SEM GRAU (RC 4).
      *****************************************
       P030-CARREGA-SCORES.
      *****************************************

           OPEN INPUT CLIENTE-SCORE

           IF WS-FS-SCORE NOT = '00'
               DISPLAY 'AVISO: CLISCORE INDISPONIVEL: ' WS-FS-SCORE
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-SCORE NOT = '00'
                      OR WS-QT-TAB-SCORE = 500
               READ CLIENTE-SCORE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SCORE = '00'
                   ADD 1                      TO WS-QT-TAB-SCORE
                   MOVE SCO-NUM-CLIENTE
                       TO WS-SCR-CLIENTE(WS-QT-TAB-SCORE)
                   MOVE SCO-GRAU
                       TO WS-SCR-GRAU(WS-QT-TAB-SCORE)
               END-IF
           END-PERFORM

           IF WS-QT-TAB-SCORE = 500 AND WS-FS-SCORE = '00'
               DISPLAY 'AVISO: TABELA DE GRAUS CHEIA (500) - '
                       'CLIENTES RESTANTES SAEM SEM GRAU'
               MOVE 4                         TO WS-RETORNO
           END-IF

           CLOSE CLIENTE-SCORE
           .

      *****************************************
       P035-BUSCA-GRAU.
      *****************************************

           MOVE SPACE                         TO WS-GRAU-CLIENTE

           PERFORM VARYING WS-IX-SCORE FROM 1 BY 1
                   UNTIL WS-IX-SCORE > WS-QT-TAB-SCORE
               IF WS-SCR-CLIENTE(WS-IX-SCORE) = PAGTO-NUM-CLIENTE
                   MOVE WS-SCR-GRAU(WS-IX-SCORE)
                       TO WS-GRAU-CLIENTE
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    GRAU DESCONHECIDO SAI DO LACO EM 5, A LINHA SEM GRAU.
           PERFORM VARYING WS-IX-GRAU FROM 1 BY 1
                   UNTIL WS-IX-GRAU > 4
               IF WS-GRAU-CODIGO(WS-IX-GRAU) = WS-GRAU-CLIENTE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * CARREGA O HISTORICO E LOCALIZA A ULTIMA PROVISAO
      * CONTABILIZADA ATE O MES DE REFERENCIA.
      *****************************************
       P040-CARREGA-PDDHIST.
      *****************************************

           MOVE ZEROS                         TO WS-MES-ANTERIOR
                                                  WS-PROV-ANTERIOR

           OPEN INPUT PDD-HISTORICO

           IF WS-FS-PDDHIST NOT = '00'
               DISPLAY 'HISTORICO PDDHIST AINDA NAO EXISTE - '
                       'PROVISAO ANTERIOR CONSIDERADA ZERO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-PDDHIST NOT = '00'
                      OR WS-QT-TAB-HIST = 60
               READ PDD-HISTORICO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PDDHIST = '00'
                   ADD 1                      TO WS-QT-TAB-HIST
                   MOVE PDDH-MES
                       TO WS-HIS-MES(WS-QT-TAB-HIST)
                   MOVE PDDH-PROVISAO
                       TO WS-HIS-PROVISAO(WS-QT-TAB-HIST)
                   MOVE PDDH-BASE
                       TO WS-HIS-BASE(WS-QT-TAB-HIST)
                   MOVE PDDH-LANCADO
                       TO WS-HIS-LANCADO(WS-QT-TAB-HIST)
                   MOVE PDDH-DATA
                       TO WS-HIS-DATA(WS-QT-TAB-HIST)
               END-IF
           END-PERFORM

           CLOSE PDD-HISTORICO

           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               IF WS-HIS-MES(WS-IX-HIST) NOT > WS-MES-REF
                  AND WS-HIS-MES(WS-IX-HIST) > WS-MES-ANTERIOR
                   MOVE WS-HIS-MES(WS-IX-HIST) TO WS-MES-ANTERIOR
                   MOVE WS-HIS-PROVISAO(WS-IX-HIST)
                       TO WS-PROV-ANTERIOR
               END-IF
           END-PERFORM
           .

      *****************************************
      * OCORRENCIA DE LANCAMENTO EM EXERCICIO ENCERRADO NO ERRLOG,
      * PARA O DIGEST DE ERROS: A DATA RECUSADA E O ANO ENCERRADO.
      *****************************************
       P050-GRAVA-ERRLOG.
      *****************************************

           INITIALIZE WS-REG-ERRLOG
           MOVE 'DEMONSTRA-PDD'               TO ERRLOG-PROGRAMA
           MOVE 'P001-INICIO'                 TO ERRLOG-PARAGRAFO
           ACCEPT ERRLOG-DATA-HORA(1:8)       FROM DATE YYYYMMDD
           ACCEPT ERRLOG-DATA-HORA(9:6)       FROM TIME
           MOVE 'GL-EXERCENC'                 TO ERRLOG-CODIGO
           MOVE WS-DATA-NEGOCIO               TO ERRLOG-CAMPO-1
           MOVE WS-ANO-FECHADO                TO ERRLOG-CAMPO-2

           OPEN EXTEND ERRLOG
           WRITE WS-REG-ERRLOG
           CLOSE ERRLOG
           .

      *****************************************
       P100-LE-PAGTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * SO' O SALDO EM ABERTO (PENDENTE OU ATRASADO) ENTRA NA BASE:
      * CLASSIFICA NA FAIXA, APLICA O PERCENTUAL E ACUMULA NA
      * CELULA GRAU/FAIXA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF (PAGTO-PENDENTE OR PAGTO-ATRASADO)
              AND PAGTO-VALOR > ZEROS
               PERFORM P300-APURA-DIAS

               EVALUATE TRUE
                   WHEN WS-DIAS-VENCIDOS NOT > ZEROS
                       MOVE 1                 TO WS-IX-FAIXA
                   WHEN WS-DIAS-VENCIDOS NOT > 30
                       MOVE 2                 TO WS-IX-FAIXA
                   WHEN WS-DIAS-VENCIDOS NOT > 60
                       MOVE 3                 TO WS-IX-FAIXA
                   WHEN WS-DIAS-VENCIDOS NOT > 90
                       MOVE 4                 TO WS-IX-FAIXA
                   WHEN OTHER
                       MOVE 5                 TO WS-IX-FAIXA
               END-EVALUATE

               PERFORM P035-BUSCA-GRAU

               COMPUTE WS-PROV-PAGTO ROUNDED =
                       PAGTO-VALOR * WS-PDD-PERC(WS-IX-FAIXA) / 100

               ADD 1
                   TO WS-APU-QT(WS-IX-GRAU, WS-IX-FAIXA)
               ADD PAGTO-VALOR
                   TO WS-APU-SALDO(WS-IX-GRAU, WS-IX-FAIXA)
               ADD WS-PROV-PAGTO
                   TO WS-APU-PROVISAO(WS-IX-GRAU, WS-IX-FAIXA)

               ADD 1                          TO WS-QT-EM-ABERTO
               ADD PAGTO-VALOR                TO WS-TOTAL-SALDO
               ADD WS-PROV-PAGTO              TO WS-TOTAL-PROVISAO
           END-IF

           PERFORM P100-LE-PAGTO
           .

      *****************************************
      * DIAS DE ATRASO NO MESMO CRITERIO DO AGING: PELO VENCIMENTO
      * CONTRA A DATA DE NEGOCIO QUANDO HOUVER VENCIMENTO VALIDO;
      * SENAO, PELO PROPRIO PAGTO-DIAS-ATRASO. OS DIAS CONGELADOS
      * POR DISPUTA RESOLVIDA NAO CONTAM.
      *****************************************
       P300-APURA-DIAS.
      *****************************************

           MOVE PAGTO-DIAS-ATRASO             TO WS-DIAS-VENCIDOS

           IF PAGTO-DATA-VENC NOT = SPACES
               MOVE PAGTO-DATA-VENC           TO WS-DATA
               PERFORM P-VALIDA-DATA

               IF DATA-VALIDA
                   COMPUTE WS-VENC-AAAAMMDD =
                           WS-DTV-ANO * 10000
                         + WS-DTV-MES * 100
                         + WS-DTV-DIA
                   COMPUTE WS-DIAS-VENCIDOS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                         - FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD)
               END-IF
           END-IF

           IF PAGTO-DIAS-CONGELADOS IS NUMERIC
              AND PAGTO-DIAS-CONGELADOS > ZEROS
              AND WS-DIAS-VENCIDOS > ZEROS
               SUBTRACT PAGTO-DIAS-CONGELADOS FROM WS-DIAS-VENCIDOS
               IF WS-DIAS-VENCIDOS < ZEROS
                   MOVE ZEROS                 TO WS-DIAS-VENCIDOS
               END-IF
           END-IF
           .

      *****************************************
      * SO' A DIFERENCA ENTRE A PROVISAO APURADA E A JA
      * CONTABILIZADA VAI PARA O ACUMULADO DO MES: AUMENTO DEBITA A
      * DESPESA E CREDITA A REDUTORA; REDUCAO (REVERSAO) FAZ O
      * INVERSO. O PAR E' GRAVADO JUNTO, SEMPRE BALANCEADO.
      *****************************************
       P500-LANCA-DIFERENCA.
      *****************************************

           COMPUTE WS-DIFERENCA = WS-TOTAL-PROVISAO - WS-PROV-ANTERIOR

           IF WS-DIFERENCA = ZEROS
               DISPLAY 'PROVISAO SEM DIFERENCA - NADA A LANCAR.'
               SET DIFERENCA-LANCADA          TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-DIFERENCA > ZEROS
               MOVE 'D'                       TO WS-NAT-DESPESA
               MOVE 'C'                       TO WS-NAT-PROVISAO
               MOVE WS-DIFERENCA              TO WS-VALOR-LANCAMENTO
           ELSE
               MOVE 'C'                       TO WS-NAT-DESPESA
               MOVE 'D'                       TO WS-NAT-PROVISAO
               COMPUTE WS-VALOR-LANCAMENTO = ZEROS - WS-DIFERENCA
           END-IF

           OPEN EXTEND GL-MES
           IF WS-FS-MES = '35'
               OPEN OUTPUT GL-MES
           END-IF

           IF WS-FS-MES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ACUMULADO GLMTD: ' WS-FS-MES
                       ' - PROVISAO NAO LANCADA (RC 8).'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-ORIGEM
           STRING 'PDD ' DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  INTO WS-ORIGEM
           END-STRING

           MOVE WS-CONTA-DESPESA              TO WS-CONTA-LANCAMENTO
           MOVE WS-NAT-DESPESA                TO WS-NATUREZA
           PERFORM P510-GRAVA-LANCAMENTO

           MOVE WS-CONTA-PROVISAO             TO WS-CONTA-LANCAMENTO
           MOVE WS-NAT-PROVISAO               TO WS-NATUREZA
           PERFORM P510-GRAVA-LANCAMENTO

           CLOSE GL-MES

           SET DIFERENCA-LANCADA              TO TRUE
           .

      *****************************************
       P510-GRAVA-LANCAMENTO.
      *****************************************

           MOVE WS-CONTA-LANCAMENTO           TO GL-CONTA
           MOVE WS-NATUREZA                   TO GL-NATUREZA
           MOVE WS-VALOR-LANCAMENTO           TO GL-VALOR
           MOVE WS-DATA-NEGOCIO               TO GL-DATA
           MOVE WS-ORIGEM                     TO GL-ORIGEM
           WRITE WS-REG-GL
           .

      *****************************************
      * GRAVA O MES NO HISTORICO (SOBREPOE UM MES REAPURADO) -
      * SO' DEPOIS DO LANCAMENTO, PARA UMA FALHA NO GLMTD NAO
      * DEIXAR O HISTORICO A FRENTE DO RAZAO.
      *****************************************
       P600-ATUALIZA-PDDHIST.
      *****************************************

           SET MES-JA-NO-HISTORICO            TO FALSE
           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               IF WS-HIS-MES(WS-IX-HIST) = WS-MES-REF
                   SET MES-JA-NO-HISTORICO    TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF MES-JA-NO-HISTORICO
               ADD WS-DIFERENCA          TO WS-HIS-LANCADO(WS-IX-HIST)
           ELSE
               IF WS-QT-TAB-HIST < 60
                   ADD 1                      TO WS-QT-TAB-HIST
                   MOVE WS-QT-TAB-HIST        TO WS-IX-HIST
               ELSE
                   MOVE 60                    TO WS-IX-HIST
               END-IF
               MOVE WS-DIFERENCA         TO WS-HIS-LANCADO(WS-IX-HIST)
           END-IF

           MOVE WS-MES-REF                    TO WS-HIS-MES(WS-IX-HIST)
           MOVE WS-TOTAL-PROVISAO        TO WS-HIS-PROVISAO(WS-IX-HIST)
           MOVE WS-TOTAL-SALDO           TO WS-HIS-BASE(WS-IX-HIST)
           MOVE WS-DATA-NEGOCIO          TO WS-HIS-DATA(WS-IX-HIST)

           OPEN OUTPUT PDD-HISTORICO

           IF WS-FS-PDDHIST NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR PDDHIST: ' WS-FS-PDDHIST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               MOVE WS-HIS-MES(WS-IX-HIST)      TO PDDH-MES
               MOVE WS-HIS-PROVISAO(WS-IX-HIST) TO PDDH-PROVISAO
               MOVE WS-HIS-BASE(WS-IX-HIST)     TO PDDH-BASE
               MOVE WS-HIS-LANCADO(WS-IX-HIST)  TO PDDH-LANCADO
               MOVE WS-HIS-DATA(WS-IX-HIST)     TO PDDH-DATA
               WRITE WS-REG-PDDHIST
           END-PERFORM

           CLOSE PDD-HISTORICO
           .

      *****************************************
      * A BASE PARA A AUDITORIA: PROVISAO POR FAIXA (COM O
      * PERCENTUAL APLICADO), POR GRAU DO CLIENTE, O CRUZAMENTO
      * GRAU X FAIXA E A CONCILIACAO COM A PROVISAO ANTERIOR.
      *****************************************
       P700-IMPRIME-RELATORIO.
      *****************************************

           MOVE 'PROVISAO POR FAIXA DE ATRASO:' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                   UNTIL WS-IX-FAIXA > 5
               MOVE ZEROS                     TO WS-SOMA-QT
                                                  WS-SOMA-SALDO
                                                  WS-SOMA-PROVISAO
               PERFORM VARYING WS-IX-GRAU FROM 1 BY 1
                       UNTIL WS-IX-GRAU > 5
                   PERFORM P710-SOMA-CELULA
               END-PERFORM
               MOVE WS-PDD-PERC(WS-IX-FAIXA)  TO WS-PERC-ED
               MOVE WS-SOMA-QT                TO WS-QT-ED
               MOVE WS-SOMA-SALDO             TO WS-SALDO-ED
               MOVE WS-SOMA-PROVISAO          TO WS-VALOR-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '  ' DELIMITED BY SIZE
                      WS-FAIXA-ROTULO(WS-IX-FAIXA) DELIMITED BY SIZE
                      ' PCT ' DELIMITED BY SIZE
                      WS-PERC-ED DELIMITED BY SIZE
                      ' QTDE ' DELIMITED BY SIZE
                      WS-QT-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WS-SALDO-ED DELIMITED BY SIZE
                      ' PROVISAO ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM

           PERFORM P720-IMPRIME-TOTAL

           MOVE 'PROVISAO POR GRAU DO CLIENTE (CLISCORE):'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-GRAU FROM 1 BY 1
                   UNTIL WS-IX-GRAU > 5
               MOVE ZEROS                     TO WS-SOMA-QT
                                                  WS-SOMA-SALDO
                                                  WS-SOMA-PROVISAO
               PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                       UNTIL WS-IX-FAIXA > 5
                   PERFORM P710-SOMA-CELULA
               END-PERFORM
               MOVE WS-SOMA-QT                TO WS-QT-ED
               MOVE WS-SOMA-SALDO             TO WS-SALDO-ED
               MOVE WS-SOMA-PROVISAO          TO WS-VALOR-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '  ' DELIMITED BY SIZE
                      WS-GRAU-ROTULO(WS-IX-GRAU) DELIMITED BY SIZE
                      '            QTDE ' DELIMITED BY SIZE
                      WS-QT-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WS-SALDO-ED DELIMITED BY SIZE
                      ' PROVISAO ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM

           PERFORM P720-IMPRIME-TOTAL

           MOVE 'CRUZAMENTO GRAU X FAIXA (CELULAS OCUPADAS):'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-GRAU FROM 1 BY 1
                   UNTIL WS-IX-GRAU > 5
               PERFORM VARYING WS-IX-FAIXA FROM 1 BY 1
                       UNTIL WS-IX-FAIXA > 5
                   IF WS-APU-QT(WS-IX-GRAU, WS-IX-FAIXA) > ZEROS
                       PERFORM P730-IMPRIME-CELULA
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-PROV-ANTERIOR              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PROVISAO JA CONTABILIZADA (MES ' DELIMITED BY SIZE
                  WS-MES-ANTERIOR DELIMITED BY SIZE
                  ')....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOTAL-PROVISAO             TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PROVISAO APURADA NO MES..................: '
                      DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-DIFERENCA                  TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           EVALUATE TRUE
               WHEN WS-DIFERENCA = ZEROS
                   STRING 'DIFERENCA................................: '
                              DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          ' - SEM LANCAMENTO' DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               WHEN DIFERENCA-LANCADA
                   STRING 'DIFERENCA LANCADA........................: '
                              DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WS-NAT-DESPESA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CONTA-DESPESA DELIMITED BY SIZE
                          ' / ' DELIMITED BY SIZE
                          WS-NAT-PROVISAO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CONTA-PROVISAO DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               WHEN OTHER
                   STRING 'DIFERENCA NAO LANCADA (ERRO NO GLMTD)....: '
                              DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
           END-EVALUATE
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P710-SOMA-CELULA.
      *****************************************

           ADD WS-APU-QT(WS-IX-GRAU, WS-IX-FAIXA)       TO WS-SOMA-QT
           ADD WS-APU-SALDO(WS-IX-GRAU, WS-IX-FAIXA)
                                               TO WS-SOMA-SALDO
           ADD WS-APU-PROVISAO(WS-IX-GRAU, WS-IX-FAIXA)
                                               TO WS-SOMA-PROVISAO
           .

      *****************************************
       P720-IMPRIME-TOTAL.
      *****************************************

           MOVE WS-QT-EM-ABERTO               TO WS-QT-ED
           MOVE WS-TOTAL-SALDO                TO WS-SALDO-ED
           MOVE WS-TOTAL-PROVISAO             TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  TOTAL                    QTDE ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ' SALDO ' DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  ' PROVISAO ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P730-IMPRIME-CELULA.
      *****************************************

           MOVE WS-APU-QT(WS-IX-GRAU, WS-IX-FAIXA)       TO WS-QT-ED
           MOVE WS-APU-SALDO(WS-IX-GRAU, WS-IX-FAIXA)    TO WS-SALDO-ED
           MOVE WS-APU-PROVISAO(WS-IX-GRAU, WS-IX-FAIXA) TO WS-VALOR-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  ' DELIMITED BY SIZE
                  WS-GRAU-ROTULO(WS-IX-GRAU) DELIMITED BY SIZE
                  WS-FAIXA-ROTULO(WS-IX-FAIXA) DELIMITED BY SIZE
                  ' QTDE ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ' SALDO ' DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  ' PROVISAO ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
               CLOSE PAGTO-PENDENTES
           END-IF
           CLOSE PDD-RPT

           MOVE WS-TOTAL-PROVISAO             TO WS-VALOR-ED
           DISPLAY 'PAGAMENTOS LIDOS.....: ' WS-QT-LIDOS
           DISPLAY 'EM ABERTO NA BASE....: ' WS-QT-EM-ABERTO
           DISPLAY 'PROVISAO APURADA.....: ' WS-VALOR-ED
           MOVE WS-DIFERENCA                  TO WS-VALOR-ED
           DISPLAY 'DIFERENCA DO MES.....: ' WS-VALOR-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-EM-ABERTO                TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTVALPR.
           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY GLFECPR.

       END PROGRAM DEMONSTRA-PDD.
