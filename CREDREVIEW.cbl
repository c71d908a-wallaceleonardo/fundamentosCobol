      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: REVISAO PERIODICA (MENSAL) DO LIMITE DE CREDITO PELO
      *          COMPORTAMENTO DE PAGAMENTO. PARA CADA CLIENTE ATIVO
      *          COM LIMITE, PROPOE UM WS-LIMITE-CREDITO NOVO A PARTIR
      *          DO GRAU DO CLISCORE, DAS PROMESSAS QUEBRADAS, DA
      *          MEDIA MENSAL FATURADA NOS ULTIMOS 12 MESES
      *          (FATTOTHIST) E DO MAIOR SALDO EM ABERTO DO PERIODO
      *          (PAGTOPEND, GUARDADO DE MES A MES NO PROPRIO
      *          ARQUIVO DA REVISAO), DENTRO DOS DEGRAUS MAXIMOS DE
      *          AUMENTO E DE REDUCAO DO SISPARAM. AS PROPOSTAS VAO
      *          PARA O ARQUIVO CREDREV (COPY/CREDREV.CPY) E PARA O
      *          RELATORIO CREDREVRPT. A REDUCAO E' AVISADA AO CLIENTE
      *          (FILA MAILQ OU CARTA NO CREDAVISO, PELO CANAL DO
      *          CADASTRO) E SO' ENTRA NO CLIMAST QUANDO O PRAZO DO
      *          AVISO VENCE, NUMA REVISAO SEGUINTE; O AUMENTO ATE
      *          LIMITE-APROVACAO ENTRA NA HORA E O ACIMA DELE VAI
      *          PARA O CLIPEND, PARA O SUPERVISOR DECIDIR EM
      *          DEMONSTRA-CLIAPRV (DUPLO CONTROLE, COMO NA
      *          MANUTENCAO). TODA MUDANCA APLICADA AQUI VAI PARA A
      *          TRILHA CLIHIST COM O PROGRAMA DEMONSTRA-CREDREVIEW E
      *          O OPERADOR 'CREDREV'.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - LER O HISTORICO FATTOTHIST NO TAMANHO
      *                    NOVO DE 120 POSICOES (UF, CIDADE E DATA
      *                    DO CANCELAMENTO NO FIM DA LINHA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CREDREVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT CLIENTE-SCORE       ASSIGN TO 'CLISCORE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT REVISAO-ANTERIOR    ASSIGN TO 'CREDREV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REVANT.

           SELECT REVISAO-NOVA        ASSIGN TO 'CREDREVNEW'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REVNOVA.

           SELECT MUDANCAS-PENDENTES  ASSIGN TO 'CLIPEND'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIPEND.

           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT AVISO-IMPRESSO      ASSIGN TO 'CREDAVISO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AVISO.

           SELECT REVISAO-RPT         ASSIGN TO 'CREDREVRPT'
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
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD CLIENTE-SCORE.
           COPY CLISCORE.

       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

      *    A REVISAO DO MES ANTERIOR E A DESTE MES (COPIADA SOBRE O
      *    CREDREV NO FIM, COMO O RETRATO DO CRMDELTA).
       FD REVISAO-ANTERIOR.
       01 WS-REG-REVARQ                           PIC X(100).

       FD REVISAO-NOVA.
       01 WS-REG-REVNOVA                          PIC X(100).

       FD MUDANCAS-PENDENTES.
           COPY CLIPEND.

       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

       FD FILA-EMAIL.
           COPY MAILQ.

       FD AVISO-IMPRESSO.
       01 WS-REG-AVISO                            PIC X(100).

       FD REVISAO-RPT.
       01 WS-REG-REVISAO                          PIC X(132).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-REVANT                       PIC X(02) VALUE '00'.
       77 WS-FS-REVNOVA                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIPEND                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-AVISO                        PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-SW-EOF-SCAN                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-REVANT                   PIC X(01) VALUE 'N'.
           88 FIM-DA-REVISAO-ANT             VALUE 'S' FALSE 'N'.
       77 WS-SW-ANT                          PIC X(01) VALUE 'N'.
           88 ANTERIOR-ENCONTRADA            VALUE 'S' FALSE 'N'.
       77 WS-SW-PEDIDO-PENDENTE              PIC X(01) VALUE 'N'.
           88 LIMITE-JA-PEDIDO               VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-SW-ABORTADO                     PIC X(01) VALUE 'N'.
           88 EXECUCAO-ABORTADA              VALUE 'S'.

      *    PARAMETROS DA REVISAO (SISPARAM), EM PERCENTUAIS E REAIS
      *    INTEIROS:
      *      REVISAO-AUMENTO-MAX  MAIOR AUMENTO NUMA REVISAO (50%)
      *      REVISAO-REDUCAO-MAX  MAIOR REDUCAO NUMA REVISAO (30%)
      *      REVISAO-AVISO-DIAS   PRAZO DO AVISO DA REDUCAO (30)
      *      REVISAO-LIMITE-MIN   MENOR LIMITE PROPOSTO (500,00)
      *      REVISAO-TOLERANCIA   DIFERENCA QUE NAO MUDA NADA (5%)
      *      REVISAO-MULTIPLO     MESES DE FATURAMENTO NA BASE (3)
      *      LIMITE-APROVACAO     TETO SEM SUPERVISOR (10.000,00)
       77 WS-AUMENTO-MAX                     PIC 9(03) VALUE 50.
       77 WS-REDUCAO-MAX                     PIC 9(03) VALUE 30.
       77 WS-AVISO-DIAS                      PIC 9(03) VALUE 30.
       77 WS-LIMITE-MIN                      PIC 9(07)V99 VALUE 500.
       77 WS-TOLERANCIA                      PIC 9(03) VALUE 5.
       77 WS-MULTIPLO                        PIC 9(02) VALUE 3.
       77 WS-LIMITE-APROVACAO                PIC 9(07)V99 VALUE 10000.

      *    IDENTIFICACAO DA REVISAO NA TRILHA CLIHIST E NO CLIPEND.
       77 WS-ORIGEM-REVISAO                  PIC X(08) VALUE 'CREDREV'.

      *    JANELA DE 12 MESES: DATA DE NEGOCIO MENOS 365 DIAS.
       77 WS-DATA-JANELA                     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-EFEITO                     PIC 9(08) VALUE ZEROS.

      *    OS GRAUS E AS PROMESSAS QUEBRADAS DO CLISCORE.
       77 WS-QT-TAB-SCORE                    PIC 9(04) VALUE ZEROS.
       77 WS-IX-SCORE                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-SCORES.
           03 WS-TAB-SCORE-ITEM        OCCURS 2000 TIMES.
               05 WS-SCR-CLIENTE              PIC 9(06).
               05 WS-SCR-GRAU                 PIC X(01).
               05 WS-SCR-QUEBRADAS            PIC 9(03).

      *    CLIENTES COM PEDIDO DE LIMITE AINDA PENDENTE NO CLIPEND:
      *    A REVISAO NAO EMPILHA OUTRO POR CIMA.
       77 WS-QT-TAB-PEND                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-PEND                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PENDENTES.
           03 WS-PND-CLIENTE           OCCURS 200 TIMES PIC 9(06).

      *    APURACAO DO CLIENTE EM CURSO.
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-GRAU-CLIENTE                    PIC X(01) VALUE SPACE.
       77 WS-QUEBRADAS                       PIC 9(03) VALUE ZEROS.
       77 WS-FATURADO-12M      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MEDIA-MENSAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ABERTO-ATUAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-PICO-ABERTO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DATA-PICO                       PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-ATUAL                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-BASE              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ALVO              PIC S9(11)    COMP-3 VALUE ZEROS.
       77 WS-TETO              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-PISO              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-NOVO              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-PCT-AJUSTE                      PIC S9(04) VALUE ZEROS.
       77 WS-TEXTO-ACAO                      PIC X(40) VALUE SPACES.

      *    IMAGEM DO CLIENTE ANTES DA MUDANCA, PARA A TRILHA CLIHIST.
       01 WS-IMAGEM-ANTES                    PIC X(300).

      *    TOTAIS DA REVISAO.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-INATIVOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-REVISADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-MANTIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-AVISADAS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-AGUARDANDO                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-REDUZIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-CANCELADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-AUMENTADOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-EM-APROVACAO                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA                         PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-APLICADOS                    PIC 9(06) VALUE ZEROS.

       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-PROM-ED                         PIC ZZ9.
       77 WS-MEDIA-ED                        PIC Z(8)9.99.
       77 WS-PICO-ED                         PIC Z(8)9.99.
       77 WS-ATUAL-ED                        PIC Z(8)9.99.
       77 WS-NOVO-ED                         PIC Z(8)9.99.
       77 WS-LIM-ANTES-ED                    PIC Z(6)9.99.
       77 WS-LIM-DEPOIS-ED                   PIC Z(6)9.99.

      *    A REVISAO EM MONTAGEM E A DO MES ANTERIOR DO MESMO
      *    CLIENTE, SOBRE O MESMO LAYOUT.
           COPY CREDREV.

           COPY CREDREV REPLACING ==WS-REG-CREDREV== BY
                                  ==WS-REG-REVANT==
                                  LEADING ==REV-== BY ==ANT-==.

           COPY FATTOT.
           COPY RPTHDR.
           COPY PARAMWS.
           COPY DTNEGWS.
           COPY CANALWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT EXECUCAO-ABORTADA
               PERFORM P100-LE-CLIENTE
               PERFORM P200-UM-CLIENTE UNTIL FIM-DO-ARQUIVO

               PERFORM P900-RENOVA-REVISAO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CREDREVIEW'         TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P010-CARREGA-PARAMETROS

           COMPUTE WS-DATA-JANELA =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       - 365)
           COMPUTE WS-DATA-EFEITO =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                       + WS-AVISO-DIAS)

           OPEN I-O CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ABORTADO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGTO-PENDENTES
           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'AVISO: PAGTOPEND INDISPONIVEL - SALDOS '
                       'ZERADOS: ' WS-FS-PAGTOPEND
           END-IF

      *    SEM REVISAO ANTERIOR (PRIMEIRA EXECUCAO) NAO HA PICO
      *    GUARDADO NEM REDUCAO AVISADA - TUDO PARTE DESTE MES.
           SET FIM-DA-REVISAO-ANT             TO FALSE
           OPEN INPUT REVISAO-ANTERIOR
           IF WS-FS-REVANT NOT = '00'
               DISPLAY 'AVISO: SEM REVISAO ANTERIOR (CREDREV): '
                       WS-FS-REVANT
               SET FIM-DA-REVISAO-ANT         TO TRUE
           ELSE
               PERFORM P160-LE-ANTERIOR
           END-IF

           OPEN OUTPUT REVISAO-NOVA
           OPEN OUTPUT REVISAO-RPT
           OPEN OUTPUT AVISO-IMPRESSO
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           PERFORM P020-CARREGA-SCORES
           PERFORM P030-CARREGA-PENDENTES

           MOVE 'REVISAO DO LIMITE DE CREDITO' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-REVISAO
           MOVE RPTHDR-LINHA                  TO WS-REG-REVISAO
           WRITE WS-REG-REVISAO

           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  '   FATURAMENTO DESDE: '    DELIMITED BY SIZE
                  WS-DATA-JANELA              DELIMITED BY SIZE
                  '   REDUCOES AVISADAS HOJE VALEM EM: '
                                              DELIMITED BY SIZE
                  WS-DATA-EFEITO              DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE SPACES                        TO WS-REG-REVISAO
           WRITE WS-REG-REVISAO
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'CLIENTE NOME                 G PRQ'
                                              DELIMITED BY SIZE
                  '  MEDIA MENSAL  PICO ABERTO'
                                              DELIMITED BY SIZE
                  '  LIMITE ATUAL   LIMITE NOVO ACAO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO
           .

      *****************************************
      * PARAMETRO AUSENTE FICA NO PADRAO COMPILADO. A REDUCAO
      * MAXIMA NUNCA CHEGA A 100% - O LIMITE ZERADO QUER DIZER
      * "SEM LIMITE".
      *****************************************
       P010-CARREGA-PARAMETROS.
      *****************************************

           PERFORM P-CARREGA-PARAMETROS

           MOVE 'REVISAO-AUMENTO-MAX'         TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-AUMENTO-MAX
           END-IF

           MOVE 'REVISAO-REDUCAO-MAX'         TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-REDUCAO-MAX
           END-IF
           IF WS-REDUCAO-MAX > 90
               MOVE 90                        TO WS-REDUCAO-MAX
           END-IF

           MOVE 'REVISAO-AVISO-DIAS'          TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-AVISO-DIAS
           END-IF

           MOVE 'REVISAO-LIMITE-MIN'          TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-MIN
           END-IF

           MOVE 'REVISAO-TOLERANCIA'          TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA
           END-IF

           MOVE 'REVISAO-MULTIPLO'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR            TO WS-MULTIPLO
           END-IF

           MOVE 'LIMITE-APROVACAO'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-APROVACAO
           END-IF
           .

      *****************************************
      * SEM O CLISCORE A REVISAO AINDA RODA - SEM GRAU, O CLIENTE
      * E' TRATADO COMO NEUTRO E SEM PROMESSAS QUEBRADAS.
      *****************************************
       P020-CARREGA-SCORES.
      *****************************************

           OPEN INPUT CLIENTE-SCORE

           IF WS-FS-SCORE NOT = '00'
               DISPLAY 'AVISO: CLISCORE INDISPONIVEL: ' WS-FS-SCORE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-SCORE NOT = '00'
                      OR WS-QT-TAB-SCORE = 2000
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
                   IF SCO-QT-PROM-QUEBRADAS IS NUMERIC
                       MOVE SCO-QT-PROM-QUEBRADAS
                           TO WS-SCR-QUEBRADAS(WS-QT-TAB-SCORE)
                   ELSE
                       MOVE ZEROS
                           TO WS-SCR-QUEBRADAS(WS-QT-TAB-SCORE)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CLIENTE-SCORE
           .

      *****************************************
       P030-CARREGA-PENDENTES.
      *****************************************

           OPEN INPUT MUDANCAS-PENDENTES

           IF WS-FS-CLIPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CLIPEND NOT = '00'
                      OR WS-QT-TAB-PEND = 200
               READ MUDANCAS-PENDENTES
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CLIPEND = '00'
                  AND PEND-PENDENTE AND PEND-LIMITE
                   ADD 1                      TO WS-QT-TAB-PEND
                   MOVE PEND-NUM-CLIENTE
                       TO WS-PND-CLIENTE(WS-QT-TAB-PEND)
               END-IF
           END-PERFORM

           CLOSE MUDANCAS-PENDENTES
           .

      *****************************************
       P100-LE-CLIENTE.
      *****************************************

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UM CLIENTE: SO' OS ATIVOS SAO REVISTOS. REDUCAO AVISADA NO
      * MES ANTERIOR PASSA NA FRENTE - OU VENCE E ENTRA, OU SEGUE
      * AGUARDANDO; NOS DOIS CASOS NAO HA PROPOSTA NOVA ESTE MES.
      *****************************************
       P200-UM-CLIENTE.
      *****************************************

           IF CLIENTE-INATIVO
               ADD 1                          TO WS-QT-INATIVOS
               PERFORM P100-LE-CLIENTE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-REVISADOS
           MOVE WS-NUM-CLIENTE                TO WS-CLIENTE-ATUAL

           IF WS-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-LIMITE-CREDITO
           END-IF
           MOVE WS-LIMITE-CREDITO             TO WS-LIMITE-ATUAL

           PERFORM P150-POSICIONA-ANTERIOR
           PERFORM P300-INDICADORES

           IF ANTERIOR-ENCONTRADA AND ANT-AVISADA
               PERFORM P400-REDUCAO-AVISADA
           ELSE
               PERFORM P500-NOVA-PROPOSTA
           END-IF

           PERFORM P800-IMPRIME-LINHA

           WRITE WS-REG-REVNOVA             FROM WS-REG-CREDREV

           PERFORM P100-LE-CLIENTE
           .

      *****************************************
      * O CREDREV ANTERIOR ESTA NA ORDEM DO CLIMAST: AVANCA ATE O
      * CLIENTE EM CURSO. LINHAS DE CLIENTES QUE SAIRAM DO CADASTRO
      * FICAM PARA TRAS.
      *****************************************
       P150-POSICIONA-ANTERIOR.
      *****************************************

           PERFORM P160-LE-ANTERIOR
               UNTIL FIM-DA-REVISAO-ANT
                  OR ANT-NUM-CLIENTE NOT < WS-CLIENTE-ATUAL

           SET ANTERIOR-ENCONTRADA            TO FALSE
           IF NOT FIM-DA-REVISAO-ANT
              AND ANT-NUM-CLIENTE = WS-CLIENTE-ATUAL
               SET ANTERIOR-ENCONTRADA        TO TRUE
           END-IF
           .

      *****************************************
       P160-LE-ANTERIOR.
      *****************************************

           READ REVISAO-ANTERIOR INTO WS-REG-REVANT
               AT END
                   SET FIM-DA-REVISAO-ANT     TO TRUE
           END-READ
           .

      *****************************************
      * GRAU E PROMESSAS DO CLISCORE, FATURAMENTO DOS 12 MESES E O
      * PICO DE SALDO EM ABERTO: O MAIOR ENTRE O SALDO DE HOJE E O
      * GUARDADO NA REVISAO ANTERIOR, SE ESTE AINDA ESTA NA JANELA.
      *****************************************
       P300-INDICADORES.
      *****************************************

           MOVE SPACE                         TO WS-GRAU-CLIENTE
           MOVE ZEROS                         TO WS-QUEBRADAS
           PERFORM VARYING WS-IX-SCORE FROM 1 BY 1
                   UNTIL WS-IX-SCORE > WS-QT-TAB-SCORE
               IF WS-SCR-CLIENTE(WS-IX-SCORE) = WS-CLIENTE-ATUAL
                   MOVE WS-SCR-GRAU(WS-IX-SCORE)
                                               TO WS-GRAU-CLIENTE
                   MOVE WS-SCR-QUEBRADAS(WS-IX-SCORE)
                                               TO WS-QUEBRADAS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM P310-SALDO-EM-ABERTO

           MOVE WS-ABERTO-ATUAL               TO WS-PICO-ABERTO
           MOVE WS-DATA-NEGOCIO               TO WS-DATA-PICO
           IF ANTERIOR-ENCONTRADA
              AND ANT-DATA-PICO IS NUMERIC
              AND ANT-PICO-ABERTO IS NUMERIC
              AND ANT-DATA-PICO NOT < WS-DATA-JANELA
              AND ANT-PICO-ABERTO > WS-ABERTO-ATUAL
               MOVE ANT-PICO-ABERTO           TO WS-PICO-ABERTO
               MOVE ANT-DATA-PICO             TO WS-DATA-PICO
           END-IF

           PERFORM P320-FATURAMENTO-12M
           .

      *****************************************
      * O INDICE DE CLIENTE ENTREGA SO' OS PAGAMENTOS DELE - O SCAN
      * TERMINA QUANDO ELE MUDA (COMO NO GRPEXPO).
      *****************************************
       P310-SALDO-EM-ABERTO.
      *****************************************

           MOVE ZEROS                         TO WS-ABERTO-ATUAL

           IF WS-FS-PAGTOPEND NOT = '00'
              AND WS-FS-PAGTOPEND NOT = '10'
              AND WS-FS-PAGTOPEND NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLIENTE-ATUAL              TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-SCAN                    TO FALSE
           PERFORM UNTIL FIM-DO-SCAN
               READ PAGTO-PENDENTES NEXT RECORD
                   AT END
                       SET FIM-DO-SCAN        TO TRUE
               END-READ
               IF NOT FIM-DO-SCAN
                   IF PAGTO-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
                       SET FIM-DO-SCAN        TO TRUE
                   ELSE
                       IF PAGTO-PENDENTE OR PAGTO-ATRASADO
                           ADD PAGTO-VALOR    TO WS-ABERTO-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * FATURAS DO CLIENTE NA JANELA DE 12 MESES, DO HISTORICO
      * ACUMULADO (UMA PASSADA POR CLIENTE, COMO NO EXTRATO). A
      * MEDIA E' SOBRE OS 12 MESES, TENHA O CLIENTE FATURADO EM
      * TODOS OU NAO.
      *****************************************
       P320-FATURAMENTO-12M.
      *****************************************

           MOVE ZEROS                         TO WS-FATURADO-12M
           MOVE ZEROS                         TO WS-MEDIA-MENSAL

           SET FIM-DO-SCAN                    TO FALSE
           OPEN INPUT FATURA-TOT-HIST

           IF WS-FS-TOT-HIST NOT = '00'
               SET FIM-DO-SCAN                TO TRUE
           END-IF

           PERFORM P330-UMA-FATURA UNTIL FIM-DO-SCAN

           IF WS-FS-TOT-HIST = '00' OR WS-FS-TOT-HIST = '10'
               CLOSE FATURA-TOT-HIST
           END-IF

           COMPUTE WS-MEDIA-MENSAL ROUNDED = WS-FATURADO-12M / 12
           IF WS-MEDIA-MENSAL < ZEROS
               MOVE ZEROS                     TO WS-MEDIA-MENSAL
           END-IF
           .

      *****************************************
       P330-UMA-FATURA.
      *****************************************

           READ FATURA-TOT-HIST
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               MOVE WS-REG-FATTOTHIST         TO WS-REG-FATTOT
               IF FT-NUM-CLIENTE = WS-CLIENTE-ATUAL
                  AND FT-DATA IS NUMERIC
                  AND FT-DATA NOT < WS-DATA-JANELA
                  AND FT-DATA NOT > WS-DATA-NEGOCIO
                  AND NOT FT-CANCELADA
                   ADD FT-TOTAL               TO WS-FATURADO-12M
               END-IF
           END-IF
           .

      *****************************************
      * REDUCAO AVISADA NA REVISAO ANTERIOR. VENCIDO O PRAZO DO
      * AVISO, ENTRA NO CLIMAST - DESDE QUE O LIMITE AINDA SEJA O
      * DA PROPOSTA; SE ALGUEM O MUDOU NO MEIO TEMPO, A REDUCAO E'
      * CANCELADA E O CLIENTE VOLTA A REVISAO NORMAL NO MES
      * SEGUINTE. A LINHA SEGUE ADIANTE COM O PICO ATUALIZADO.
      *****************************************
       P400-REDUCAO-AVISADA.
      *****************************************

           MOVE WS-REG-REVANT                 TO WS-REG-CREDREV
           MOVE WS-PICO-ABERTO                TO REV-PICO-ABERTO
           MOVE WS-DATA-PICO                  TO REV-DATA-PICO

           IF REV-DATA-EFEITO > WS-DATA-NEGOCIO
               ADD 1                          TO WS-QT-AGUARDANDO
               MOVE 'REDUCAO AVISADA - AGUARDA O PRAZO'
                                               TO WS-TEXTO-ACAO
               EXIT PARAGRAPH
           END-IF

           IF WS-LIMITE-ATUAL NOT = REV-LIMITE-ATUAL
               SET REV-CANCELADA              TO TRUE
               ADD 1                          TO WS-QT-CANCELADAS
               MOVE 'REDUCAO CANCELADA - LIMITE ALTERADO'
                                               TO WS-TEXTO-ACAO
               EXIT PARAGRAPH
           END-IF

           MOVE REV-LIMITE-NOVO               TO WS-NOVO
           PERFORM P700-APLICA-LIMITE

           IF WS-FS-CLIMAST = '00'
               SET REV-EFETIVADA              TO TRUE
               MOVE WS-DATA-NEGOCIO           TO REV-DATA-EFEITO
               ADD 1                          TO WS-QT-REDUZIDOS
               MOVE 'REDUCAO EFETIVADA APOS O AVISO'
                                               TO WS-TEXTO-ACAO
           ELSE
               MOVE 'ERRO NA REGRAVACAO - REDUCAO MANTIDA'
                                               TO WS-TEXTO-ACAO
           END-IF
           .

      *****************************************
      * PROPOSTA DESTE MES. FICAM FORA DA REVISAO O CLIENTE SEM
      * LIMITE (ZERADO = SEM LIMITE, DECISAO DE CADASTRO) E O QUE
      * JA TEM PEDIDO DE LIMITE AGUARDANDO O SUPERVISOR.
      *****************************************
       P500-NOVA-PROPOSTA.
      *****************************************

           MOVE SPACES                        TO WS-REG-CREDREV
           MOVE WS-CLIENTE-ATUAL              TO REV-NUM-CLIENTE
           MOVE WS-DATA-NEGOCIO               TO REV-DATA-REVISAO
           MOVE WS-GRAU-CLIENTE               TO REV-GRAU
           MOVE WS-QUEBRADAS                  TO REV-QT-PROM-QUEBRADAS
           MOVE WS-MEDIA-MENSAL               TO REV-MEDIA-MENSAL
           MOVE WS-PICO-ABERTO                TO REV-PICO-ABERTO
           MOVE WS-DATA-PICO                  TO REV-DATA-PICO
           MOVE WS-LIMITE-ATUAL               TO REV-LIMITE-ATUAL
           MOVE WS-LIMITE-ATUAL               TO REV-LIMITE-ALVO
           MOVE WS-LIMITE-ATUAL               TO REV-LIMITE-NOVO
           MOVE ZEROS                         TO REV-DATA-EFEITO

           SET LIMITE-JA-PEDIDO               TO FALSE
           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               IF WS-PND-CLIENTE(WS-IX-PEND) = WS-CLIENTE-ATUAL
                   SET LIMITE-JA-PEDIDO       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LIMITE-ATUAL = ZEROS
                   SET REV-FORA               TO TRUE
                   ADD 1                      TO WS-QT-FORA
                   MOVE 'FORA - CLIENTE SEM LIMITE'
                                               TO WS-TEXTO-ACAO
               WHEN LIMITE-JA-PEDIDO
                   SET REV-FORA               TO TRUE
                   ADD 1                      TO WS-QT-FORA
                   MOVE 'FORA - PEDIDO DE LIMITE NO CLIPEND'
                                               TO WS-TEXTO-ACAO
               WHEN OTHER
                   PERFORM P510-CALCULA-PROPOSTA
                   PERFORM P600-DESTINO-DA-PROPOSTA
           END-EVALUATE
           .

      *****************************************
      * ALVO = O MAIOR ENTRE N MESES DA MEDIA FATURADA
      * (REVISAO-MULTIPLO) E O PICO DE SALDO EM ABERTO, AJUSTADO
      * PELO GRAU (A 150%, B 120%, C 100%, D 60%, SEM GRAU 100%)
      * MENOS 10 PONTOS POR PROMESSA QUEBRADA (NO MINIMO 20%), EM
      * REAIS INTEIROS E NUNCA ABAIXO DE REVISAO-LIMITE-MIN. O
      * LIMITE NOVO E' O ALVO PRESO AOS DEGRAUS MAXIMOS DE AUMENTO
      * E REDUCAO SOBRE O LIMITE ATUAL.
      *****************************************
       P510-CALCULA-PROPOSTA.
      *****************************************

           COMPUTE WS-BASE = WS-MEDIA-MENSAL * WS-MULTIPLO
           IF WS-PICO-ABERTO > WS-BASE
               MOVE WS-PICO-ABERTO            TO WS-BASE
           END-IF

           EVALUATE WS-GRAU-CLIENTE
               WHEN 'A'
                   MOVE 150                   TO WS-PCT-AJUSTE
               WHEN 'B'
                   MOVE 120                   TO WS-PCT-AJUSTE
               WHEN 'D'
                   MOVE 60                    TO WS-PCT-AJUSTE
               WHEN OTHER
                   MOVE 100                   TO WS-PCT-AJUSTE
           END-EVALUATE

           COMPUTE WS-PCT-AJUSTE = WS-PCT-AJUSTE - (WS-QUEBRADAS * 10)
           IF WS-PCT-AJUSTE < 20
               MOVE 20                        TO WS-PCT-AJUSTE
           END-IF

           COMPUTE WS-ALVO ROUNDED = WS-BASE * WS-PCT-AJUSTE / 100
           IF WS-ALVO < WS-LIMITE-MIN
               MOVE WS-LIMITE-MIN             TO WS-ALVO
           END-IF
           IF WS-ALVO > 9999999
               MOVE 9999999                   TO WS-ALVO
           END-IF
           MOVE WS-ALVO                       TO REV-LIMITE-ALVO

           COMPUTE WS-TETO = WS-LIMITE-ATUAL
                           * (100 + WS-AUMENTO-MAX) / 100
           COMPUTE WS-PISO = WS-LIMITE-ATUAL
                           * (100 - WS-REDUCAO-MAX) / 100

           MOVE WS-ALVO                       TO WS-NOVO
           IF WS-NOVO > WS-TETO
               MOVE WS-TETO                   TO WS-NOVO
           END-IF
           IF WS-NOVO < WS-PISO
               MOVE WS-PISO                   TO WS-NOVO
           END-IF
           IF WS-NOVO > 9999999.99
               MOVE 9999999.99                TO WS-NOVO
           END-IF

      *    DIFERENCA DENTRO DA TOLERANCIA NAO MEXE NO LIMITE - NEM
      *    AVISO, NEM PEDIDO, NEM TRILHA.
           COMPUTE WS-DIFERENCA = WS-NOVO - WS-LIMITE-ATUAL
           IF WS-DIFERENCA < ZEROS
               COMPUTE WS-DIFERENCA = ZEROS - WS-DIFERENCA
           END-IF
           IF WS-DIFERENCA * 100 NOT > WS-LIMITE-ATUAL * WS-TOLERANCIA
               MOVE WS-LIMITE-ATUAL           TO WS-NOVO
           END-IF

           MOVE WS-NOVO                       TO REV-LIMITE-NOVO
           .

      *****************************************
      * REDUCAO: AVISO AO CLIENTE E ENTRADA NA REVISAO EM QUE O
      * PRAZO VENCER. AUMENTO: ATE LIMITE-APROVACAO ENTRA JA; ACIMA
      * DELE VAI PARA O SUPERVISOR PELO CLIPEND.
      *****************************************
       P600-DESTINO-DA-PROPOSTA.
      *****************************************

           EVALUATE TRUE
               WHEN WS-NOVO = WS-LIMITE-ATUAL
                   SET REV-MANTIDO            TO TRUE
                   ADD 1                      TO WS-QT-MANTIDOS
                   MOVE 'MANTIDO'             TO WS-TEXTO-ACAO

               WHEN WS-NOVO < WS-LIMITE-ATUAL
                   SET REV-REDUCAO            TO TRUE
                   SET REV-AVISADA            TO TRUE
                   MOVE WS-DATA-EFEITO        TO REV-DATA-EFEITO
                   ADD 1                      TO WS-QT-AVISADAS
                   PERFORM P610-AVISA-REDUCAO
                   MOVE 'REDUCAO AVISADA AO CLIENTE'
                                               TO WS-TEXTO-ACAO

               WHEN WS-NOVO > WS-LIMITE-APROVACAO
                   SET REV-AUMENTO            TO TRUE
                   PERFORM P650-PEDE-APROVACAO
                   IF WS-FS-CLIPEND = '00'
                       SET REV-EM-APROVACAO   TO TRUE
                       MOVE WS-DATA-NEGOCIO   TO REV-DATA-EFEITO
                       ADD 1                  TO WS-QT-EM-APROVACAO
                       MOVE 'AUMENTO ENVIADO AO SUPERVISOR'
                                               TO WS-TEXTO-ACAO
                   ELSE
                       ADD 1                  TO WS-QT-ERROS
                       MOVE 'ERRO NO CLIPEND - AUMENTO NAO PEDIDO'
                                               TO WS-TEXTO-ACAO
                   END-IF

               WHEN OTHER
                   SET REV-AUMENTO            TO TRUE
                   PERFORM P700-APLICA-LIMITE
                   IF WS-FS-CLIMAST = '00'
                       SET REV-EFETIVADA      TO TRUE
                       MOVE WS-DATA-NEGOCIO   TO REV-DATA-EFEITO
                       ADD 1                  TO WS-QT-AUMENTADOS
                       MOVE 'AUMENTO EFETIVADO'
                                               TO WS-TEXTO-ACAO
                   ELSE
                       SET REV-CANCELADA      TO TRUE
                       MOVE 'ERRO NA REGRAVACAO - AUMENTO PERDIDO'
                                               TO WS-TEXTO-ACAO
                   END-IF
           END-EVALUATE
           .

      *****************************************
      * AVISO DA REDUCAO PELO CANAL DO CADASTRO: FILA DE E-MAIL OU
      * CARTA NO CREDAVISO (OU OS DOIS). E' COMUNICACAO CONTRATUAL,
      * NAO DE MARKETING - NAO DEPENDE DE CONSENTIMENTO.
      *****************************************
       P610-AVISA-REDUCAO.
      *****************************************

           MOVE WS-LIMITE-ATUAL               TO WS-LIM-ANTES-ED
           MOVE WS-NOVO                       TO WS-LIM-DEPOIS-ED

           PERFORM P-RESOLVE-CANAL

           IF ENTREGA-POR-EMAIL
               MOVE SPACES                    TO WS-REG-EMAILQ
               MOVE ZEROS                     TO MQ-NUM-PAGTO
               MOVE WS-EMAIL                  TO MQ-EMAIL
               MOVE ZEROS                     TO MQ-NIVEL
               STRING 'AVISO: SEU LIMITE DE CREDITO DE '
                                              DELIMITED BY SIZE
                      WS-LIM-ANTES-ED         DELIMITED BY SIZE
                      ' PASSA A '             DELIMITED BY SIZE
                      WS-LIM-DEPOIS-ED        DELIMITED BY SIZE
                      ' EM '                  DELIMITED BY SIZE
                      WS-DATA-EFEITO          DELIMITED BY SIZE
                      INTO MQ-TEXTO
               END-STRING
               WRITE WS-REG-EMAILQ
           END-IF

           IF ENTREGA-NO-PAPEL
               PERFORM P620-IMPRIME-AVISO
           END-IF
           .

      *****************************************
      * CARTA DE AVISO, SEPARADA POR LINHA DE CORTE COMO AS CARTAS
      * DE COBRANCA.
      *****************************************
       P620-IMPRIME-AVISO.
      *****************************************

           MOVE ALL '-'                       TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE 'AVISO DE REVISAO DO LIMITE DE CREDITO'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'CLIENTE: '   DELIMITED BY SIZE
                  WS-NUM-CLIENTE DELIMITED BY SIZE
                  ' - '         DELIMITED BY SIZE
                  WS-NOME       DELIMITED BY '  '
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'ENDERECO: '  DELIMITED BY SIZE
                  WS-ENDERECO   DELIMITED BY '  '
                  ' - '         DELIMITED BY SIZE
                  WS-CIDADE     DELIMITED BY '  '
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'NA REVISAO PERIODICA DE '  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  ', SEU LIMITE DE CREDITO DE ' DELIMITED BY SIZE
                  WS-LIM-ANTES-ED             DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'PASSA A '                  DELIMITED BY SIZE
                  WS-LIM-DEPOIS-ED            DELIMITED BY SIZE
                  ' A PARTIR DE '             DELIMITED BY SIZE
                  WS-DATA-EFEITO              DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE 'EM CASO DE DUVIDA, PROCURE O SEU ATENDIMENTO.'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO
           .

      *****************************************
      * AUMENTO ACIMA DO LIMITE DE APROVACAO: PEDIDO NO CLIPEND EM
      * NOME DA REVISAO, DO MESMO JEITO QUE A MANUTENCAO O FAZ, COM
      * A LINHA 'P' NA TRILHA MOSTRANDO COMO O CADASTRO FICARIA. O
      * SUPERVISOR APROVA OU RECUSA EM DEMONSTRA-CLIAPRV.
      *****************************************
       P650-PEDE-APROVACAO.
      *****************************************

           OPEN EXTEND MUDANCAS-PENDENTES
           IF WS-FS-CLIPEND = '35'
               OPEN OUTPUT MUDANCAS-PENDENTES
           END-IF
           IF WS-FS-CLIPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIPEND: ' WS-FS-CLIPEND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-CLIPEND
           MOVE WS-CLIENTE-ATUAL              TO PEND-NUM-CLIENTE
           SET PEND-LIMITE                    TO TRUE
           MOVE WS-LIMITE-ATUAL               TO PEND-LIMITE-ANTES
           MOVE WS-NOVO                       TO PEND-LIMITE-NOVO
           MOVE WS-MODO-FATURAMENTO           TO PEND-MODO-ANTES
           MOVE WS-MODO-FATURAMENTO           TO PEND-MODO-NOVO
           MOVE WS-ORIGEM-REVISAO             TO PEND-SOLICITANTE
           MOVE WS-DATA-NEGOCIO               TO PEND-DATA-PEDIDO
           SET PEND-PENDENTE                  TO TRUE
           MOVE SPACES                        TO PEND-APROVADOR
           MOVE ZEROS                         TO PEND-DATA-DECISAO
           WRITE WS-REG-CLIPEND

           CLOSE MUDANCAS-PENDENTES

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-ANTES
           MOVE WS-CLIENTE-ATUAL              TO HIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-CREDREVIEW'        TO HIST-PROGRAMA
           MOVE 'P'                           TO HIST-OPERACAO
           MOVE WS-IMAGEM-ANTES               TO HIST-IMAGEM-ANTES
           MOVE WS-NOVO                       TO WS-LIMITE-CREDITO
           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-DEPOIS
           MOVE WS-ORIGEM-REVISAO             TO HIST-OPERADOR
           MOVE SPACES                        TO HIST-APROVADOR
           PERFORM P-GRAVA-CLIHIST
           MOVE WS-IMAGEM-ANTES               TO WS-LAYOUT-1
           .

      *****************************************
      * APLICA WS-NOVO NO CLIENTE LIDO: CARIMBO NOVO, REGRAVACAO E
      * A TRILHA CLIHIST COM A ORIGEM NA REVISAO.
      *****************************************
       P700-APLICA-LIMITE.
      *****************************************

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-ANTES

           MOVE WS-NOVO                       TO WS-LIMITE-CREDITO
           ACCEPT WS-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME

           REWRITE WS-LAYOUT-1
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CLIENTE '
                           WS-CLIENTE-ATUAL ': ' WS-FS-CLIMAST
           END-REWRITE

           IF WS-FS-CLIMAST NOT = '00'
               ADD 1                          TO WS-QT-ERROS
               MOVE WS-IMAGEM-ANTES           TO WS-LAYOUT-1
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-APLICADOS

           MOVE WS-CLIENTE-ATUAL              TO HIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-CREDREVIEW'        TO HIST-PROGRAMA
           MOVE 'A'                           TO HIST-OPERACAO
           MOVE WS-IMAGEM-ANTES               TO HIST-IMAGEM-ANTES
           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-DEPOIS
           MOVE WS-ORIGEM-REVISAO             TO HIST-OPERADOR
           MOVE SPACES                        TO HIST-APROVADOR
           PERFORM P-GRAVA-CLIHIST
           .

      *****************************************
       P800-IMPRIME-LINHA.
      *****************************************

           MOVE REV-QT-PROM-QUEBRADAS         TO WS-PROM-ED
           MOVE REV-MEDIA-MENSAL              TO WS-MEDIA-ED
           MOVE REV-PICO-ABERTO               TO WS-PICO-ED
           MOVE REV-LIMITE-ATUAL              TO WS-ATUAL-ED
           MOVE REV-LIMITE-NOVO               TO WS-NOVO-ED

           MOVE SPACES                        TO WS-REG-REVISAO
           STRING WS-CLIENTE-ATUAL            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOME(1:20)               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  REV-GRAU                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PROM-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-MEDIA-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PICO-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-ATUAL-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOVO-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TEXTO-ACAO               DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO
           .

      *****************************************
      * COPIA A REVISAO DESTE MES SOBRE O CREDREV OFICIAL, PARA QUE
      * A PROXIMA PARTA DELA. O CREDREVNEW FICA COMO SOBRA DE
      * TRABALHO DA EXECUCAO.
      *****************************************
       P900-RENOVA-REVISAO.
      *****************************************

           CLOSE REVISAO-NOVA

           IF WS-FS-REVANT = '00' OR WS-FS-REVANT = '10'
               CLOSE REVISAO-ANTERIOR
           END-IF

           OPEN INPUT REVISAO-NOVA
           OPEN OUTPUT REVISAO-ANTERIOR

           SET FIM-DA-REVISAO-ANT             TO FALSE
           PERFORM P910-COPIA-REVISAO UNTIL FIM-DA-REVISAO-ANT

           CLOSE REVISAO-NOVA
           CLOSE REVISAO-ANTERIOR
           .

      *****************************************
       P910-COPIA-REVISAO.
      *****************************************

           READ REVISAO-NOVA
               AT END
                   SET FIM-DA-REVISAO-ANT     TO TRUE
           END-READ

           IF NOT FIM-DA-REVISAO-ANT
               MOVE WS-REG-REVNOVA            TO WS-REG-REVARQ
               WRITE WS-REG-REVARQ
           END-IF
           .

      *****************************************
       P990-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-REVISAO
           WRITE WS-REG-REVISAO

           MOVE WS-QT-REVISADOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'CLIENTES REVISTOS.......: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-MANTIDOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'LIMITES MANTIDOS........: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-AVISADAS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'REDUCOES AVISADAS.......: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-AGUARDANDO              TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'REDUCOES AGUARDANDO.....: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-REDUZIDOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'REDUCOES EFETIVADAS.....: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-CANCELADAS              TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'REDUCOES CANCELADAS.....: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-AUMENTADOS              TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'AUMENTOS EFETIVADOS.....: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-EM-APROVACAO            TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'AUMENTOS P/ SUPERVISOR..: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-FORA                    TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'FORA DA REVISAO.........: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO

           MOVE WS-QT-ERROS                   TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-REVISAO
           STRING 'ERROS...................: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-REVISAO
           END-STRING
           WRITE WS-REG-REVISAO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF NOT EXECUCAO-ABORTADA
               PERFORM P990-TOTAIS

               CLOSE CLIENTE-MASTER
               IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
                  OR WS-FS-PAGTOPEND = '23'
                   CLOSE PAGTO-PENDENTES
               END-IF
               CLOSE REVISAO-RPT
               CLOSE AVISO-IMPRESSO
               CLOSE FILA-EMAIL
           END-IF

           DISPLAY 'CLIENTES LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'INATIVOS (FORA)......: ' WS-QT-INATIVOS
           DISPLAY 'CLIENTES REVISTOS....: ' WS-QT-REVISADOS
           DISPLAY 'LIMITES MANTIDOS.....: ' WS-QT-MANTIDOS
           DISPLAY 'REDUCOES AVISADAS....: ' WS-QT-AVISADAS
           DISPLAY 'REDUCOES AGUARDANDO..: ' WS-QT-AGUARDANDO
           DISPLAY 'REDUCOES EFETIVADAS..: ' WS-QT-REDUZIDOS
           DISPLAY 'REDUCOES CANCELADAS..: ' WS-QT-CANCELADAS
           DISPLAY 'AUMENTOS EFETIVADOS..: ' WS-QT-AUMENTADOS
           DISPLAY 'AUMENTOS P/ APROVACAO: ' WS-QT-EM-APROVACAO
           DISPLAY 'FORA DA REVISAO......: ' WS-QT-FORA
           DISPLAY 'ERROS................: ' WS-QT-ERROS

           IF WS-QT-ERROS > ZEROS AND WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-APLICADOS                TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RPTHDPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY CANALPR.
           COPY RUNLOGPR.
           COPY CLIHSTPR.

       END PROGRAM DEMONSTRA-CREDREVIEW.
