      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: FIM DE VIGENCIA DOS CONTRATOS DE FATURAMENTO
      *          RECORRENTE (CONTRMAST), NA CADEIA NOTURNA LOGO APOS
      *          DEMONSTRA-CONTRGEN (QUE AINDA FATURA O ULTIMO DIA
      *          DA VIGENCIA). TRES TRATAMENTOS:
      *          - AVISO: O CONTRATO QUE ENTRA NA JANELA DE AVISO
      *            (CONTR-DIAS-AVISO DIAS ANTES DO FIM; NAO NUMERICO
      *            = PARAMETRO CONTRATO-AVISO-DIAS DO SISPARAM, 30)
      *            RECEBE O AVISO PELO CANAL DO CLIENTE - FILA MAILQ
      *            OU CARTA NO CONTRAVISO (OU OS DOIS) - UMA VEZ POR
      *            FIM DE VIGENCIA (CONTR-AVISO-FIM);
      *          - RENOVACAO: NO FIM DA VIGENCIA, O CONTRATO DE
      *            RENOVACAO AUTOMATICA TEM O FIM EMPURRADO
      *            CONTR-MESES-RENOVACAO MESES, COM IMAGEM
      *            ANTES/DEPOIS NO CONTRHIST;
      *          - EXPIRACAO: NO FIM DA VIGENCIA, O CONTRATO QUE
      *            EXPIRA E' MARCADO ENCERRADO (TAMBEM COM IMAGEM NO
      *            CONTRHIST) E SAI NO RELATORIO DE RECEITA PERDIDA
      *            (CONTRPERRPT) COM O VALOR MENSAL A PRECO VIGENTE
      *            (PRODPRECO COM FALLBACK NO PROD-PRECO, A REGRA DO
      *            CONTRGEN) OU AO PRECO ACORDADO DA LINHA.
      *          AVISOS E RENOVACOES SAEM NO CONTRRENRPT. AS MARCAS NO
      *          PROPRIO CONTRATO TORNAM A REEXECUCAO INOFENSIVA -
      *          NADA E' AVISADO, RENOVADO OU LISTADO DUAS VEZES.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - TRILHA CONTRHIST PELO COPY/CONTRHST.CPY, COM
      *                    IMAGENS DE 200 POSICOES; A LINHA COM PRECO
      *                    ACORDADO ENTRA NA RECEITA PERDIDA POR ESSE
      *                    PRECO, COMO O CONTRGEN A FATURA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONTRREN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATO-MASTER     ASSIGN TO 'CONTRMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTR-NUMERO
                                       FILE STATUS WS-FS-CONTRATO.

           SELECT CONTRATO-HISTORICO  ASSIGN TO 'CONTRHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRHIST.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT PRECO-VIGENCIAS     ASSIGN TO 'PRODPRECO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PRECOS.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT AVISO-IMPRESSO      ASSIGN TO 'CONTRAVISO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AVISO.

           SELECT RENOVACAO-RPT       ASSIGN TO 'CONTRRENRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT PERDA-RPT           ASSIGN TO 'CONTRPERRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PERDA.

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
       FD CONTRATO-MASTER.
           COPY CONTRMST.

      *    A TRILHA DO CONTRATO, NO DESENHO DE DEMONSTRA-CONTRMANUT.
       FD CONTRATO-HISTORICO.
           COPY CONTRHST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD PRODUTO-MASTER.
           COPY PRODMST.

      *    VIGENCIAS DE PRECO, COMO NO FATURAMENTO.
       FD PRECO-VIGENCIAS.
       01 WS-REG-PRODPRECO.
           03 PRC-CODIGO                         PIC X(08).
           03 PRC-VIGENCIA                       PIC 9(08).
           03 PRC-PRECO                          PIC S9(05)V99.

       FD FILA-EMAIL.
           COPY MAILQ.

       FD AVISO-IMPRESSO.
       01 WS-REG-AVISO                            PIC X(100).

       FD RENOVACAO-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD PERDA-RPT.
       01 WS-REG-PERDA                            PIC X(132).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-CONTRHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PRECOS                       PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-AVISO                        PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-PERDA                        PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-SW-CLIENTE                      PIC X(01) VALUE 'N'.
           88 CLIENTE-LIDO                   VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-AVISADOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-RENOVADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXPIRADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ED                           PIC ZZZZZ9.

      *    PRAZO DE AVISO DOS CONTRATOS SEM PRAZO PROPRIO
      *    (SISPARAM CONTRATO-AVISO-DIAS).
       77 WS-AVISO-PADRAO                    PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO                      PIC 9(03) VALUE ZEROS.
       77 WS-DIA-NEG-INT                     PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-JANELA-INT               PIC 9(08) VALUE ZEROS.

      *    CALCULO DO NOVO FIM: AAAAMMDD DECOMPOSTO, MESES SOMADOS
      *    E DIA LIMITADO AO ULTIMO DIA DO MES (31/01 + 1 MES =
      *    28 OU 29/02).
       01 WS-DATA-CALC                       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           03 WS-CALC-ANO                        PIC 9(04).
           03 WS-CALC-MES                        PIC 9(02).
           03 WS-CALC-DIA                        PIC 9(02).
       77 WS-DIA-ORIGINAL                    PIC 9(02) VALUE ZEROS.
       77 WS-MESES-AUX                       PIC 9(04) VALUE ZEROS.
       77 WS-PRIMEIRO-SEGUINTE               PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA-INT                  PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA-MES                  PIC 9(08) VALUE ZEROS.
       77 WS-FIM-ANTERIOR                    PIC 9(08) VALUE ZEROS.

      *    DATA EDITADA DD/MM/AAAA PARA CARTA, E-MAIL E RELATORIO.
       77 WS-DATA-EDITAR                     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ED                         PIC X(10) VALUE SPACES.
       77 WS-FIM-ED                          PIC X(10) VALUE SPACES.
       77 WS-MESES-ED                        PIC Z9.

       01 WS-IMAGEM-ANTES                    PIC X(200).

      *    TABELA DE PRECOS POR CODIGO/VIGENCIA E A BUSCA DO PRECO
      *    EM VIGOR NA DATA DE NEGOCIO - A MESMA REGRA DE
      *    DEMONSTRA-CONTRGEN, PARA O VALOR PERDIDO SER O QUE O
      *    CONTRATO FATURARIA.
       77 WS-QT-TAB-PRECOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-PRECO                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PRECOS.
           03 WS-TAB-PRECOS-ITEM       OCCURS 300 TIMES.
               05 WS-PRC-CODIGO               PIC X(08).
               05 WS-PRC-VIGENCIA             PIC 9(08).
               05 WS-PRC-PRECO                PIC S9(05)V99.
       77 WS-MELHOR-VIG-PRECO                PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-VIGENTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-IX-ITEM                         PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-MENSAL      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-PERDIDO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ED                        PIC -(11)9.99.

      *    LINHA DO CONTRRENRPT: UM CONTRATO E O QUE FOI FEITO.
       01 WS-LINHA-RENOV.
           03 WS-LRN-CONTRATO                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRN-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRN-FIM                     PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRN-ACAO                    PIC X(60).

      *    LINHA DO CONTRPERRPT: CONTRATO EXPIRADO E VALOR MENSAL.
       01 WS-LINHA-PERDA.
           03 WS-LPD-CONTRATO                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LPD-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LPD-NOME                    PIC X(30).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LPD-FIM                     PIC X(10).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LPD-VALOR                   PIC -(09)9.99.

           COPY RPTHDR.
           COPY PARAMWS.
           COPY CANALWS.
           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONTRREN'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-DIA-NEG-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'CONTRATO-AVISO-DIAS'         TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-AVISO-PADRAO
           END-IF

           PERFORM P040-CARREGA-PRECOS

           OPEN I-O   CONTRATO-MASTER
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT PRODUTO-MASTER
           OPEN OUTPUT AVISO-IMPRESSO
           OPEN OUTPUT RENOVACAO-RPT
           OPEN OUTPUT PERDA-RPT
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           MOVE 'AVISOS E RENOVACOES CONTRATO' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CONTRATO  CLIENTE  FIM VIGENC  ACAO'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE 'RECEITA PERDIDA - CONTRATOS' TO RPTHDR-TITULO
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-PERDA
           WRITE WS-REG-PERDA
           MOVE SPACES                        TO WS-REG-PERDA
           STRING 'CONTRATO  CLIENTE  NOME'   DELIMITED BY SIZE
                  '                            FIM VIGENC'
                                              DELIMITED BY SIZE
                  '    VALOR MENSAL'          DELIMITED BY SIZE
                  INTO WS-REG-PERDA
           END-STRING
           WRITE WS-REG-PERDA

           IF WS-FS-CONTRATO NOT = '00'
               DISPLAY 'CONTRATO-MASTER INDISPONIVEL: '
                       WS-FS-CONTRATO
               MOVE 4                         TO WS-RETORNO
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-CONTRATO
           END-IF
           .

      *****************************************
      * CARREGA AS VIGENCIAS DE PRECO; AUSENTE, CADA PRODUTO USA O
      * PROD-PRECO DO CADASTRO, COMO NO FATURAMENTO.
      *****************************************
       P040-CARREGA-PRECOS.
      *****************************************

           OPEN INPUT PRECO-VIGENCIAS

           IF WS-FS-PRECOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-PRECOS NOT = '00'
                      OR WS-QT-TAB-PRECOS = 300
               READ PRECO-VIGENCIAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PRECOS = '00'
                   ADD 1                      TO WS-QT-TAB-PRECOS
                   MOVE PRC-CODIGO
                       TO WS-PRC-CODIGO(WS-QT-TAB-PRECOS)
                   MOVE PRC-VIGENCIA
                       TO WS-PRC-VIGENCIA(WS-QT-TAB-PRECOS)
                   MOVE PRC-PRECO
                       TO WS-PRC-PRECO(WS-QT-TAB-PRECOS)
               END-IF
           END-PERFORM

           CLOSE PRECO-VIGENCIAS
           .

      *****************************************
       P100-LE-CONTRATO.
      *****************************************

           READ CONTRATO-MASTER NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * CONTRATO SEM PRAZO OU JA ENCERRADO NAO TEM O QUE TRATAR.
      * CHEGOU O FIM: RENOVA OU EXPIRA; SENAO, DENTRO DA JANELA E
      * AINDA NAO AVISADO PARA ESTE FIM, AVISA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF CONTR-DATA-FIM = ZEROS OR CONTR-ENCERRADO
               PERFORM P100-LE-CONTRATO
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-DATA-FIM                TO WS-DATA-EDITAR
           PERFORM P820-EDITA-DATA
           MOVE WS-DATA-ED                    TO WS-FIM-ED

           IF CONTR-DATA-FIM NOT > WS-DATA-NEGOCIO
               IF CONTR-RENOVA-AUTO
                   PERFORM P400-RENOVA
               ELSE
                   PERFORM P500-EXPIRA
               END-IF
           ELSE
               IF CONTR-DIAS-AVISO IS NUMERIC
                   MOVE CONTR-DIAS-AVISO      TO WS-DIAS-AVISO
               ELSE
                   MOVE WS-AVISO-PADRAO       TO WS-DIAS-AVISO
               END-IF
               COMPUTE WS-INICIO-JANELA-INT =
                       FUNCTION INTEGER-OF-DATE(CONTR-DATA-FIM)
                     - WS-DIAS-AVISO
               IF WS-DIAS-AVISO > ZEROS
                  AND WS-DIA-NEG-INT NOT < WS-INICIO-JANELA-INT
                  AND CONTR-AVISO-FIM NOT = CONTR-DATA-FIM
                   PERFORM P300-AVISA
               END-IF
           END-IF

           PERFORM P100-LE-CONTRATO
           .

      *****************************************
      * AVISO DO FIM DA VIGENCIA PELO CANAL DO CADASTRO: FILA DE
      * E-MAIL OU CARTA NO CONTRAVISO (OU OS DOIS). E' COMUNICACAO
      * CONTRATUAL, NAO DE MARKETING - NAO DEPENDE DE CONSENTIMENTO.
      * SEM O CLIENTE NO CLIMAST NAO HA PARA ONDE MANDAR: O AVISO
      * FICA PENDENTE PARA A PROXIMA NOITE.
      *****************************************
       P300-AVISA.
      *****************************************

           PERFORM P310-LE-CLIENTE

           MOVE CONTR-NUMERO                  TO WS-LRN-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LRN-CLIENTE
           MOVE WS-FIM-ED                     TO WS-LRN-FIM

           IF NOT CLIENTE-LIDO
               ADD 1                          TO WS-QT-ERROS
               MOVE 'CLIENTE NAO CADASTRADO - AVISO NAO ENVIADO'
                                               TO WS-LRN-ACAO
               PERFORM P800-LINHA-RENOVACAO
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-MESES-RENOVACAO         TO WS-MESES-ED

           PERFORM P-RESOLVE-CANAL

           IF ENTREGA-POR-EMAIL
               MOVE SPACES                    TO WS-REG-EMAILQ
               MOVE ZEROS                     TO MQ-NUM-PAGTO
               MOVE WS-EMAIL                  TO MQ-EMAIL
               MOVE ZEROS                     TO MQ-NIVEL
               IF CONTR-RENOVA-AUTO
                   STRING 'CONTRATO '         DELIMITED BY SIZE
                          CONTR-NUMERO        DELIMITED BY SIZE
                          ' VENCE EM '        DELIMITED BY SIZE
                          WS-FIM-ED           DELIMITED BY SIZE
                          ' - RENOVACAO AUTOMATICA POR '
                                              DELIMITED BY SIZE
                          WS-MESES-ED         DELIMITED BY SIZE
                          ' MESES'            DELIMITED BY SIZE
                          INTO MQ-TEXTO
                   END-STRING
               ELSE
                   STRING 'CONTRATO '         DELIMITED BY SIZE
                          CONTR-NUMERO        DELIMITED BY SIZE
                          ' VENCE EM '        DELIMITED BY SIZE
                          WS-FIM-ED           DELIMITED BY SIZE
                          ' - NAO SERA RENOVADO, PROCURE-NOS'
                                              DELIMITED BY SIZE
                          INTO MQ-TEXTO
                   END-STRING
               END-IF
               WRITE WS-REG-EMAILQ
           END-IF

           IF ENTREGA-NO-PAPEL
               PERFORM P320-IMPRIME-AVISO
           END-IF

           EVALUATE TRUE
               WHEN ENTREGA-POR-EMAIL AND ENTREGA-NO-PAPEL
                   MOVE 'AVISO POR E-MAIL E CARTA' TO WS-LRN-ACAO
               WHEN ENTREGA-POR-EMAIL
                   MOVE 'AVISO POR E-MAIL'    TO WS-LRN-ACAO
               WHEN OTHER
                   MOVE 'AVISO POR CARTA'     TO WS-LRN-ACAO
           END-EVALUATE
           IF CONTR-RENOVA-AUTO
               MOVE '(RENOVACAO AUTOMATICA)'  TO WS-LRN-ACAO(27:)
           ELSE
               MOVE '(EXPIRA)'                TO WS-LRN-ACAO(27:)
           END-IF
           PERFORM P800-LINHA-RENOVACAO

      *    AVISADO PARA ESTE FIM - NAO SE REPETE NAS PROXIMAS NOITES.
           MOVE CONTR-DATA-FIM                TO CONTR-AVISO-FIM
           PERFORM P600-REGRAVA-CONTRATO
           IF WS-FS-CONTRATO = '00'
               ADD 1                          TO WS-QT-AVISADOS
           END-IF
           .

      *****************************************
       P310-LE-CLIENTE.
      *****************************************

           SET CLIENTE-LIDO                   TO FALSE
           MOVE CONTR-NUM-CLIENTE             TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST = '00'
               SET CLIENTE-LIDO               TO TRUE
           END-IF
           .

      *****************************************
      * CARTA DE AVISO, SEPARADA POR LINHA DE CORTE COMO AS CARTAS
      * DE COBRANCA.
      *****************************************
       P320-IMPRIME-AVISO.
      *****************************************

           MOVE ALL '-'                       TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE 'AVISO DE FIM DE VIGENCIA DO CONTRATO'
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
           STRING 'SEU CONTRATO '             DELIMITED BY SIZE
                  CONTR-NUMERO                DELIMITED BY SIZE
                  ' TEM VIGENCIA ATE '        DELIMITED BY SIZE
                  WS-FIM-ED                   DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           IF CONTR-RENOVA-AUTO
               STRING 'ELE SERA RENOVADO AUTOMATICAMENTE POR '
                                              DELIMITED BY SIZE
                      WS-MESES-ED             DELIMITED BY SIZE
                      ' MESES, SEM NECESSIDADE DE PROVIDENCIA.'
                                              DELIMITED BY SIZE
                      INTO WS-REG-AVISO
               END-STRING
           ELSE
               MOVE 'ELE NAO SERA RENOVADO: PARA CONTINUAR COM O '
                  & 'SERVICO, PROCURE-NOS ATE ESSA DATA.'
                                               TO WS-REG-AVISO
           END-IF
           WRITE WS-REG-AVISO

           MOVE 'EM CASO DE DUVIDA, PROCURE O SEU ATENDIMENTO.'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO
           .

      *****************************************
      * RENOVACAO AUTOMATICA: O FIM AVANCA CONTR-MESES-RENOVACAO
      * MESES QUANTAS VEZES FOR PRECISO PARA PASSAR DA DATA DE
      * NEGOCIO (CADEIA PARADA POR DIAS NAO DEIXA O CONTRATO
      * VENCIDO), COM A IMAGEM ANTES/DEPOIS NO CONTRHIST.
      *****************************************
       P400-RENOVA.
      *****************************************

           MOVE CONTR-NUMERO                  TO WS-LRN-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LRN-CLIENTE
           MOVE WS-FIM-ED                     TO WS-LRN-FIM

           IF CONTR-MESES-RENOVACAO IS NOT NUMERIC
              OR CONTR-MESES-RENOVACAO = ZEROS
               ADD 1                          TO WS-QT-ERROS
               MOVE 'RENOVACAO AUTOMATICA SEM PRAZO - NAO RENOVADO'
                                               TO WS-LRN-ACAO
               PERFORM P800-LINHA-RENOVACAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-ANTES
           MOVE CONTR-DATA-FIM                TO WS-FIM-ANTERIOR
           MOVE CONTR-DATA-FIM                TO WS-DATA-CALC
           MOVE WS-CALC-DIA                   TO WS-DIA-ORIGINAL

           PERFORM P410-SOMA-MESES
               UNTIL WS-DATA-CALC > WS-DATA-NEGOCIO

           MOVE WS-DATA-CALC                  TO CONTR-DATA-FIM
           PERFORM P600-REGRAVA-CONTRATO

           IF WS-FS-CONTRATO NOT = '00'
               MOVE 'ERRO NA REGRAVACAO - NAO RENOVADO'
                                               TO WS-LRN-ACAO
               PERFORM P800-LINHA-RENOVACAO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RENOVADOS
           PERFORM P700-GRAVA-HISTORICO

           MOVE CONTR-DATA-FIM                TO WS-DATA-EDITAR
           PERFORM P820-EDITA-DATA
           MOVE SPACES                        TO WS-LRN-ACAO
           STRING 'RENOVADO ATE '             DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  INTO WS-LRN-ACAO
           END-STRING
           PERFORM P800-LINHA-RENOVACAO
           .

      *****************************************
      * SOMA OS MESES DA RENOVACAO A WS-DATA-CALC, A PARTIR DO DIA
      * ORIGINAL DO FIM, LIMITANDO AO ULTIMO DIA DO MES DE DESTINO.
      *****************************************
       P410-SOMA-MESES.
      *****************************************

           COMPUTE WS-MESES-AUX = WS-CALC-MES - 1
                                + CONTR-MESES-RENOVACAO
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-MESES-AUX
                               REMAINDER WS-CALC-MES
           ADD WS-MESES-AUX                   TO WS-CALC-ANO
           ADD 1                              TO WS-CALC-MES

           IF WS-CALC-MES = 12
               COMPUTE WS-PRIMEIRO-SEGUINTE =
                       (WS-CALC-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-PRIMEIRO-SEGUINTE =
                       WS-CALC-ANO * 10000
                     + (WS-CALC-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-ULTIMO-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-SEGUINTE) - 1
           COMPUTE WS-ULTIMO-DIA-MES =
                   FUNCTION DATE-OF-INTEGER(WS-ULTIMO-DIA-INT)

           MOVE WS-DIA-ORIGINAL               TO WS-CALC-DIA
           IF WS-CALC-DIA > WS-ULTIMO-DIA-MES(7:2)
               MOVE WS-ULTIMO-DIA-MES(7:2)    TO WS-CALC-DIA
           END-IF
           .

      *****************************************
      * CONTRATO QUE EXPIRA: MARCADO ENCERRADO (IMAGEM NO CONTRHIST)
      * E LISTADO NA RECEITA PERDIDA COM O VALOR MENSAL QUE SAI COM
      * ELE.
      *****************************************
       P500-EXPIRA.
      *****************************************

           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-ANTES
           MOVE 'S'                           TO CONTR-SW-ENCERRADO
           PERFORM P600-REGRAVA-CONTRATO

           MOVE CONTR-NUMERO                  TO WS-LRN-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LRN-CLIENTE
           MOVE WS-FIM-ED                     TO WS-LRN-FIM

           IF WS-FS-CONTRATO NOT = '00'
               MOVE 'ERRO NA REGRAVACAO - EXPIRACAO PENDENTE'
                                               TO WS-LRN-ACAO
               PERFORM P800-LINHA-RENOVACAO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-EXPIRADOS
           PERFORM P700-GRAVA-HISTORICO

           MOVE 'EXPIRADO - VER RECEITA PERDIDA (CONTRPERRPT)'
                                               TO WS-LRN-ACAO
           PERFORM P800-LINHA-RENOVACAO

           MOVE ZEROS                         TO WS-VALOR-MENSAL
           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               IF CONTR-PRODUTO(WS-IX-ITEM) NOT = SPACES
                   PERFORM P510-VALOR-LINHA
               END-IF
           END-PERFORM
           ADD WS-VALOR-MENSAL                TO WS-TOTAL-PERDIDO

           PERFORM P310-LE-CLIENTE

           MOVE CONTR-NUMERO                  TO WS-LPD-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LPD-CLIENTE
           IF CLIENTE-LIDO
               MOVE WS-NOME                   TO WS-LPD-NOME
           ELSE
               MOVE '*** CLIENTE NAO CADASTRADO' TO WS-LPD-NOME
           END-IF
           MOVE WS-FIM-ED                     TO WS-LPD-FIM
           MOVE WS-VALOR-MENSAL               TO WS-LPD-VALOR
           MOVE WS-LINHA-PERDA                TO WS-REG-PERDA
           WRITE WS-REG-PERDA
           .

      *****************************************
      * QUANTIDADE DA LINHA A PRECO VIGENTE NA DATA DE NEGOCIO - OU
      * AO PRECO ACORDADO NO CONTRATO, QUANDO HA.
      *****************************************
       P510-VALOR-LINHA.
      *****************************************

           IF CONTR-PRECO-ACORDADO(WS-IX-ITEM) IS NUMERIC
              AND CONTR-PRECO-ACORDADO(WS-IX-ITEM) > ZEROS
               COMPUTE WS-VALOR-MENSAL ROUNDED = WS-VALOR-MENSAL
                     + CONTR-QTDE(WS-IX-ITEM)
                     * CONTR-PRECO-ACORDADO(WS-IX-ITEM)
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-PRODUTO(WS-IX-ITEM)     TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   ADD 1                      TO WS-QT-ERROS
                   DISPLAY 'CONTRATO ' CONTR-NUMERO
                           ' COM PRODUTO INEXISTENTE '
                           CONTR-PRODUTO(WS-IX-ITEM)
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P550-BUSCA-PRECO-VIGENTE

           COMPUTE WS-VALOR-MENSAL ROUNDED = WS-VALOR-MENSAL
                 + CONTR-QTDE(WS-IX-ITEM) * WS-PRECO-VIGENTE
           .

      *****************************************
      * O PRECO EM VIGOR NA DATA DE NEGOCIO, COM FALLBACK NO
      * PROD-PRECO - O MESMO QUE O FATURAMENTO VAI CONFERIR.
      *****************************************
       P550-BUSCA-PRECO-VIGENTE.
      *****************************************

           MOVE ZEROS                         TO WS-MELHOR-VIG-PRECO
           MOVE PROD-PRECO                    TO WS-PRECO-VIGENTE

           PERFORM VARYING WS-IX-PRECO FROM 1 BY 1
                   UNTIL WS-IX-PRECO > WS-QT-TAB-PRECOS
               IF WS-PRC-CODIGO(WS-IX-PRECO) = PROD-CODIGO
                  AND WS-PRC-VIGENCIA(WS-IX-PRECO)
                       NOT > WS-DATA-NEGOCIO
                  AND WS-PRC-VIGENCIA(WS-IX-PRECO)
                       NOT < WS-MELHOR-VIG-PRECO
                   MOVE WS-PRC-VIGENCIA(WS-IX-PRECO)
                       TO WS-MELHOR-VIG-PRECO
                   MOVE WS-PRC-PRECO(WS-IX-PRECO)
                       TO WS-PRECO-VIGENTE
               END-IF
           END-PERFORM
           .

      *****************************************
       P600-REGRAVA-CONTRATO.
      *****************************************

           REWRITE WS-REG-CONTRATO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-CONTRATO NOT = '00'
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'ERRO AO REGRAVAR O CONTRATO ' CONTR-NUMERO
                       ': ' WS-FS-CONTRATO
           END-IF
           .

      *****************************************
      * ANEXA A IMAGEM ANTES/DEPOIS NA TRILHA CONTRHIST, COMO A
      * ALTERACAO DA MANUTENCAO ('A') - O PROGRAMA NA TRILHA MOSTRA
      * QUE FOI O FIM DE VIGENCIA.
      *****************************************
       P700-GRAVA-HISTORICO.
      *****************************************

           MOVE CONTR-NUMERO                  TO CHIST-NUMERO
           MOVE 'DEMONSTRA-CONTRREN'          TO CHIST-PROGRAMA
           ACCEPT CHIST-DATA-HORA(1:8)        FROM DATE YYYYMMDD
           ACCEPT CHIST-DATA-HORA(9:6)        FROM TIME
           MOVE 'A'                           TO CHIST-OPERACAO
           MOVE WS-IMAGEM-ANTES               TO CHIST-IMAGEM-ANTES
           MOVE WS-REG-CONTRATO               TO CHIST-IMAGEM-DEPOIS

           OPEN EXTEND CONTRATO-HISTORICO
           IF WS-FS-CONTRHIST = '35'
               OPEN OUTPUT CONTRATO-HISTORICO
           END-IF
           IF WS-FS-CONTRHIST = '00'
               WRITE WS-REG-CONTRHIST
               CLOSE CONTRATO-HISTORICO
           ELSE
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'CONTRHIST INDISPONIVEL (' WS-FS-CONTRHIST
                       ') - CONTRATO ' CONTR-NUMERO ' SEM TRILHA'
           END-IF
           .

      *****************************************
       P800-LINHA-RENOVACAO.
      *****************************************

           MOVE WS-LINHA-RENOV                TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * WS-DATA-EDITAR (AAAAMMDD) -> WS-DATA-ED (DD/MM/AAAA).
      *****************************************
       P820-EDITA-DATA.
      *****************************************

           MOVE SPACES                        TO WS-DATA-ED
           STRING WS-DATA-EDITAR(7:2)         DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-DATA-EDITAR(5:2)         DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-DATA-EDITAR(1:4)         DELIMITED BY SIZE
                  INTO WS-DATA-ED
           END-STRING
           .

      *****************************************
       P990-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-AVISADOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS AVISADOS....: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-RENOVADOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS RENOVADOS...: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-EXPIRADOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS EXPIRADOS...: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-PERDA
           WRITE WS-REG-PERDA

           MOVE WS-TOTAL-PERDIDO              TO WS-TOTAL-ED
           MOVE WS-QT-EXPIRADOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-PERDA
           STRING 'CONTRATOS EXPIRADOS: '     DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '   RECEITA MENSAL PERDIDA: '
                                              DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-PERDA
           END-STRING
           WRITE WS-REG-PERDA
           .

      *****************************************
       P999-FIM.
      *****************************************

           PERFORM P990-TOTAIS

           IF WS-FS-CONTRATO NOT = '35' AND WS-FS-CONTRATO NOT = '91'
               CLOSE CONTRATO-MASTER
           END-IF
           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF
           CLOSE AVISO-IMPRESSO
           CLOSE RENOVACAO-RPT
           CLOSE PERDA-RPT
           CLOSE FILA-EMAIL

           DISPLAY 'CONTRATOS LIDOS......: ' WS-QT-LIDOS
           DISPLAY 'AVISOS ENVIADOS......: ' WS-QT-AVISADOS
           DISPLAY 'CONTRATOS RENOVADOS..: ' WS-QT-RENOVADOS
           DISPLAY 'CONTRATOS EXPIRADOS..: ' WS-QT-EXPIRADOS
           DISPLAY 'ERROS................: ' WS-QT-ERROS
           PERFORM P-EXIBE-CANAIS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-AVISADOS
                 + WS-QT-RENOVADOS + WS-QT-EXPIRADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS AND WS-QT-ERROS > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE RUNLOG-QT-PROCESSADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY PARAMPR.
           COPY CANALPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-CONTRREN.
