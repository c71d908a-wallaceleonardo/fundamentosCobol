      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: REAJUSTE ANUAL DOS PRECOS ACORDADOS DOS CONTRATOS DE
      *          FATURAMENTO RECORRENTE (CONTRMAST) PELO INDICE DE
      *          INFLACAO DO CONTRATO (IPCA, IGPM...), NA CADEIA
      *          MENSAL. O CONTRATO COM INDICE, NO MES DE ANIVERSARIO
      *          (OU DEPOIS, SE O REAJUSTE FICOU PENDENTE) E AINDA
      *          NAO REAJUSTADO NO ANO DA DATA DE NEGOCIO, TEM CADA
      *          PRECO ACORDADO MULTIPLICADO PELO FATOR ACUMULADO DOS
      *          12 MESES ANTERIORES AO ANIVERSARIO NA TABELA
      *          INDICES (MESES NEGATIVOS DO IGP-M REDUZEM O PRECO).
      *          FALTANDO QUALQUER MES DO INDICE, O CONTRATO FICA
      *          PENDENTE, SEM MUDANCA, ATE A PROXIMA EXECUCAO. CADA
      *          REAJUSTE DEIXA A IMAGEM ANTES/DEPOIS NO CONTRHIST E
      *          SAI NO CONTRREAJRPT; NO FIM, CADA CLIENTE RECEBE UM
      *          UNICO AVISO COM TODOS OS SEUS CONTRATOS REAJUSTADOS,
      *          PELO CANAL DO CADASTRO (FILA MAILQ E/OU CARTA NO
      *          CONTRREAJAV). O ANO DO REAJUSTE GRAVADO NO CONTRATO
      *          TORNA A REEXECUCAO INOFENSIVA.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONTRREAJ.
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

           SELECT INDICES-ARQ         ASSIGN TO 'INDICES'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-INDICES.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT AVISO-IMPRESSO      ASSIGN TO 'CONTRREAJAV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AVISO.

           SELECT REAJUSTE-RPT        ASSIGN TO 'CONTRREAJRPT'
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
       FD CONTRATO-MASTER.
           COPY CONTRMST.

       FD CONTRATO-HISTORICO.
           COPY CONTRHST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD INDICES-ARQ.
           COPY INDICE.

       FD FILA-EMAIL.
           COPY MAILQ.

       FD AVISO-IMPRESSO.
       01 WS-REG-AVISO                            PIC X(100).

       FD REAJUSTE-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-CONTRHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-INDICES                      PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-AVISO                        PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-SW-CLIENTE                      PIC X(01) VALUE 'N'.
           88 CLIENTE-LIDO                   VALUE 'S' FALSE 'N'.
       77 WS-SW-ELEGIVEL                     PIC X(01) VALUE 'N'.
           88 CONTRATO-ELEGIVEL              VALUE 'S' FALSE 'N'.
       77 WS-SW-MES-INDICE                   PIC X(01) VALUE 'N'.
           88 MES-DO-INDICE-ACHADO           VALUE 'S' FALSE 'N'.
       77 WS-SW-ESTOURO                      PIC X(01) VALUE 'N'.
           88 PRECO-ESTOUROU                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-REAJUSTADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-CLIENTES                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ED                           PIC ZZZZZ9.

      *    DATA DE NEGOCIO DECOMPOSTA: O ANO DO REAJUSTE E O MES
      *    QUE O ANIVERSARIO PRECISA TER ALCANCADO.
       01 WS-DATA-REF                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           03 WS-REF-ANO                         PIC 9(04).
           03 WS-REF-MES                         PIC 9(02).
           03 WS-REF-DIA                         PIC 9(02).
       77 WS-VIGENCIA-ED                     PIC X(07) VALUE SPACES.

      *    TABELA DE INDICES CARREGADA DO INDICES: UMA LINHA POR
      *    INDICE E MES.
       77 WS-QT-TAB-IND                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-IND                          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-INDICES.
           03 WS-TAB-IND-ITEM          OCCURS 1000 TIMES.
               05 WS-TI-CODIGO                PIC X(05).
               05 WS-TI-ANO-MES               PIC 9(06).
               05 WS-TI-SINAL                 PIC X(01).
               05 WS-TI-VARIACAO              PIC 9(02)V9(04).

      *    ACUMULO DOS 12 MESES: DO MES DE ANIVERSARIO DO ANO
      *    ANTERIOR ATE O MES ANTERIOR AO ANIVERSARIO DESTE ANO.
       01 WS-MES-CALC                        PIC 9(06) VALUE ZEROS.
       01 WS-MES-CALC-R REDEFINES WS-MES-CALC.
           03 WS-MC-ANO                          PIC 9(04).
           03 WS-MC-MES                          PIC 9(02).
       77 WS-IX-MES                          PIC 9(02) VALUE ZEROS.
       77 WS-MES-FALTANTE                    PIC 9(06) VALUE ZEROS.
       77 WS-FATOR             PIC S9(03)V9(08) COMP-3 VALUE ZEROS.
       77 WS-PERC-REAJ         PIC S9(03)V9(04) COMP-3 VALUE ZEROS.
       77 WS-PERC-ED                         PIC -(03)9.9999.

      *    PRECOS NOVOS DE CADA LINHA, CALCULADOS ANTES DE MEXER NO
      *    CONTRATO - UM ESTOURO DEIXA O CONTRATO INTEIRO COMO ESTA.
       77 WS-IX-ITEM                         PIC 9(01) VALUE ZEROS.
       01 WS-PRECOS-NOVOS.
           03 WS-PRECO-NOVO            OCCURS 5 TIMES
                                             PIC S9(05)V99.
       77 WS-VALOR-ANTES       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DEPOIS      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ANTES       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-DEPOIS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ED                        PIC -(11)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-VALOR-ED2                       PIC -(09)9.99.

       01 WS-IMAGEM-ANTES                    PIC X(200).

      *    CONTRATOS REAJUSTADOS NESTA EXECUCAO, PARA O AVISO UNICO
      *    POR CLIENTE NO FIM. TABELA CHEIA: O CONTRATO SEGUINTE
      *    FICA PARA A PROXIMA EXECUCAO (NADA E' REAJUSTADO SEM
      *    AVISO).
       77 WS-QT-TAB-REAJ                     PIC 9(04) VALUE ZEROS.
       77 WS-IX-REAJ                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-REAJ2                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-REAJUSTES.
           03 WS-TAB-REAJ-ITEM         OCCURS 2000 TIMES.
               05 WS-RJ-CLIENTE               PIC 9(06).
               05 WS-RJ-CONTRATO              PIC 9(06).
               05 WS-RJ-INDICE                PIC X(05).
               05 WS-RJ-PERC          PIC S9(03)V9(04).
               05 WS-RJ-VALOR-ANTES   PIC S9(09)V99.
               05 WS-RJ-VALOR-DEPOIS  PIC S9(09)V99.
               05 WS-RJ-SW-AVISADO            PIC X(01).
                   88 RJ-AVISADO              VALUE 'S' FALSE 'N'.
       77 WS-CLIENTE-AVISO                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONTR-CLIENTE                PIC 9(02) VALUE ZEROS.
       77 WS-QT-CONTR-ED                     PIC Z9.
       77 WS-MENSAL-CLIENTE    PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    LINHA DO CONTRREAJRPT: UM CONTRATO E O QUE FOI FEITO.
       01 WS-LINHA-REAJ.
           03 WS-LRJ-CONTRATO                PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-CLIENTE                 PIC 9(06).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-INDICE                  PIC X(05).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-PERC                    PIC -(03)9.9999.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-ANTES                   PIC -(09)9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-DEPOIS                  PIC -(09)9.99.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LRJ-ACAO                    PIC X(50).

           COPY RPTHDR.
           COPY CANALWS.
           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P900-AVISA-CLIENTES

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONTRREAJ'          TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO               TO WS-DATA-REF

      *    A CADEIA MENSAL RODA NO ULTIMO DIA UTIL: O PRECO NOVO
      *    VALE PARA O FATURAMENTO DO MES SEGUINTE.
           IF WS-REF-MES = 12
               COMPUTE WS-MC-ANO = WS-REF-ANO + 1
               MOVE 1                         TO WS-MC-MES
           ELSE
               MOVE WS-REF-ANO                TO WS-MC-ANO
               COMPUTE WS-MC-MES = WS-REF-MES + 1
           END-IF
           MOVE SPACES                        TO WS-VIGENCIA-ED
           STRING WS-MC-MES                   DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-MC-ANO                   DELIMITED BY SIZE
                  INTO WS-VIGENCIA-ED
           END-STRING

           PERFORM P040-CARREGA-INDICES

           OPEN I-O   CONTRATO-MASTER
           OPEN INPUT CLIENTE-MASTER
           OPEN OUTPUT AVISO-IMPRESSO
           OPEN OUTPUT REAJUSTE-RPT
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           MOVE 'REAJUSTE ANUAL DOS CONTRATOS' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATO  CLIENTE  INDICE  REAJUSTE %'
                                              DELIMITED BY SIZE
                  '  MENSAL ANTERIOR       MENSAL NOVO  SITUACAO'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

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
      * CARREGA A TABELA INDICES; AUSENTE, TODO CONTRATO DO MES
      * FICA PENDENTE (NENHUM PRECO MUDA SEM O INDICE PUBLICADO).
      *****************************************
       P040-CARREGA-INDICES.
      *****************************************

           OPEN INPUT INDICES-ARQ

           IF WS-FS-INDICES NOT = '00'
               DISPLAY 'AVISO: TABELA INDICES INDISPONIVEL: '
                       WS-FS-INDICES
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-INDICES NOT = '00'
                      OR WS-QT-TAB-IND = 1000
               READ INDICES-ARQ
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-INDICES = '00'
                  AND IND-ANO-MES IS NUMERIC
                  AND IND-VARIACAO IS NUMERIC
                   ADD 1                      TO WS-QT-TAB-IND
                   MOVE IND-CODIGO
                       TO WS-TI-CODIGO(WS-QT-TAB-IND)
                   MOVE IND-ANO-MES
                       TO WS-TI-ANO-MES(WS-QT-TAB-IND)
                   MOVE IND-SINAL
                       TO WS-TI-SINAL(WS-QT-TAB-IND)
                   MOVE IND-VARIACAO
                       TO WS-TI-VARIACAO(WS-QT-TAB-IND)
               END-IF
           END-PERFORM

           IF WS-QT-TAB-IND = 1000 AND WS-FS-INDICES = '00'
               DISPLAY 'AVISO: TABELA INDICES CHEIA (1000)'
                       ' - LINHAS RESTANTES IGNORADAS'
           END-IF

           CLOSE INDICES-ARQ
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
      * CONTRATO ELEGIVEL: CALCULA O FATOR DOS 12 MESES; COM TODOS
      * OS MESES DO INDICE NA TABELA, REAJUSTA - SENAO FICA
      * PENDENTE PARA A PROXIMA EXECUCAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           PERFORM P210-CONFERE-ELEGIVEL

           IF NOT CONTRATO-ELEGIVEL
               PERFORM P100-LE-CONTRATO
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-NUMERO                  TO WS-LRJ-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LRJ-CLIENTE
           MOVE CONTR-INDICE                  TO WS-LRJ-INDICE
           MOVE ZEROS                         TO WS-LRJ-PERC
                                                 WS-LRJ-ANTES
                                                 WS-LRJ-DEPOIS

           PERFORM P300-CALCULA-FATOR

           IF NOT MES-DO-INDICE-ACHADO
               ADD 1                          TO WS-QT-PENDENTES
               MOVE SPACES                    TO WS-LRJ-ACAO
               STRING 'PENDENTE - INDICE SEM O MES '
                                              DELIMITED BY SIZE
                      WS-MES-FALTANTE         DELIMITED BY SIZE
                      INTO WS-LRJ-ACAO
               END-STRING
               PERFORM P800-LINHA-REAJUSTE
               PERFORM P100-LE-CONTRATO
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-REAJ = 2000
               ADD 1                          TO WS-QT-PENDENTES
               MOVE 'PENDENTE - TABELA DE AVISOS CHEIA (2000)'
                                               TO WS-LRJ-ACAO
               PERFORM P800-LINHA-REAJUSTE
               PERFORM P100-LE-CONTRATO
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-REAJUSTA

           PERFORM P100-LE-CONTRATO
           .

      *****************************************
      * COM INDICE, EM VIGOR, NAO ENCERRADO, ANIVERSARIO JA
      * ALCANCADO NESTE ANO E AINDA NAO REAJUSTADO NELE.
      *****************************************
       P210-CONFERE-ELEGIVEL.
      *****************************************

           SET CONTRATO-ELEGIVEL              TO FALSE

           IF CONTR-INDICE = SPACES OR CONTR-INDICE = LOW-VALUES
              OR CONTR-ENCERRADO
               EXIT PARAGRAPH
           END-IF

           IF CONTR-MES-ANIVERSARIO IS NOT NUMERIC
              OR CONTR-ANO-REAJUSTE IS NOT NUMERIC
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'CONTRATO ' CONTR-NUMERO
                       ' COM INDICE E SEM ANIVERSARIO VALIDO'
               EXIT PARAGRAPH
           END-IF

           IF CONTR-MES-ANIVERSARIO < 1 OR CONTR-MES-ANIVERSARIO > 12
              OR CONTR-MES-ANIVERSARIO > WS-REF-MES
              OR CONTR-ANO-REAJUSTE NOT < WS-REF-ANO
               EXIT PARAGRAPH
           END-IF

           IF CONTR-DATA-INICIO > WS-DATA-NEGOCIO
               EXIT PARAGRAPH
           END-IF

           IF CONTR-DATA-FIM NOT = ZEROS
              AND CONTR-DATA-FIM < WS-DATA-NEGOCIO
               EXIT PARAGRAPH
           END-IF

           SET CONTRATO-ELEGIVEL              TO TRUE
           .

      *****************************************
      * FATOR = PRODUTO DE (1 +/- VARIACAO/100) DOS 12 MESES, DO
      * ANIVERSARIO DO ANO ANTERIOR AO MES ANTERIOR AO ANIVERSARIO
      * DESTE ANO. O PRIMEIRO MES QUE FALTAR NA TABELA PARA A CONTA
      * E FICA EM WS-MES-FALTANTE.
      *****************************************
       P300-CALCULA-FATOR.
      *****************************************

           MOVE 1                             TO WS-FATOR
           MOVE ZEROS                         TO WS-MES-FALTANTE
           SET MES-DO-INDICE-ACHADO           TO TRUE
           COMPUTE WS-MC-ANO = WS-REF-ANO - 1
           MOVE CONTR-MES-ANIVERSARIO         TO WS-MC-MES

           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > 12
                      OR NOT MES-DO-INDICE-ACHADO
               PERFORM P310-APLICA-MES
               IF WS-MC-MES = 12
                   ADD 1                      TO WS-MC-ANO
                   MOVE 1                     TO WS-MC-MES
               ELSE
                   ADD 1                      TO WS-MC-MES
               END-IF
           END-PERFORM

           COMPUTE WS-PERC-REAJ ROUNDED = (WS-FATOR - 1) * 100
           .

      *****************************************
       P310-APLICA-MES.
      *****************************************

           SET MES-DO-INDICE-ACHADO           TO FALSE

           PERFORM VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-QT-TAB-IND
                      OR MES-DO-INDICE-ACHADO
               IF WS-TI-CODIGO(WS-IX-IND) = CONTR-INDICE
                  AND WS-TI-ANO-MES(WS-IX-IND) = WS-MES-CALC
                   SET MES-DO-INDICE-ACHADO   TO TRUE
                   IF WS-TI-SINAL(WS-IX-IND) = '-'
                       COMPUTE WS-FATOR ROUNDED = WS-FATOR
                             * (1 - WS-TI-VARIACAO(WS-IX-IND) / 100)
                   ELSE
                       COMPUTE WS-FATOR ROUNDED = WS-FATOR
                             * (1 + WS-TI-VARIACAO(WS-IX-IND) / 100)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT MES-DO-INDICE-ACHADO
               MOVE WS-MES-CALC               TO WS-MES-FALTANTE
           END-IF
           .

      *****************************************
      * APLICA O FATOR AOS PRECOS ACORDADOS (A LINHA A PRECO DE
      * TABELA NAO TEM O QUE REAJUSTAR), MARCA O ANO DO REAJUSTE,
      * REGRAVA E DEIXA A IMAGEM ANTES/DEPOIS NO CONTRHIST.
      *****************************************
       P400-REAJUSTA.
      *****************************************

           MOVE ZEROS                         TO WS-VALOR-ANTES
                                                 WS-VALOR-DEPOIS
           SET PRECO-ESTOUROU                 TO FALSE

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               PERFORM P410-NOVO-PRECO
           END-PERFORM

           IF PRECO-ESTOUROU
               ADD 1                          TO WS-QT-ERROS
               ADD 1                          TO WS-QT-PENDENTES
               MOVE 'PENDENTE - PRECO REAJUSTADO ESTOURA O CAMPO'
                                               TO WS-LRJ-ACAO
               PERFORM P800-LINHA-REAJUSTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-ANTES
           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               MOVE WS-PRECO-NOVO(WS-IX-ITEM)
                   TO CONTR-PRECO-ACORDADO(WS-IX-ITEM)
           END-PERFORM
           MOVE WS-REF-ANO                    TO CONTR-ANO-REAJUSTE

           PERFORM P600-REGRAVA-CONTRATO

           MOVE WS-PERC-REAJ                  TO WS-LRJ-PERC
           MOVE WS-VALOR-ANTES                TO WS-LRJ-ANTES
           MOVE WS-VALOR-DEPOIS               TO WS-LRJ-DEPOIS

           IF WS-FS-CONTRATO NOT = '00'
               ADD 1                          TO WS-QT-PENDENTES
               MOVE 'ERRO NA REGRAVACAO - REAJUSTE PENDENTE'
                                               TO WS-LRJ-ACAO
               PERFORM P800-LINHA-REAJUSTE
               EXIT PARAGRAPH
           END-IF

           PERFORM P700-GRAVA-HISTORICO

      *    SEM PRECO ACORDADO NAO HA O QUE AVISAR - SO' O ANO FICA
      *    MARCADO, PARA O CONTRATO NAO VOLTAR ATE O PROXIMO ANO.
           IF WS-VALOR-ANTES = ZEROS
               MOVE 'SEM PRECO ACORDADO - SO'' O ANO MARCADO'
                                               TO WS-LRJ-ACAO
               PERFORM P800-LINHA-REAJUSTE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-REAJUSTADOS
           ADD WS-VALOR-ANTES                 TO WS-TOTAL-ANTES
           ADD WS-VALOR-DEPOIS                TO WS-TOTAL-DEPOIS
           MOVE 'REAJUSTADO'                  TO WS-LRJ-ACAO
           PERFORM P800-LINHA-REAJUSTE

           ADD 1                              TO WS-QT-TAB-REAJ
           MOVE CONTR-NUM-CLIENTE
               TO WS-RJ-CLIENTE(WS-QT-TAB-REAJ)
           MOVE CONTR-NUMERO
               TO WS-RJ-CONTRATO(WS-QT-TAB-REAJ)
           MOVE CONTR-INDICE
               TO WS-RJ-INDICE(WS-QT-TAB-REAJ)
           MOVE WS-PERC-REAJ
               TO WS-RJ-PERC(WS-QT-TAB-REAJ)
           MOVE WS-VALOR-ANTES
               TO WS-RJ-VALOR-ANTES(WS-QT-TAB-REAJ)
           MOVE WS-VALOR-DEPOIS
               TO WS-RJ-VALOR-DEPOIS(WS-QT-TAB-REAJ)
           SET RJ-AVISADO(WS-QT-TAB-REAJ)     TO FALSE
           .

      *****************************************
      * PRECO NOVO DA LINHA E O VALOR MENSAL ANTES/DEPOIS (SO' AS
      * LINHAS COM PRECO ACORDADO ENTRAM NO VALOR DO AVISO).
      *****************************************
       P410-NOVO-PRECO.
      *****************************************

           MOVE ZEROS                         TO
               WS-PRECO-NOVO(WS-IX-ITEM)

           IF CONTR-PRECO-ACORDADO(WS-IX-ITEM) IS NOT NUMERIC
              OR CONTR-PRECO-ACORDADO(WS-IX-ITEM) NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRECO-NOVO(WS-IX-ITEM) ROUNDED =
                   CONTR-PRECO-ACORDADO(WS-IX-ITEM) * WS-FATOR
               ON SIZE ERROR
                   SET PRECO-ESTOUROU         TO TRUE
                   DISPLAY 'CONTRATO ' CONTR-NUMERO ' LINHA '
                           WS-IX-ITEM ' - PRECO REAJUSTADO ESTOURA'
           END-COMPUTE

           IF CONTR-PRODUTO(WS-IX-ITEM) NOT = SPACES
              AND CONTR-QTDE(WS-IX-ITEM) IS NUMERIC
               COMPUTE WS-VALOR-ANTES ROUNDED = WS-VALOR-ANTES
                     + CONTR-QTDE(WS-IX-ITEM)
                     * CONTR-PRECO-ACORDADO(WS-IX-ITEM)
               COMPUTE WS-VALOR-DEPOIS ROUNDED = WS-VALOR-DEPOIS
                     + CONTR-QTDE(WS-IX-ITEM)
                     * WS-PRECO-NOVO(WS-IX-ITEM)
           END-IF
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
      * ALTERACAO DA MANUTENCAO ('A') - OS PRECOS ANTIGOS E NOVOS
      * FICAM NAS DUAS IMAGENS.
      *****************************************
       P700-GRAVA-HISTORICO.
      *****************************************

           MOVE CONTR-NUMERO                  TO CHIST-NUMERO
           MOVE 'DEMONSTRA-CONTRREAJ'         TO CHIST-PROGRAMA
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
       P800-LINHA-REAJUSTE.
      *****************************************

           MOVE WS-LINHA-REAJ                 TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * UM AVISO POR CLIENTE: A PRIMEIRA LINHA AINDA NAO AVISADA DA
      * TABELA PUXA TODAS AS OUTRAS DO MESMO CLIENTE.
      *****************************************
       P900-AVISA-CLIENTES.
      *****************************************

           PERFORM VARYING WS-IX-REAJ FROM 1 BY 1
                   UNTIL WS-IX-REAJ > WS-QT-TAB-REAJ
               IF NOT RJ-AVISADO(WS-IX-REAJ)
                   MOVE WS-RJ-CLIENTE(WS-IX-REAJ)
                       TO WS-CLIENTE-AVISO
                   PERFORM P910-AVISA-CLIENTE
               END-IF
           END-PERFORM
           .

      *****************************************
      * AVISO DO REAJUSTE PELO CANAL DO CADASTRO: FILA DE E-MAIL OU
      * CARTA NO CONTRREAJAV (OU OS DOIS). E' COMUNICACAO
      * CONTRATUAL - NAO DEPENDE DE CONSENTIMENTO. SEM O CLIENTE NO
      * CLIMAST NAO HA PARA ONDE MANDAR: VAI PARA OS ERROS.
      *****************************************
       P910-AVISA-CLIENTE.
      *****************************************

           MOVE ZEROS                         TO WS-QT-CONTR-CLIENTE
           MOVE ZEROS                         TO WS-MENSAL-CLIENTE
           PERFORM VARYING WS-IX-REAJ2 FROM WS-IX-REAJ BY 1
                   UNTIL WS-IX-REAJ2 > WS-QT-TAB-REAJ
               IF WS-RJ-CLIENTE(WS-IX-REAJ2) = WS-CLIENTE-AVISO
                   ADD 1                      TO WS-QT-CONTR-CLIENTE
                   ADD WS-RJ-VALOR-DEPOIS(WS-IX-REAJ2)
                                              TO WS-MENSAL-CLIENTE
               END-IF
           END-PERFORM

           SET CLIENTE-LIDO                   TO FALSE
           MOVE WS-CLIENTE-AVISO              TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CLIMAST = '00'
               SET CLIENTE-LIDO               TO TRUE
           END-IF

           IF NOT CLIENTE-LIDO
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'CLIENTE ' WS-CLIENTE-AVISO
                       ' NAO CADASTRADO - AVISO DE REAJUSTE NAO '
                       'ENVIADO'
           ELSE
               ADD 1                          TO WS-QT-CLIENTES
               PERFORM P-RESOLVE-CANAL
               IF ENTREGA-POR-EMAIL
                   PERFORM P920-EMAIL-REAJUSTE
               END-IF
               IF ENTREGA-NO-PAPEL
                   PERFORM P930-CARTA-REAJUSTE
               END-IF
           END-IF

           PERFORM VARYING WS-IX-REAJ2 FROM WS-IX-REAJ BY 1
                   UNTIL WS-IX-REAJ2 > WS-QT-TAB-REAJ
               IF WS-RJ-CLIENTE(WS-IX-REAJ2) = WS-CLIENTE-AVISO
                   SET RJ-AVISADO(WS-IX-REAJ2) TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************
       P920-EMAIL-REAJUSTE.
      *****************************************

           MOVE WS-QT-CONTR-CLIENTE           TO WS-QT-CONTR-ED
           MOVE WS-MENSAL-CLIENTE             TO WS-VALOR-ED

           MOVE SPACES                        TO WS-REG-EMAILQ
           MOVE ZEROS                         TO MQ-NUM-PAGTO
           MOVE WS-EMAIL                      TO MQ-EMAIL
           MOVE ZEROS                         TO MQ-NIVEL
           STRING 'REAJUSTE ANUAL DE '        DELIMITED BY SIZE
                  WS-QT-CONTR-ED              DELIMITED BY SIZE
                  ' CONTRATO(S) EM '          DELIMITED BY SIZE
                  WS-VIGENCIA-ED              DELIMITED BY SIZE
                  ' - NOVO VALOR MENSAL'      DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO MQ-TEXTO
           END-STRING
           WRITE WS-REG-EMAILQ
           .

      *****************************************
      * CARTA DE REAJUSTE, SEPARADA POR LINHA DE CORTE COMO AS
      * CARTAS DE COBRANCA: UMA LINHA POR CONTRATO DO CLIENTE.
      *****************************************
       P930-CARTA-REAJUSTE.
      *****************************************

           MOVE ALL '-'                       TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE 'AVISO DE REAJUSTE ANUAL DOS CONTRATOS'
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
           STRING 'CONFORME A CLAUSULA DE REAJUSTE, A PARTIR DE '
                                              DELIMITED BY SIZE
                  WS-VIGENCIA-ED              DELIMITED BY SIZE
                  ' OS VALORES MENSAIS DOS SEUS CONTRATOS PASSAM A:'
                                              DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           PERFORM VARYING WS-IX-REAJ2 FROM WS-IX-REAJ BY 1
                   UNTIL WS-IX-REAJ2 > WS-QT-TAB-REAJ
               IF WS-RJ-CLIENTE(WS-IX-REAJ2) = WS-CLIENTE-AVISO
                   PERFORM P940-LINHA-CARTA
               END-IF
           END-PERFORM

           MOVE 'EM CASO DE DUVIDA, PROCURE O SEU ATENDIMENTO.'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO
           .

      *****************************************
       P940-LINHA-CARTA.
      *****************************************

           MOVE WS-RJ-PERC(WS-IX-REAJ2)       TO WS-PERC-ED
           MOVE WS-RJ-VALOR-ANTES(WS-IX-REAJ2) TO WS-VALOR-ED
           MOVE WS-RJ-VALOR-DEPOIS(WS-IX-REAJ2) TO WS-VALOR-ED2

           MOVE SPACES                        TO WS-REG-AVISO
           STRING '  CONTRATO '               DELIMITED BY SIZE
                  WS-RJ-CONTRATO(WS-IX-REAJ2) DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-RJ-INDICE(WS-IX-REAJ2)   DELIMITED BY SPACE
                  WS-PERC-ED                  DELIMITED BY SIZE
                  '% - DE'                    DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' PARA'                     DELIMITED BY SIZE
                  WS-VALOR-ED2                DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO
           .

      *****************************************
       P990-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-REAJUSTADOS             TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS REAJUSTADOS.: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-PENDENTES               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS PENDENTES...: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-CLIENTES                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CLIENTES AVISADOS.....: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOTAL-ANTES                TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECEITA MENSAL ANTES..: '  DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOTAL-DEPOIS               TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECEITA MENSAL DEPOIS.: '  DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
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
           CLOSE AVISO-IMPRESSO
           CLOSE REAJUSTE-RPT
           CLOSE FILA-EMAIL

           DISPLAY 'CONTRATOS LIDOS......: ' WS-QT-LIDOS
           DISPLAY 'CONTRATOS REAJUSTADOS: ' WS-QT-REAJUSTADOS
           DISPLAY 'CONTRATOS PENDENTES..: ' WS-QT-PENDENTES
           DISPLAY 'CLIENTES AVISADOS....: ' WS-QT-CLIENTES
           DISPLAY 'ERROS................: ' WS-QT-ERROS
           PERFORM P-EXIBE-CANAIS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-REAJUSTADOS              TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

      *    PENDENTE (INDICE AINDA NAO PUBLICADO) NAO E' ERRO, MAS O
      *    OPERADOR PRECISA VER: SAI COM AVISO.
           IF WS-RETORNO = ZEROS
              AND (WS-QT-ERROS > ZEROS OR WS-QT-PENDENTES > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY CANALPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-CONTRREAJ.
