      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - EMPRESTIMO INDEXADO (CDI/SELIC + SPREAD):
      *                    CAPITALIZADO PELAS TAXAS DIARIAS
      *                    PUBLICADAS NO TAXAIDX EM CADA DIA UTIL
      *                    DESDE O ULTIMO GIRO (EMP-DATA-ULT-GIRO) ATE
      *                    A DATA DE NEGOCIO, COM EMP-TAXA ATUALIZADA
      *                    PARA O EQUIVALENTE MENSAL DO ULTIMO
      *                    INDICE. UMA PRE-PASSADA CONFERE QUE HA
      *                    VALOR PARA TODOS OS DIAS UTEIS DE TODOS OS
      *                    INDEXADOS; FALTANDO UM, O GIRO PARA COM RC
      *                    8 ANTES DO PRIMEIRO REWRITE, SEM ESTIMAR
      *   15/10/2026 WT - JUROS DO GIRO SOMADOS TAMBEM EM EMP-JUROS-ACUM
      *                    (JUROS CAPITALIZADOS AINDA NAO PAGOS, QUE AS
      *                    PARCELAS E AS ANTECIPACOES QUITAM ANTES DO
      *                    PRINCIPAL) E GRAVADOS COMO LINHA 'JU' NO
      *                    HISTORICO DO EMPRESTIMO (EMPHIST)
      *   15/10/2026 WT - EMPRESTIMO EM NAO-ACCRUAL (DEMONSTRA-EMPACCR)
      *                    NAO CAPITALIZA: OS JUROS DO PERIODO VAO
      *                    PARA O SALDO DE MEMORIA EMP-JUROS-SUSPENSOS
      *                    (E A PARTE DO MES), SEM MOVIMENTO CONTABIL,
      *                    COM LINHA 'JS' NO EMPHIST; O RELATORIO
      *                    MOSTRA OS JUROS SUSPENSOS DA NOITE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPROLL.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT TAXA-INDEXADOR      ASSIGN TO 'TAXAIDX'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAIDX.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO-MASTER.
       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD FERIADOS-CAL.
           COPY FERIADO.

       FD TAXA-INDEXADOR.
           COPY TAXAIDX.

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-MOVIMENTO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-CARTEIRA-DEPOIS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-CARTEIRA-ED                     PIC -(13)9.99.

      *    INDEXADOS: DIAS DO PERIODO (DESDE O DIA SEGUINTE AO
      *    ULTIMO GIRO ATE A DATA DE NEGOCIO), FATOR ACUMULADO DAS
      *    TAXAS DIARIAS E A PRIMEIRA DATA SEM TAXA PUBLICADA.
       77 WS-DIA-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-FATOR-ACUM        PIC S9(03)V9(12) COMP-3 VALUE ZEROS.
       77 WS-QT-DIAS-INDICE                  PIC 9(04) VALUE ZEROS.
       77 WS-SW-FALTA-INDICE                 PIC X(01) VALUE 'N'.
           88 FALTA-INDICE                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-SEM-INDICE                 PIC 9(08) VALUE ZEROS.
       77 WS-QT-SEM-INDICE                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-INDEXADOS                    PIC 9(06) VALUE ZEROS.

      *    NAO-ACCRUAL: JUROS SUSPENSOS DA NOITE (FORA DO BALANCO).
       77 WS-MES-NEGOCIO                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-SUSPENSOS                    PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-SUSPENSO    PIC S9(13)V99 COMP-3 VALUE ZEROS.

           COPY RPTHDR.
           COPY RUNCTLWS.
           COPY DTNEGWS.
           COPY FERIADWS.
           COPY TAXIDXWS.

       LINKAGE SECTION.
           COPY JOBRES.

           MOVE 'INICIO'                      TO WS-RUNCTL-EVENTO-GRAVA
           PERFORM P-GRAVA-RUNCTL
           COMPUTE WS-MES-NEGOCIO = WS-DATA-NEGOCIO / 100

           OPEN I-O    EMPRESTIMO-MASTER
           OPEN OUTPUT EMPROLL-RPT
               MOVE 8                         TO WS-RETORNO
           END-IF

      *    SEM TAXA PUBLICADA PARA ALGUM DIA UTIL DE ALGUM
      *    INDEXADO, NADA E' GIRADO: A PRE-PASSADA PARA O JOB ANTES
      *    DO PRIMEIRO REWRITE.
           IF NOT FIM-DO-ARQUIVO
               PERFORM P-CARREGA-FERIADOS
               PERFORM P-CARREGA-TAXAIDX
               PERFORM P150-CONFERE-INDICES
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-EMPRESTIMO
           END-IF
           END-IF
           .

      *****************************************
      * PRE-PASSADA SOMENTE DE LEITURA: CADA INDEXADO COM SALDO
      * PRECISA DA TAXA PUBLICADA DE CADA DIA UTIL DO SEU PERIODO.
      * FALTANDO ALGUMA, RC 8 E FIM DE ARQUIVO; SENAO O CADASTRO
      * VOLTA AO INICIO PARA O GIRO.
      *****************************************
       P150-CONFERE-INDICES.
      *****************************************

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ EMPRESTIMO-MASTER NEXT RECORD
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND EMP-TAXA-INDEXADA AND EMP-SALDO > ZEROS
                   PERFORM P300-ACUMULA-INDICE
                   IF FALTA-INDICE
                       ADD 1                  TO WS-QT-SEM-INDICE
                       DISPLAY 'EMPRESTIMO ' EMP-NUMERO
                               ' SEM TAXA ' EMP-INDICE
                               ' PUBLICADA EM ' WS-DATA-SEM-INDICE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QT-SEM-INDICE > ZEROS
               DISPLAY 'GIRO INTERROMPIDO: ' WS-QT-SEM-INDICE
                       ' EMPRESTIMO(S) INDEXADO(S) SEM TAXA DIARIA '
                       '- CADASTRE O TAXAIDX E REEXECUTE.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           MOVE ZEROS                         TO EMP-NUMERO
           START EMPRESTIMO-MASTER KEY NOT < EMP-NUMERO
               INVALID KEY
                   MOVE 'S'                   TO WS-EOF
           END-START
           .

      *****************************************
      * CAPITALIZA UM PERIODO: JUROS = SALDO X TAXA, SOMADOS AO
      * SALDO E REGRAVADOS NO LUGAR - A MESMA ARITMETICA DE
      * P500-CALC DE DEMONSTRA-JUROS, UM PERIODO POR NOITE. O
      * INDEXADO CAPITALIZA PELO FATOR ACUMULADO DAS TAXAS DIARIAS
      * DO PERIODO (P300) E GUARDA EM EMP-TAXA O EQUIVALENTE
      * MENSAL DO ULTIMO INDICE. EM NAO-ACCRUAL O SALDO NAO MUDA:
      * OS JUROS VAO PARA A MEMORIA DE JUROS SUSPENSOS (P250).
      *****************************************
       P200-PROCESSA.
      *****************************************

           ADD EMP-SALDO                      TO WS-CARTEIRA-ANTES

           IF EMP-TAXA-INDEXADA
               ADD 1                          TO WS-QT-INDEXADOS
               PERFORM P300-ACUMULA-INDICE
               COMPUTE WS-JUROS-PERIODO ROUNDED =
                       EMP-SALDO * (WS-FATOR-ACUM - 1)
               MOVE EMP-INDICE                TO WS-TXI-COD-TESTE
               MOVE WS-DATA-NEGOCIO           TO WS-TXI-DATA-TESTE
               PERFORM P-ULTIMA-TAXAIDX
               IF TXI-ACHOU
                   PERFORM P-FATORES-TAXAIDX
                   MOVE WS-TXI-TAXA-MES       TO EMP-TAXA
               END-IF
           ELSE
               COMPUTE WS-JUROS-PERIODO ROUNDED = EMP-SALDO * EMP-TAXA
           END-IF

           IF EMP-NAO-ACCRUAL
               PERFORM P250-SUSPENDE-JUROS
               PERFORM P100-LE-EMPRESTIMO
               EXIT PARAGRAPH
           END-IF

           ADD WS-JUROS-PERIODO               TO EMP-SALDO
           MOVE WS-DATA-NEGOCIO               TO EMP-DATA-ULT-GIRO
           IF EMP-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-ACUM
           END-IF
           ADD WS-JUROS-PERIODO               TO EMP-JUROS-ACUM

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   MOVE WS-JUROS-PERIODO      TO ROLL-JUROS
                   MOVE WS-DATA-NEGOCIO       TO ROLL-DATA
                   WRITE WS-REG-ROLLMOV

                   INITIALIZE WS-REG-EMPHIST
                   MOVE EMP-NUMERO            TO EMH-NUM-EMPRESTIMO
                   MOVE WS-DATA-NEGOCIO       TO EMH-DATA
                   MOVE 'JU'                  TO EMH-TIPO
                   MOVE WS-JUROS-PERIODO      TO EMH-VALOR
                                                  EMH-JUROS
                   MOVE ZEROS                 TO EMH-PRINCIPAL
                   MOVE EMP-SALDO             TO EMH-SALDO-APOS
                   MOVE 'DEMONSTRA-EMPROLL'   TO EMH-PROGRAMA
                   PERFORM P-GRAVA-EMPHIST
               END-IF
           ELSE
               ADD 1                          TO WS-QT-ERROS
           PERFORM P100-LE-EMPRESTIMO
           .

      *****************************************
      * NAO-ACCRUAL: OS JUROS DO PERIODO NAO SAO RECONHECIDOS - NEM
      * SALDO, NEM EMP-JUROS-ACUM, NEM EMPROLLMOV. FICAM NO SALDO DE
      * MEMORIA (ACUMULADO E DO MES) E NA LINHA 'JS' DO HISTORICO.
      *****************************************
       P250-SUSPENDE-JUROS.
      *****************************************

           IF EMP-JUROS-SUSPENSOS IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-SUSPENSOS
           END-IF
           IF EMP-SUSP-MES-REF IS NOT NUMERIC
              OR EMP-SUSP-NO-MES IS NOT NUMERIC
              OR EMP-SUSP-MES-REF NOT = WS-MES-NEGOCIO
               MOVE WS-MES-NEGOCIO            TO EMP-SUSP-MES-REF
               MOVE ZEROS                     TO EMP-SUSP-NO-MES
           END-IF

           ADD WS-JUROS-PERIODO               TO EMP-JUROS-SUSPENSOS
                                                  EMP-SUSP-NO-MES
           MOVE WS-DATA-NEGOCIO               TO EMP-DATA-ULT-GIRO

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EMPRESTIMO '
                           EMP-NUMERO ': ' WS-FS-EMPMAST
           END-REWRITE

           ADD EMP-SALDO                      TO WS-CARTEIRA-DEPOIS

           IF WS-FS-EMPMAST NOT = '00'
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-GIRADOS
                                                  WS-QT-SUSPENSOS
           ADD WS-JUROS-PERIODO               TO WS-TOTAL-SUSPENSO

           IF WS-JUROS-PERIODO NOT = ZEROS
               INITIALIZE WS-REG-EMPHIST
               MOVE EMP-NUMERO                TO EMH-NUM-EMPRESTIMO
               MOVE WS-DATA-NEGOCIO           TO EMH-DATA
               MOVE 'JS'                      TO EMH-TIPO
               MOVE ZEROS                     TO EMH-VALOR
                                                  EMH-PRINCIPAL
               MOVE WS-JUROS-PERIODO          TO EMH-JUROS
               MOVE EMP-SALDO                 TO EMH-SALDO-APOS
               MOVE 'DEMONSTRA-EMPROLL'       TO EMH-PROGRAMA
               PERFORM P-GRAVA-EMPHIST
           END-IF
           .

      *****************************************
      * PERIODO DO INDEXADO: DO DIA SEGUINTE AO ULTIMO GIRO (SEM
      * GIRO ANTERIOR, SO' A DATA DE NEGOCIO) ATE A DATA DE
      * NEGOCIO. CADA DIA UTIL MULTIPLICA O FATOR PELA TAXA
      * PUBLICADA DAQUELE DIA MAIS O SPREAD; DIA UTIL SEM TAXA
      * MARCA FALTA-INDICE - NUNCA SE USA O VALOR DE OUTRO DIA.
      *****************************************
       P300-ACUMULA-INDICE.
      *****************************************

           MOVE 1                             TO WS-FATOR-ACUM
           MOVE ZEROS                         TO WS-QT-DIAS-INDICE
                                                  WS-DATA-SEM-INDICE
           SET FALTA-INDICE                   TO FALSE

           IF EMP-DATA-ULT-GIRO IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-DATA-ULT-GIRO
           END-IF
           IF EMP-SPREAD IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-SPREAD
           END-IF
           MOVE EMP-SPREAD                    TO WS-TXI-SPREAD

           COMPUTE WS-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           IF EMP-DATA-ULT-GIRO = ZEROS
               MOVE WS-FIM-INT                TO WS-DIA-INT
           ELSE
               COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(EMP-DATA-ULT-GIRO)
                     + 1
           END-IF

           PERFORM UNTIL WS-DIA-INT > WS-FIM-INT
               COMPUTE WS-FER-DATA-TESTE =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM P-E-DIA-UTIL
               IF FER-DIA-UTIL
                   MOVE EMP-INDICE            TO WS-TXI-COD-TESTE
                   MOVE WS-FER-DATA-TESTE     TO WS-TXI-DATA-TESTE
                   PERFORM P-BUSCA-TAXAIDX
                   IF TXI-ACHOU
                       PERFORM P-FATORES-TAXAIDX
                       COMPUTE WS-FATOR-ACUM ROUNDED =
                               WS-FATOR-ACUM * WS-TXI-FATOR-DIA
                       ADD 1                  TO WS-QT-DIAS-INDICE
                   ELSE
                       IF NOT FALTA-INDICE
                           SET FALTA-INDICE   TO TRUE
                           MOVE WS-FER-DATA-TESTE
                                               TO WS-DATA-SEM-INDICE
                       END-IF
                   END-IF
               END-IF
               ADD 1                          TO WS-DIA-INT
           END-PERFORM
           .

      *****************************************
       P999-FIM.
      *****************************************
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EMPRESTIMOS INDEXADOS..: ' DELIMITED BY SIZE
                  WS-QT-INDEXADOS             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-TOTAL-SUSPENSO             TO WS-CARTEIRA-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'NAO-ACCRUAL (SUSPENSOS): ' DELIMITED BY SIZE
                  WS-QT-SUSPENSOS             DELIMITED BY SIZE
                  ' JUROS '                   DELIMITED BY SIZE
                  WS-CARTEIRA-ED              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF WS-QT-SEM-INDICE > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'GIRO INTERROMPIDO - '  DELIMITED BY SIZE
                      WS-QT-SEM-INDICE        DELIMITED BY SIZE
                      ' INDEXADO(S) SEM TAXA DIARIA NO TAXAIDX'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF

           IF WS-FS-EMPMAST = '00' OR WS-FS-EMPMAST = '10'
               CLOSE EMPRESTIMO-MASTER
           END-IF

           DISPLAY 'EMPRESTIMOS LIDOS....: ' WS-QT-LIDOS
           DISPLAY 'EMPRESTIMOS GIRADOS..: ' WS-QT-GIRADOS
           DISPLAY 'INDEXADOS GIRADOS....: ' WS-QT-INDEXADOS
           DISPLAY 'INDEXADOS SEM INDICE.: ' WS-QT-SEM-INDICE
           DISPLAY 'NAO-ACCRUAL SUSPENSOS: ' WS-QT-SUSPENSOS
           MOVE WS-CARTEIRA-ANTES             TO WS-CARTEIRA-ED
           DISPLAY 'CARTEIRA ANTES.......: ' WS-CARTEIRA-ED
           MOVE WS-CARTEIRA-DEPOIS            TO WS-CARTEIRA-ED
           COPY RPTHDPR.
           COPY RUNCTLPR.
           COPY DTNEGPR.
           COPY FERIADPR.
           COPY TAXIDXPR.
           COPY EMPHSTPR.

       END PROGRAM DEMONSTRA-EMPROLL.
