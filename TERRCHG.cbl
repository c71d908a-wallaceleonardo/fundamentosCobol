      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO DE MUDANCA DE TERRITORIO (TERRCHGRPT),
      *          RODADO SOB DEMANDA PARA A GERENCIA DE VENDAS
      *          APROVAR UMA MUDANCA DA TABELA TERRIT ANTES DE ELA
      *          VALER: PARA A DATA INFORMADA, COMPARA O
      *          REPRESENTANTE DO TERRITORIO NA VESPERA COM O DO
      *          PROPRIO DIA (COPY/TERRPR.CPY) E LISTA OS CLIENTES
      *          ATIVOS DO CLIMAST E OS CONTRATOS EM VIGOR DO
      *          CONTRMAST QUE PASSAM DE UM REPRESENTANTE PARA
      *          OUTRO - QUEM PERDE E QUEM GANHA A COMISSAO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-TERRCHG.
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

           SELECT CONTRATO-MASTER     ASSIGN TO 'CONTRMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTR-NUMERO
                                       FILE STATUS WS-FS-CONTRATO.

           SELECT TERRITORIOS         ASSIGN TO 'TERRIT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TERRIT.

           SELECT TERRITORIO-RPT      ASSIGN TO 'TERRCHGRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CONTRATO-MASTER.
           COPY CONTRMST.

       FD TERRITORIOS.
           COPY TERRIT.

       FD TERRITORIO-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 EXECUCAO-ABORTADA              VALUE 'S'.
       77 WS-QT-CLIENTES-LIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-CLIENTES-MUDAM               PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONTRATOS-MUDAM              PIC 9(06) VALUE ZEROS.
       77 WS-QT-ED                           PIC ZZZZZ9.

      *    DATA DA MUDANCA (INFORMADA DD/MM/AAAA) E A VESPERA.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-DATA-MUDANCA                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VESPERA                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DOC                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DOC-R REDEFINES WS-DATA-DOC.
           03 WS-DATA-DOC-AAAA               PIC 9(04).
           03 WS-DATA-DOC-MM                 PIC 9(02).
           03 WS-DATA-DOC-DD                 PIC 9(02).
       01 WS-DATA-DOC-ED.
           03 WS-DATA-ED-DD                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DATA-ED-MM                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DATA-ED-AAAA                PIC 9(04).

      *    O REPRESENTANTE DO CLIENTE EM CURSO NA VESPERA E NO DIA.
       77 WS-REP-ANTES                       PIC X(04) VALUE SPACES.
       77 WS-REP-DEPOIS                      PIC X(04) VALUE SPACES.
       77 WS-NIVEL-DEPOIS                    PIC X(01) VALUE SPACE.
       77 WS-ALCANCE-ED                      PIC X(08) VALUE SPACES.

       01 WS-LINHA-CLIENTE.
           03 WS-LC-CLIENTE                  PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LC-NOME                     PIC X(30).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LC-CIDADE                   PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LC-UF                       PIC X(02).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LC-REP-ANTES                PIC X(04).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 WS-LC-REP-DEPOIS               PIC X(04).
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LC-ALCANCE                  PIC X(08).

       01 WS-LINHA-CONTRATO.
           03 WS-LK-CONTRATO                 PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LK-CLIENTE                  PIC 9(06).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LK-NOME                     PIC X(30).
           03 FILLER                         PIC X(03) VALUE SPACES.
           03 WS-LK-DIA                      PIC 9(02).
           03 FILLER                         PIC X(05) VALUE SPACES.
           03 WS-LK-REP-ANTES                PIC X(04).
           03 FILLER                         PIC X(04) VALUE ' -> '.
           03 WS-LK-REP-DEPOIS               PIC X(04).

           COPY TERRWS.
           COPY DTVALID.
           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT EXECUCAO-ABORTADA
               PERFORM P200-CLIENTES
               PERFORM P400-CONTRATOS
               PERFORM P800-TOTAIS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-TERRCHG'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           DISPLAY 'DATA EM QUE A MUDANCA DE TERRITORIO VALE '
                   '(DD/MM/AAAA): '
           ACCEPT WS-DATA
           PERFORM P-VALIDA-DATA

           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' WS-DATA ' - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-MUDANCA =
                   WS-DTV-ANO * 10000
                 + WS-DTV-MES * 100
                 + WS-DTV-DIA
           COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-MUDANCA) - 1)

           PERFORM P-CARREGA-TERRITORIOS
           IF WS-QT-TAB-TERR = ZEROS
               DISPLAY 'TABELA DE TERRITORIOS VAZIA - NADA A '
                       'COMPARAR.'
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'CLIENTE-MASTER INDISPONIVEL: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TERRITORIO-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR TERRCHGRPT: ' WS-FS-RELATORIO
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           MOVE 'MUDANCA DE TERRITORIO'       TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-DATA-MUDANCA               TO WS-DATA-DOC
           PERFORM P900-EDITA-DATA
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'REPRESENTANTE NA VESPERA CONTRA O REPRESENTANTE '
                                              DELIMITED BY SIZE
                  'EM '                       DELIMITED BY SIZE
                  WS-DATA-DOC-ED              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * CLIENTES ATIVOS QUE MUDAM DE REPRESENTANTE NA DATA.
      *****************************************
       P200-CLIENTES.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CLIENTES QUE MUDAM DE REPRESENTANTE'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CLIENTE NOME                           CIDADE    '
                                              DELIMITED BY SIZE
                  '           UF  DE      PARA  ALCANCE'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UM-CLIENTE UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P210-UM-CLIENTE.
      *****************************************

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CLIENTES-LIDOS

           IF CLIENTE-INATIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-COMPARA-REPS
           IF WS-REP-ANTES = WS-REP-DEPOIS
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CLIENTES-MUDAM
           MOVE WS-NUM-CLIENTE                TO WS-LC-CLIENTE
           MOVE WS-NOME                       TO WS-LC-NOME
           MOVE WS-CIDADE                     TO WS-LC-CIDADE
           MOVE WS-ESTADO(1:2)                TO WS-LC-UF
           MOVE WS-REP-ANTES                  TO WS-LC-REP-ANTES
           MOVE WS-REP-DEPOIS                 TO WS-LC-REP-DEPOIS
           MOVE WS-ALCANCE-ED                 TO WS-LC-ALCANCE
           MOVE WS-LINHA-CLIENTE              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * REPRESENTANTE DO CLIENTE CORRENTE NA VESPERA E NA DATA DA
      * MUDANCA (BRANCO = SEM REPRESENTANTE) E O ALCANCE QUE DECIDE
      * O NOVO.
      *****************************************
       P300-COMPARA-REPS.
      *****************************************

           MOVE WS-NUM-CLIENTE                TO WS-TERR-CLIENTE
           MOVE WS-ESTADO(1:2)                TO WS-TERR-UF
           MOVE WS-CIDADE                     TO WS-TERR-CIDADE

           MOVE WS-DATA-VESPERA               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO
           MOVE WS-TERR-REP                   TO WS-REP-ANTES

           MOVE WS-DATA-MUDANCA               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO
           MOVE WS-TERR-REP                   TO WS-REP-DEPOIS
           MOVE WS-TERR-NIVEL                 TO WS-NIVEL-DEPOIS

           EVALUATE WS-NIVEL-DEPOIS
               WHEN 'C'
                   MOVE 'CLIENTE'             TO WS-ALCANCE-ED
               WHEN 'M'
                   MOVE 'CIDADES'             TO WS-ALCANCE-ED
               WHEN 'U'
                   MOVE 'UF'                  TO WS-ALCANCE-ED
               WHEN OTHER
                   MOVE 'NENHUM'              TO WS-ALCANCE-ED
           END-EVALUATE
           .

      *****************************************
      * CONTRATOS EM VIGOR NA DATA CUJO CLIENTE MUDA DE
      * REPRESENTANTE - AS FATURAS RECORRENTES PASSAM A COMISSIONAR
      * OUTRO. CONTRMAST AUSENTE: A SECAO SAI VAZIA.
      *****************************************
       P400-CONTRATOS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CONTRATOS EM VIGOR QUE MUDAM DE REPRESENTANTE'
                                              TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTR. CLIENTE NOME                           '
                                              DELIMITED BY SIZE
                  'DIA FAT.  DE      PARA'    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           OPEN INPUT CONTRATO-MASTER
           IF WS-FS-CONTRATO NOT = '00'
               DISPLAY 'AVISO: CONTRMAST INDISPONIVEL: '
                       WS-FS-CONTRATO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P410-UM-CONTRATO UNTIL FIM-DO-ARQUIVO

           CLOSE CONTRATO-MASTER
           .

      *****************************************
       P410-UM-CONTRATO.
      *****************************************

           READ CONTRATO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF CONTR-DATA-INICIO > WS-DATA-MUDANCA
               EXIT PARAGRAPH
           END-IF
           IF CONTR-DATA-FIM NOT = ZEROS
              AND CONTR-DATA-FIM < WS-DATA-MUDANCA
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-NUM-CLIENTE             TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CONTRATO ' CONTR-NUMERO
                           ' SEM CLIENTE NO CLIMAST.'
           END-READ
           IF WS-FS-CLIMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-COMPARA-REPS
           IF WS-REP-ANTES = WS-REP-DEPOIS
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CONTRATOS-MUDAM
           MOVE CONTR-NUMERO                  TO WS-LK-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO WS-LK-CLIENTE
           MOVE WS-NOME                       TO WS-LK-NOME
           MOVE CONTR-DIA-FATURAMENTO         TO WS-LK-DIA
           MOVE WS-REP-ANTES                  TO WS-LK-REP-ANTES
           MOVE WS-REP-DEPOIS                 TO WS-LK-REP-DEPOIS
           MOVE WS-LINHA-CONTRATO             TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P800-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-CLIENTES-MUDAM          TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CLIENTES QUE MUDAM DE REPRESENTANTE.: '
                                              DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-QT-CONTRATOS-MUDAM         TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTRATOS QUE MUDAM DE REPRESENTANTE: '
                                              DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'APROVADO POR: ______________________  '
                                              DELIMITED BY SIZE
                  'DATA: ___/___/_____'       DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P900-EDITA-DATA.
      *****************************************

           MOVE WS-DATA-DOC-DD                TO WS-DATA-ED-DD
           MOVE WS-DATA-DOC-MM                TO WS-DATA-ED-MM
           MOVE WS-DATA-DOC-AAAA              TO WS-DATA-ED-AAAA
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '10'
              OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE TERRITORIO-RPT
           END-IF

           DISPLAY 'CLIENTES LIDOS.......: ' WS-QT-CLIENTES-LIDOS
           DISPLAY 'CLIENTES QUE MUDAM...: ' WS-QT-CLIENTES-MUDAM
           DISPLAY 'CONTRATOS QUE MUDAM..: ' WS-QT-CONTRATOS-MUDAM

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CLIENTES-MUDAM           TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTVALPR.
           COPY RPTHDPR.
           COPY TERRPR.

       END PROGRAM DEMONSTRA-TERRCHG.
