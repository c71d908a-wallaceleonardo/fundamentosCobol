      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DO CONSENTIMENTO LGPD (CONSREL).
      *          PRIMEIRA PARTE: OS CLIENTES ATIVOS DO CLIMAST SEM
      *          NENHUM CONSENTIMENTO REGISTRADO NO CONSENT, UM POR
      *          LINHA, E A SITUACAO VIGENTE POR FINALIDADE
      *          (MARKETING, CRM, PARCEIROS): QUANTOS CONSENTIRAM,
      *          QUANTOS RECUSARAM E QUANTOS NAO TEM REGISTRO.
      *          SEGUNDA PARTE: O MOVIMENTO DO MES DA DATA DE NEGOCIO
      *          NA TRILHA CONSHIST - OPT-INS (PASSOU A CONSENTIR) E
      *          OPT-OUTS (PASSOU A RECUSAR) POR FINALIDADE, PELAS
      *          IMAGENS ANTES/DEPOIS. CABECALHO PELO GERADOR
      *          COMPARTILHADO (COPY/RPTHDPR.CPY).
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONSREL.
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

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT CONSENT-HISTORICO   ASSIGN TO 'CONSHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONSHIST.

           SELECT CONSENT-RPT         ASSIGN TO 'CONSREL'
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
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD CONSENT-HISTORICO.
           COPY CONSHIST.

       FD CONSENT-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CONSHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    MES DO MOVIMENTO (AAAAMM DA DATA DE NEGOCIO).
       77 WS-MES-REFERENCIA                  PIC X(06) VALUE SPACES.

      *    AS TRES FINALIDADES, NA ORDEM DO RELATORIO, COM OS
      *    TOTAIS DA SITUACAO VIGENTE E DO MOVIMENTO DO MES.
       01 WS-FINALIDADES-LITERAL             PIC X(03) VALUE 'MCP'.
       01 WS-FINALIDADES-TAB REDEFINES WS-FINALIDADES-LITERAL.
           03 WS-FINALIDADE-ITEM      OCCURS 3 TIMES PIC X(01).
       01 WS-TAB-TOTAIS.
           03 WS-TOT-ITEM              OCCURS 3 TIMES.
               05 WS-TOT-CONSENTIU            PIC 9(06).
               05 WS-TOT-RECUSOU              PIC 9(06).
               05 WS-TOT-SEM-REGISTRO         PIC 9(06).
               05 WS-TOT-OPT-IN-MES           PIC 9(06).
               05 WS-TOT-OPT-OUT-MES          PIC 9(06).
       77 WS-IX-FINALIDADE                   PIC 9(01) VALUE ZEROS.
       77 WS-FINALIDADE-BUSCA                PIC X(01) VALUE SPACE.
       77 WS-DESCR-FINALIDADE                PIC X(22) VALUE SPACES.

      *    CLIENTE EM CURSO: QUANTAS FINALIDADES TEM REGISTRO.
       77 WS-QT-REGISTROS-CLIENTE            PIC 9(01) VALUE ZEROS.

      *    SITUACAO ANTES/DEPOIS DE UMA LINHA DA TRILHA (POSICAO DE
      *    CONS-SITUACAO DENTRO DA IMAGEM DO REGISTRO CONSENT).
       77 WS-SITUACAO-ANTES                  PIC X(01) VALUE SPACE.
       77 WS-SITUACAO-DEPOIS                 PIC X(01) VALUE SPACE.

       77 WS-QT-CLIENTES                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-NENHUM                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-MOVIMENTOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-QT2-ED                          PIC ZZZZZ9.
       77 WS-QT3-ED                          PIC ZZZZZ9.

           COPY RPTHDR.
           COPY DTNEGWS.
           COPY CONSWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P200-UM-CLIENTE UNTIL FIM-DO-ARQUIVO
               PERFORM P400-SITUACAO-VIGENTE
               PERFORM P500-MOVIMENTO-DO-MES
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONSREL'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:6)           TO WS-MES-REFERENCIA

           INITIALIZE WS-TAB-TOTAIS

           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  CLIENTE-CONSENTIMENTO
           OPEN OUTPUT CONSENT-RPT

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

      *    SEM O CONSENT O RELATORIO AINDA SAI: TODOS OS CLIENTES
      *    APARECEM SEM REGISTRO, QUE E' A VERDADE DO MOMENTO.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'AVISO: CONSENT INDISPONIVEL: ' WS-FS-CONSENT
           END-IF

           MOVE 'CONSENTIMENTO LGPD - MENSAL'  TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MES DE REFERENCIA: '       DELIMITED BY SIZE
                  WS-MES-REFERENCIA(5:2)      DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-MES-REFERENCIA(1:4)      DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CLIENTES SEM NENHUM CONSENTIMENTO REGISTRADO'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-CLIENTE
           END-IF
           .

      *****************************************
       P100-LE-CLIENTE.
      *****************************************

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ
           .

      *****************************************
      * UM CLIENTE ATIVO: A SITUACAO DE CADA FINALIDADE ENTRA NOS
      * TOTAIS; SEM REGISTRO EM NENHUMA, O CLIENTE E' LISTADO.
      *****************************************
       P200-UM-CLIENTE.
      *****************************************

           IF NOT CLIENTE-INATIVO
               ADD 1                          TO WS-QT-CLIENTES
               MOVE ZEROS                     TO WS-QT-REGISTROS-CLIENTE

               PERFORM P210-UMA-FINALIDADE
                   VARYING WS-IX-FINALIDADE FROM 1 BY 1
                     UNTIL WS-IX-FINALIDADE > 3

               IF WS-QT-REGISTROS-CLIENTE = ZEROS
                   ADD 1                      TO WS-QT-SEM-NENHUM
                   MOVE SPACES                TO WS-REG-RELATORIO
                   STRING '  '                DELIMITED BY SIZE
                          WS-NUM-CLIENTE      DELIMITED BY SIZE
                          '  '                DELIMITED BY SIZE
                          WS-NOME             DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
               END-IF
           END-IF

           PERFORM P100-LE-CLIENTE
           .

      *****************************************
       P210-UMA-FINALIDADE.
      *****************************************

           IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
               MOVE WS-NUM-CLIENTE            TO CONS-NUM-CLIENTE
               MOVE WS-FINALIDADE-ITEM(WS-IX-FINALIDADE)
                                               TO CONS-FINALIDADE
               READ CLIENTE-CONSENTIMENTO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF WS-FS-CONSENT = '00'
               ADD 1                          TO WS-QT-REGISTROS-CLIENTE
               IF CONS-CONSENTIU
                   ADD 1 TO WS-TOT-CONSENTIU(WS-IX-FINALIDADE)
               ELSE
                   ADD 1 TO WS-TOT-RECUSOU(WS-IX-FINALIDADE)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-SEM-REGISTRO(WS-IX-FINALIDADE)
           END-IF
           .

      *****************************************
       P400-SITUACAO-VIGENTE.
      *****************************************

           MOVE WS-QT-SEM-NENHUM              TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  TOTAL SEM NENHUM REGISTRO: ' DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE WS-QT-CLIENTES                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SITUACAO VIGENTE DOS '     DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  ' CLIENTES ATIVOS'          DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'FINALIDADE'                  TO WS-REG-RELATORIO(3:10)
           MOVE 'CONSENTIU'                   TO WS-REG-RELATORIO(26:9)
           MOVE 'RECUSOU'                     TO WS-REG-RELATORIO(38:7)
           MOVE 'SEM REG'                     TO WS-REG-RELATORIO(47:7)
           WRITE WS-REG-RELATORIO

           PERFORM P410-LINHA-VIGENTE
               VARYING WS-IX-FINALIDADE FROM 1 BY 1
                 UNTIL WS-IX-FINALIDADE > 3
           .

      *****************************************
       P410-LINHA-VIGENTE.
      *****************************************

           MOVE WS-FINALIDADE-ITEM(WS-IX-FINALIDADE)
                                               TO WS-FINALIDADE-BUSCA
           PERFORM P800-DESCREVE-FINALIDADE

           MOVE WS-TOT-CONSENTIU(WS-IX-FINALIDADE)    TO WS-QT-ED
           MOVE WS-TOT-RECUSOU(WS-IX-FINALIDADE)      TO WS-QT2-ED
           MOVE WS-TOT-SEM-REGISTRO(WS-IX-FINALIDADE) TO WS-QT3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-DESCR-FINALIDADE           TO WS-REG-RELATORIO(3:22)
           MOVE WS-QT-ED                      TO WS-REG-RELATORIO(29:6)
           MOVE WS-QT2-ED                     TO WS-REG-RELATORIO(39:6)
           MOVE WS-QT3-ED                     TO WS-REG-RELATORIO(48:6)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * MOVIMENTO DO MES: CADA LINHA DA TRILHA CONSHIST CARIMBADA
      * NO MES DE REFERENCIA CUJA SITUACAO MUDOU - PARA 'S' CONTA
      * COMO OPT-IN, PARA 'N' COMO OPT-OUT. RECONFIRMACAO DA MESMA
      * SITUACAO NAO E' MOVIMENTO.
      *****************************************
       P500-MOVIMENTO-DO-MES.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'MOVIMENTO DO MES (TRILHA CONSHIST)'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           OPEN INPUT CONSENT-HISTORICO

           IF WS-FS-CONSHIST = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM P510-UMA-LINHA-TRILHA UNTIL FIM-DO-ARQUIVO
               CLOSE CONSENT-HISTORICO
           ELSE
               MOVE '  TRILHA CONSHIST SEM MOVIMENTO'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'FINALIDADE'                  TO WS-REG-RELATORIO(3:10)
           MOVE 'OPT-IN'                      TO WS-REG-RELATORIO(29:6)
           MOVE 'OPT-OUT'                     TO WS-REG-RELATORIO(38:7)
           WRITE WS-REG-RELATORIO

           PERFORM P520-LINHA-MOVIMENTO
               VARYING WS-IX-FINALIDADE FROM 1 BY 1
                 UNTIL WS-IX-FINALIDADE > 3
           .

      *****************************************
       P510-UMA-LINHA-TRILHA.
      *****************************************

           READ CONSENT-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF CHIS-DATA-HORA(1:6) NOT = WS-MES-REFERENCIA
               EXIT PARAGRAPH
           END-IF

           MOVE CHIS-IMAGEM-ANTES(8:1)        TO WS-SITUACAO-ANTES
           MOVE CHIS-IMAGEM-DEPOIS(8:1)       TO WS-SITUACAO-DEPOIS

           IF WS-SITUACAO-DEPOIS = WS-SITUACAO-ANTES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-FINALIDADE FROM 1 BY 1
                   UNTIL WS-IX-FINALIDADE > 3
                      OR WS-FINALIDADE-ITEM(WS-IX-FINALIDADE)
                         = CHIS-FINALIDADE
               CONTINUE
           END-PERFORM

           IF WS-IX-FINALIDADE > 3
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SITUACAO-DEPOIS
               WHEN 'S'
                   ADD 1 TO WS-TOT-OPT-IN-MES(WS-IX-FINALIDADE)
                   ADD 1                      TO WS-QT-MOVIMENTOS
               WHEN 'N'
                   ADD 1 TO WS-TOT-OPT-OUT-MES(WS-IX-FINALIDADE)
                   ADD 1                      TO WS-QT-MOVIMENTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P520-LINHA-MOVIMENTO.
      *****************************************

           MOVE WS-FINALIDADE-ITEM(WS-IX-FINALIDADE)
                                               TO WS-FINALIDADE-BUSCA
           PERFORM P800-DESCREVE-FINALIDADE

           MOVE WS-TOT-OPT-IN-MES(WS-IX-FINALIDADE)   TO WS-QT-ED
           MOVE WS-TOT-OPT-OUT-MES(WS-IX-FINALIDADE)  TO WS-QT2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-DESCR-FINALIDADE           TO WS-REG-RELATORIO(3:22)
           MOVE WS-QT-ED                      TO WS-REG-RELATORIO(29:6)
           MOVE WS-QT2-ED                     TO WS-REG-RELATORIO(39:6)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P800-DESCREVE-FINALIDADE.
      *****************************************

           EVALUATE WS-FINALIDADE-BUSCA
               WHEN 'M'
                   MOVE 'MARKETING'           TO WS-DESCR-FINALIDADE
               WHEN 'C'
                   MOVE 'COMPARTILHAR COM CRM'
                                               TO WS-DESCR-FINALIDADE
               WHEN 'P'
                   MOVE 'COMPARTILHAR PARCEIROS'
                                               TO WS-DESCR-FINALIDADE
           END-EVALUATE
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '10'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF

           IF WS-FS-RELATORIO = '00'
               CLOSE CONSENT-RPT
           END-IF

           DISPLAY 'CLIENTES ATIVOS......: ' WS-QT-CLIENTES
           DISPLAY 'SEM NENHUM REGISTRO..: ' WS-QT-SEM-NENHUM
           DISPLAY 'MOVIMENTOS DO MES....: ' WS-QT-MOVIMENTOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CLIENTES                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-CONSREL.
