      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ESTORNO DE UM PASSO DE ATUALIZACAO DO PAGTOPEND
      *          (FATPOST, BANKRET, PAGTOJUR OU PAGTOVENC) PELO JORNAL
      *          DE IMAGENS PAGTOJRN: O SUPERVISOR AUTENTICADO
      *          INFORMA O PASSO E A DATA DE NEGOCIO DELE E AS LINHAS
      *          DO PASSO SAO DESFEITAS DA ULTIMA PARA A PRIMEIRA -
      *          REGISTRO REGRAVADO VOLTA A IMAGEM ANTES, REGISTRO
      *          INCLUIDO E' EXCLUIDO. CADA MUDANCA DE SITUACAO
      *          DESFEITA GANHA A LINHA COMPENSATORIA NA TRILHA
      *          PAGTOAUD COM ORIGEM BACKOUT. O ESTORNO E' RECUSADO
      *          (RC 8, NADA TOCADO) SE ALGUM REGISTRO DO PASSO FOI
      *          MEXIDO DEPOIS DELE: POR OUTRO PASSO NO JORNAL OU POR
      *          QUALQUER PROGRAMA FORA DELE (A IMAGEM ATUAL DIFERE DA
      *          IMAGEM DEPOIS DO PASSO). CONCLUIDO, O JORNAL RECEBE A
      *          MARCA DO PASSO ESTORNADO E O PASSO PODE SER
      *          REEXECUTADO (NIGHTRST OU JCL).
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOBKO.
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

           SELECT PAGTO-JORNAL        ASSIGN TO 'PAGTOJRN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGJRN.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT ESTORNO-RPT         ASSIGN TO 'PAGTOBKORPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD PAGTO-JORNAL.
           COPY PAGJRN.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD ESTORNO-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGJRN                       PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 ENCERRA-SESSAO                 VALUE 'S' FALSE 'N'.

      *    O PASSO A ESTORNAR, COMO INFORMADO PELO SUPERVISOR.
       77 WS-PASSO                           PIC X(10) VALUE SPACES.
       77 WS-DATA-INFORMADA                  PIC X(08) VALUE SPACES.
       77 WS-CONFIRMA                        PIC X(01) VALUE SPACE.
       77 WS-ALVO-PROGRAMA                   PIC X(20) VALUE SPACES.
       77 WS-ALVO-DATA                       PIC 9(08) VALUE ZEROS.

      *    AS LINHAS DO JORNAL DA DATA DO PASSO EM DIANTE, NA ORDEM
      *    DO ARQUIVO. LINHA DE PASSO JA ESTORNADO FICA INATIVA.
       77 WS-QT-TAB-JORNAL                   PIC 9(04) VALUE ZEROS.
       77 WS-IX-JRN                          PIC 9(04) VALUE ZEROS.
       77 WS-IX-POST                         PIC 9(04) VALUE ZEROS.
       77 WS-SW-TABELA                       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA               VALUE 'S' FALSE 'N'.
       01 WS-TAB-JORNAL.
           03 WS-JORNAL-ITEM           OCCURS 3000 TIMES.
               05 WS-JT-PROGRAMA              PIC X(20).
               05 WS-JT-DATA                  PIC 9(08).
               05 WS-JT-OPERACAO              PIC X(01).
               05 WS-JT-NUM-PAGTO             PIC 9(06).
               05 WS-JT-ANTES                 PIC X(94).
               05 WS-JT-DEPOIS                PIC X(94).
               05 WS-JT-ATIVO                 PIC X(01).

       77 WS-SW-ULTIMA                       PIC X(01) VALUE 'N'.
           88 ULTIMA-DO-PAGTO                VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.
       77 WS-SITUACAO-DEPOIS                 PIC X(01) VALUE SPACE.
       77 WS-SITUACAO-ANTES                  PIC X(01) VALUE SPACE.

       77 WS-QT-DO-PASSO                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFLITOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RESTAURADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-FALHAS                       PIC 9(06) VALUE ZEROS.

           COPY DTNEGWS.
           COPY RPTHDR.
           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT ENCERRA-SESSAO
               PERFORM P100-CARREGA-JORNAL
           END-IF

           IF NOT ENCERRA-SESSAO
               PERFORM P200-VERIFICA-CONFLITOS
           END-IF

           IF NOT ENCERRA-SESSAO
               PERFORM P300-ESTORNA
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-PAGTOBKO'          TO WS-SEN-PROGRAMA
           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PAGTOBKO'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           OPEN OUTPUT ESTORNO-RPT

           MOVE 'ESTORNO DE PASSO DO PAGTOPEND' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           IF NOT SEN-AUTENTICADO
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'SUPERVISOR NAO AUTENTICADO - NADA ESTORNADO'
                                              TO WS-MOTIVO
               PERFORM P900-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P050-PEDE-PASSO
           .

      *****************************************
      * O PASSO (UM DOS QUATRO QUE GRAVAM O JORNAL) E A DATA DE
      * NEGOCIO DELE - EM BRANCO, A DATA DE NEGOCIO CORRENTE - E A
      * CONFIRMACAO.
      *****************************************
       P050-PEDE-PASSO.
      *****************************************

           DISPLAY 'PASSO A ESTORNAR (FATPOST, BANKRET, PAGTOJUR, '
                   'PAGTOVENC): '
           ACCEPT WS-PASSO

           EVALUATE WS-PASSO
               WHEN 'FATPOST'
               WHEN 'BANKRET'
               WHEN 'PAGTOJUR'
               WHEN 'PAGTOVENC'
                   MOVE SPACES                TO WS-ALVO-PROGRAMA
                   STRING 'DEMONSTRA-'        DELIMITED BY SIZE
                          WS-PASSO            DELIMITED BY SPACE
                          INTO WS-ALVO-PROGRAMA
                   END-STRING
               WHEN OTHER
                   MOVE 'PASSO SEM JORNAL DE IMAGENS'
                                              TO WS-MOTIVO
                   PERFORM P900-RECUSA
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'DATA DE NEGOCIO DO PASSO (AAAAMMDD, BRANCO = '
                   WS-DATA-NEGOCIO '): '
           ACCEPT WS-DATA-INFORMADA

           EVALUATE TRUE
               WHEN WS-DATA-INFORMADA = SPACES
                   MOVE WS-DATA-NEGOCIO       TO WS-ALVO-DATA
               WHEN WS-DATA-INFORMADA IS NUMERIC
                   MOVE WS-DATA-INFORMADA     TO WS-ALVO-DATA
               WHEN OTHER
                   MOVE 'DATA DE NEGOCIO INVALIDA'
                                              TO WS-MOTIVO
                   PERFORM P900-RECUSA
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PASSO: '                   DELIMITED BY SIZE
                  WS-ALVO-PROGRAMA            DELIMITED BY SPACE
                  '  DATA DE NEGOCIO: '       DELIMITED BY SIZE
                  WS-ALVO-DATA                DELIMITED BY SIZE
                  '  SUPERVISOR: '            DELIMITED BY SIZE
                  WS-OPERADOR                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           DISPLAY 'CONFIRMA O ESTORNO DE ' WS-ALVO-PROGRAMA
                   ' DE ' WS-ALVO-DATA ' (S/N): '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               MOVE 'ESTORNO NAO CONFIRMADO'  TO WS-MOTIVO
               PERFORM P900-RECUSA
           END-IF
           .

      *****************************************
      * UMA PASSAGEM PELO JORNAL: GUARDA AS LINHAS DA DATA DO PASSO
      * EM DIANTE (SO' ELAS PODEM SER DO PASSO OU POSTERIORES A
      * ELE). A MARCA DE UM PASSO ESTORNADO INATIVA AS LINHAS DELE
      * JA GUARDADAS - UMA REEXECUCAO DEPOIS DA MARCA VALE DE NOVO.
      *****************************************
       P100-CARREGA-JORNAL.
      *****************************************

           OPEN INPUT PAGTO-JORNAL
           IF WS-FS-PAGJRN NOT = '00'
               DISPLAY 'JORNAL PAGTOJRN INDISPONIVEL: ' WS-FS-PAGJRN
               MOVE 'JORNAL PAGTOJRN INDISPONIVEL'
                                              TO WS-MOTIVO
               PERFORM P900-RECUSA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P110-UMA-LINHA-JORNAL UNTIL FIM-DO-ARQUIVO

           CLOSE PAGTO-JORNAL

           IF TABELA-ESTOURADA
               MOVE 'JORNAL ACIMA DE 3000 LINHAS DESDE A DATA'
                                              TO WS-MOTIVO
               PERFORM P900-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-JRN FROM 1 BY 1
                   UNTIL WS-IX-JRN > WS-QT-TAB-JORNAL
               IF WS-JT-ATIVO(WS-IX-JRN) = 'S'
                  AND WS-JT-PROGRAMA(WS-IX-JRN) = WS-ALVO-PROGRAMA
                  AND WS-JT-DATA(WS-IX-JRN)     = WS-ALVO-DATA
                   ADD 1                      TO WS-QT-DO-PASSO
               END-IF
           END-PERFORM

           IF WS-QT-DO-PASSO = ZEROS
               MOVE 'NADA A ESTORNAR NO JORNAL PARA O PASSO'
                                              TO WS-MOTIVO
               PERFORM P900-RECUSA
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P110-UMA-LINHA-JORNAL.
      *****************************************

           READ PAGTO-JORNAL
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF JRN-ESTORNADO
               PERFORM VARYING WS-IX-JRN FROM 1 BY 1
                       UNTIL WS-IX-JRN > WS-QT-TAB-JORNAL
                   IF WS-JT-PROGRAMA(WS-IX-JRN) = JRN-PROGRAMA
                      AND WS-JT-DATA(WS-IX-JRN) = JRN-DATA-NEGOCIO
                       MOVE 'N'       TO WS-JT-ATIVO(WS-IX-JRN)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF JRN-DATA-NEGOCIO < WS-ALVO-DATA
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-JORNAL = 3000
               SET TABELA-ESTOURADA           TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-JORNAL
           MOVE WS-QT-TAB-JORNAL              TO WS-IX-JRN
           MOVE JRN-PROGRAMA         TO WS-JT-PROGRAMA(WS-IX-JRN)
           MOVE JRN-DATA-NEGOCIO     TO WS-JT-DATA(WS-IX-JRN)
           MOVE JRN-OPERACAO         TO WS-JT-OPERACAO(WS-IX-JRN)
           MOVE JRN-NUM-PAGTO        TO WS-JT-NUM-PAGTO(WS-IX-JRN)
           MOVE JRN-IMAGEM-ANTES     TO WS-JT-ANTES(WS-IX-JRN)
           MOVE JRN-IMAGEM-DEPOIS    TO WS-JT-DEPOIS(WS-IX-JRN)
           MOVE 'S'                  TO WS-JT-ATIVO(WS-IX-JRN)
           .

      *****************************************
      * NADA E' TOCADO SE UM REGISTRO DO PASSO FOI MEXIDO DEPOIS
      * DELE: LINHA POSTERIOR DE OUTRO PASSO NO JORNAL PARA O MESMO
      * PAGAMENTO, OU O REGISTRO ATUAL DIFERENTE DA IMAGEM DEPOIS DA
      * ULTIMA LINHA DO PASSO (MUDANCA FEITA FORA DO JORNAL).
      *****************************************
       P200-VERIFICA-CONFLITOS.
      *****************************************

           OPEN I-O PAGTO-PENDENTES
           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 'PAGTOPEND INDISPONIVEL'  TO WS-MOTIVO
               PERFORM P900-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-JRN FROM 1 BY 1
                   UNTIL WS-IX-JRN > WS-QT-TAB-JORNAL
               IF WS-JT-ATIVO(WS-IX-JRN) = 'S'
                  AND WS-JT-PROGRAMA(WS-IX-JRN) = WS-ALVO-PROGRAMA
                  AND WS-JT-DATA(WS-IX-JRN)     = WS-ALVO-DATA
                   PERFORM P210-CONFERE-LINHA
               END-IF
           END-PERFORM

           IF WS-QT-CONFLITOS > ZEROS
               MOVE 'REGISTROS DO PASSO ALTERADOS DEPOIS DELE'
                                              TO WS-MOTIVO
               PERFORM P900-RECUSA
           END-IF
           .

      *****************************************
       P210-CONFERE-LINHA.
      *****************************************

           SET ULTIMA-DO-PAGTO                TO TRUE
           COMPUTE WS-IX-POST = WS-IX-JRN + 1

           PERFORM VARYING WS-IX-POST FROM WS-IX-POST BY 1
                   UNTIL WS-IX-POST > WS-QT-TAB-JORNAL
               IF WS-JT-ATIVO(WS-IX-POST) = 'S'
                  AND WS-JT-NUM-PAGTO(WS-IX-POST)
                      = WS-JT-NUM-PAGTO(WS-IX-JRN)
                   IF WS-JT-PROGRAMA(WS-IX-POST) = WS-ALVO-PROGRAMA
                      AND WS-JT-DATA(WS-IX-POST) = WS-ALVO-DATA
                       SET ULTIMA-DO-PAGTO    TO FALSE
                   ELSE
                       MOVE SPACES            TO WS-REG-RELATORIO
                       STRING 'CONFLITO: PAGAMENTO ' DELIMITED BY SIZE
                              WS-JT-NUM-PAGTO(WS-IX-JRN)
                                              DELIMITED BY SIZE
                              ' ALTERADO DEPOIS POR '
                                              DELIMITED BY SIZE
                              WS-JT-PROGRAMA(WS-IX-POST)
                                              DELIMITED BY SPACE
                              ' DE '          DELIMITED BY SIZE
                              WS-JT-DATA(WS-IX-POST)
                                              DELIMITED BY SIZE
                              INTO WS-REG-RELATORIO
                       END-STRING
                       WRITE WS-REG-RELATORIO
                       ADD 1                  TO WS-QT-CONFLITOS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ULTIMA-DO-PAGTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JT-NUM-PAGTO(WS-IX-JRN)    TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-FS-PAGTOPEND NOT = '00'
                   MOVE 'AUSENTE DO PAGTOPEND' TO WS-MOTIVO
               WHEN WS-REG-PAGTO-PENDENTE NOT = WS-JT-DEPOIS(WS-IX-JRN)
                   MOVE 'ALTERADO FORA DO JORNAL' TO WS-MOTIVO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONFLITO: PAGAMENTO '      DELIMITED BY SIZE
                  WS-JT-NUM-PAGTO(WS-IX-JRN)  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-MOTIVO                   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           ADD 1                              TO WS-QT-CONFLITOS
           .

      *****************************************
      * DESFAZ AS LINHAS DO PASSO DA ULTIMA PARA A PRIMEIRA E, SEM
      * FALHA, ANEXA A MARCA DO PASSO ESTORNADO NO JORNAL.
      *****************************************
       P300-ESTORNA.
      *****************************************

           PERFORM VARYING WS-IX-JRN FROM WS-QT-TAB-JORNAL BY -1
                   UNTIL WS-IX-JRN < 1
               IF WS-JT-ATIVO(WS-IX-JRN) = 'S'
                  AND WS-JT-PROGRAMA(WS-IX-JRN) = WS-ALVO-PROGRAMA
                  AND WS-JT-DATA(WS-IX-JRN)     = WS-ALVO-DATA
                   PERFORM P310-DESFAZ-LINHA
               END-IF
           END-PERFORM

           IF WS-QT-FALHAS > ZEROS
               MOVE 8                         TO WS-RETORNO
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'ESTORNO INTERROMPIDO POR ERRO DE GRAVACAO - PASSO'
                                              TO WS-REG-RELATORIO
               MOVE ' NAO MARCADO COMO ESTORNADO'
                                              TO WS-REG-RELATORIO(51:)
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-PAGJRN
           MOVE WS-ALVO-DATA                  TO JRN-DATA-NEGOCIO
           MOVE WS-ALVO-PROGRAMA              TO JRN-PROGRAMA
           ACCEPT JRN-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT JRN-DATA-HORA(9:6)          FROM TIME
           SET JRN-ESTORNADO                  TO TRUE
           MOVE ZEROS                         TO JRN-NUM-PAGTO

           OPEN EXTEND PAGTO-JORNAL
           IF WS-FS-PAGJRN = '00'
               WRITE WS-REG-PAGJRN
               CLOSE PAGTO-JORNAL
           ELSE
               DISPLAY 'ERRO AO MARCAR O ESTORNO NO PAGTOJRN: '
                       WS-FS-PAGJRN
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * REGRAVACAO VOLTA A IMAGEM ANTES; INCLUSAO E' EXCLUIDA. A
      * MUDANCA DE SITUACAO DESFEITA VAI PARA A TRILHA PAGTOAUD.
      *****************************************
       P310-DESFAZ-LINHA.
      *****************************************

           IF WS-QT-FALHAS > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JT-DEPOIS(WS-IX-JRN)       TO WS-REG-PAGTO-PENDENTE
           MOVE WS-PAGTO                      TO WS-SITUACAO-DEPOIS

           IF WS-JT-OPERACAO(WS-IX-JRN) = 'I'
               MOVE SPACE                     TO WS-SITUACAO-ANTES
               DELETE PAGTO-PENDENTES
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-JT-ANTES(WS-IX-JRN)    TO WS-REG-PAGTO-PENDENTE
               MOVE WS-PAGTO                  TO WS-SITUACAO-ANTES
               REWRITE WS-REG-PAGTO-PENDENTE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               ADD 1                          TO WS-QT-FALHAS
               DISPLAY 'ERRO AO ESTORNAR O PAGAMENTO '
                       WS-JT-NUM-PAGTO(WS-IX-JRN) ': ' WS-FS-PAGTOPEND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-JT-OPERACAO(WS-IX-JRN) = 'I'
               ADD 1                          TO WS-QT-EXCLUIDOS
               STRING 'EXCLUIDO:   PAGAMENTO '  DELIMITED BY SIZE
                      WS-JT-NUM-PAGTO(WS-IX-JRN) DELIMITED BY SIZE
                      ' (INCLUIDO PELO PASSO)'  DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               ADD 1                          TO WS-QT-RESTAURADOS
               STRING 'RESTAURADO: PAGAMENTO '  DELIMITED BY SIZE
                      WS-JT-NUM-PAGTO(WS-IX-JRN) DELIMITED BY SIZE
                      ' SITUACAO '              DELIMITED BY SIZE
                      WS-SITUACAO-DEPOIS        DELIMITED BY SIZE
                      ' -> '                    DELIMITED BY SIZE
                      WS-SITUACAO-ANTES         DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           END-IF
           WRITE WS-REG-RELATORIO

           IF WS-SITUACAO-ANTES NOT = WS-SITUACAO-DEPOIS
               MOVE WS-JT-DEPOIS(WS-IX-JRN)   TO WS-REG-PAGTO-PENDENTE
               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-SITUACAO-DEPOIS        TO AUDIT-SITUACAO-ANTERIOR
               MOVE WS-SITUACAO-ANTES         TO AUDIT-SITUACAO-NOVA
               MOVE 'BACKOUT'                 TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD
           END-IF
           .

      *****************************************
       P900-RECUSA.
      *****************************************

           SET ENCERRA-SESSAO                 TO TRUE
           MOVE 8                             TO WS-RETORNO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'ESTORNO RECUSADO: '        DELIMITED BY SIZE
                  WS-MOTIVO                   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           DISPLAY 'ESTORNO RECUSADO: ' WS-MOTIVO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'LINHAS DO PASSO: '         DELIMITED BY SIZE
                  WS-QT-DO-PASSO              DELIMITED BY SIZE
                  '  RESTAURADOS: '           DELIMITED BY SIZE
                  WS-QT-RESTAURADOS           DELIMITED BY SIZE
                  '  EXCLUIDOS: '             DELIMITED BY SIZE
                  WS-QT-EXCLUIDOS             DELIMITED BY SIZE
                  '  CONFLITOS: '             DELIMITED BY SIZE
                  WS-QT-CONFLITOS             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE ESTORNO-RPT

           DISPLAY 'LINHAS DO PASSO......: ' WS-QT-DO-PASSO
           DISPLAY 'REGISTROS RESTAURADOS: ' WS-QT-RESTAURADOS
           DISPLAY 'REGISTROS EXCLUIDOS..: ' WS-QT-EXCLUIDOS
           DISPLAY 'CONFLITOS............: ' WS-QT-CONFLITOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS =
                   WS-QT-RESTAURADOS + WS-QT-EXCLUIDOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.
           COPY PAGAUDPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-PAGTOBKO.
