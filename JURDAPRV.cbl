      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: APROVACAO DE DISPENSA DE JUROS DE MORA: TRANSACAO DE
      *          SUPERVISOR QUE EXIGE SIGN-ON (A IDENTIDADE VAI NO
      *          RUNLOG-OPERADOR E NO DSP-APROVADOR), PERCORRE AS
      *          DISPENSAS 'P' DO ARQUIVO JURDISP (AS QUE PASSARAM DA
      *          ALCADA DO COBRADOR EM DEMONSTRA-JURDISP) UMA A UMA E
      *          REGISTRA A DECISAO: A=APROVAR, R=RECUSAR, S=SALTAR.
      *          A APROVADA E' APLICADA NA HORA PELA ROTINA
      *          COMPARTILHADA COPY/JURDAPPR.CPY (PAGTOPEND NO LUGAR,
      *          TRILHA PAGTOAUD COM ORIGEM WAIVER, MOVIMENTO JURDMOV
      *          PARA O GLEXTRACT); O SUPERVISOR NAO APROVA A PROPRIA
      *          PROPOSTA. AS DECISOES SAO REGRAVADAS NO ARQUIVO.
      *          MUDANCAS RESPEITAM A JANELA DE LOTE.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-JURDAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPENSAS-JUROS     ASSIGN TO 'JURDISP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDISP.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT JUROS-DISPENSADOS   ASSIGN TO 'JURDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDMOV.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT BATCH-JANELA        ASSIGN TO 'BATCHWIN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BATCHWIN.

           SELECT OPER-AUTORIZACAO    ASSIGN TO 'OPERAUTH'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

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
       FD DISPENSAS-JUROS.
           COPY JURDPROP.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD JUROS-DISPENSADOS.
           COPY JURDMOV.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD BATCH-JANELA.
           COPY BATWIN.

      *    UMA LINHA POR PERMISSAO: OPERADOR + PROGRAM-ID PERMITIDO
      *    (O PERFIL '*SUPER' MARCA O SUPERVISOR).
       FD OPER-AUTORIZACAO.
       01 WS-REG-OPERAUTH.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

           COPY BATWINWS.
       77 WS-FS-JURDISP                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-APROVADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-RECUSADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-SEM-EFEITO                   PIC 9(03) VALUE ZEROS.
       77 WS-QT-ALTERADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(07)9.99.

       77 WS-QT-TAB-DISP                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-DISP                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DISPENSAS.
           03 WS-TAB-DISP-ITEM         OCCURS 500 TIMES.
               05 WS-DSP-IMAGEM               PIC X(56).

           COPY JURDMOT.
           COPY JURDAPWS.
           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT OPERADOR-ENCERROU
               PERFORM P200-PERCORRE-DISPENSAS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-JURDAPRV'          TO WS-SEN-PROGRAMA
           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-JURDAPRV'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           OPEN I-O PAGTO-PENDENTES

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           PERFORM P050-CARREGA-DISPENSAS
           .

      *****************************************
       P050-CARREGA-DISPENSAS.
      *****************************************

           OPEN INPUT DISPENSAS-JUROS

           IF WS-FS-JURDISP NOT = '00'
               DISPLAY 'JURDISP INDISPONIVEL: ' WS-FS-JURDISP
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-JURDISP NOT = '00'
                      OR WS-QT-TAB-DISP = 500
               READ DISPENSAS-JUROS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-JURDISP = '00'
                   ADD 1                      TO WS-QT-TAB-DISP
                   MOVE WS-REG-JURDISP
                       TO WS-DSP-IMAGEM(WS-QT-TAB-DISP)
               END-IF
           END-PERFORM

           CLOSE DISPENSAS-JUROS
           .

      *****************************************
      * UMA DISPENSA 'P' POR VOLTA, COM A DECISAO DO SUPERVISOR.
      *****************************************
       P200-PERCORRE-DISPENSAS.
      *****************************************

           PERFORM VARYING WS-IX-DISP FROM 1 BY 1
                   UNTIL WS-IX-DISP > WS-QT-TAB-DISP
                      OR OPERADOR-ENCERROU
               MOVE WS-DSP-IMAGEM(WS-IX-DISP) TO WS-REG-JURDISP
               IF DSP-PENDENTE
                   PERFORM P300-DECIDE-DISPENSA
               END-IF
           END-PERFORM

           IF WS-QT-ALTERADAS > ZEROS
               PERFORM P900-REGRAVA-DISPENSAS
           END-IF
           .

      *****************************************
       P300-DECIDE-DISPENSA.
      *****************************************

           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QT-MOTIVOS
                      OR WS-MOT-CODIGO(WS-IX-MOT) = DSP-MOTIVO
               CONTINUE
           END-PERFORM

           MOVE DSP-VALOR                     TO WS-VALOR-ED
           DISPLAY ' '
           DISPLAY 'DISPENSA DE JUROS - PAGTO ' DSP-NUM-PAGTO
                   ' CLIENTE ' DSP-NUM-CLIENTE
           DISPLAY 'VALOR ' WS-VALOR-ED
                   ' PROPOSTA POR ' DSP-COBRADOR
                   ' EM ' DSP-DATA-PROPOSTA
           IF WS-IX-MOT > WS-QT-MOTIVOS
               DISPLAY 'MOTIVO ' DSP-MOTIVO
           ELSE
               DISPLAY 'MOTIVO ' DSP-MOTIVO ' - '
                       WS-MOT-DESCRICAO(WS-IX-MOT)
           END-IF

      *    QUEM PROPOS NAO APROVA A PROPRIA DISPENSA.
           IF DSP-COBRADOR = WS-OPERADOR
               DISPLAY 'PROPOSTA DO PROPRIO SUPERVISOR - SALTADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ACAO: A=APROVAR  R=RECUSAR  S=SALTAR  '
                   'F=ENCERRAR: '
           ACCEPT WS-OPCAO-ACAO

           EVALUATE WS-OPCAO-ACAO
               WHEN 'A'
                   MOVE WS-OPERADOR           TO DSP-APROVADOR
                   MOVE WS-DATA-NEGOCIO       TO DSP-DATA-DECISAO
                   PERFORM P-APLICA-DISPENSA
                   MOVE WS-REG-JURDISP
                       TO WS-DSP-IMAGEM(WS-IX-DISP)
                   ADD 1                      TO WS-QT-ALTERADAS
                   IF DISPENSA-APLICADA
                       ADD 1                  TO WS-QT-APROVADAS
                       DISPLAY 'DISPENSA APROVADA E APLICADA.'
                   ELSE
                       ADD 1                  TO WS-QT-SEM-EFEITO
                       DISPLAY 'DISPENSA SEM EFEITO: '
                               WS-DSP-MENSAGEM
                   END-IF
               WHEN 'R'
                   MOVE 'R'                   TO DSP-SITUACAO
                   MOVE WS-OPERADOR           TO DSP-APROVADOR
                   MOVE WS-DATA-NEGOCIO       TO DSP-DATA-DECISAO
                   MOVE WS-REG-JURDISP
                       TO WS-DSP-IMAGEM(WS-IX-DISP)
                   ADD 1                      TO WS-QT-RECUSADAS
                   ADD 1                      TO WS-QT-ALTERADAS
                   DISPLAY 'DISPENSA RECUSADA.'
               WHEN 'F'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P900-REGRAVA-DISPENSAS.
      *****************************************

           OPEN OUTPUT DISPENSAS-JUROS

           IF WS-FS-JURDISP NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR JURDISP: ' WS-FS-JURDISP
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-DISP FROM 1 BY 1
                   UNTIL WS-IX-DISP > WS-QT-TAB-DISP
               MOVE WS-DSP-IMAGEM(WS-IX-DISP) TO WS-REG-JURDISP
               WRITE WS-REG-JURDISP
           END-PERFORM

           CLOSE DISPENSAS-JUROS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND NOT = '91' AND WS-FS-PAGTOPEND NOT = '35'
               CLOSE PAGTO-PENDENTES
           END-IF

           DISPLAY 'DISPENSAS APROVADAS..: ' WS-QT-APROVADAS
           DISPLAY 'DISPENSAS RECUSADAS..: ' WS-QT-RECUSADAS
           DISPLAY 'SEM EFEITO...........: ' WS-QT-SEM-EFEITO

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ALTERADAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY JURDAPPR.
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-JURDAPRV.
