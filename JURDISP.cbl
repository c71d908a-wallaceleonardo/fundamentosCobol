      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: DISPENSA DE JUROS DE MORA NA COBRANCA: O COBRADOR
      *          PROPOE DISPENSAR TODO OU PARTE DO PAGTO-JUROS-ACUM
      *          (ACUMULADO POR DEMONSTRA-PAGTOJUR) DE UM PAGAMENTO
      *          EM ABERTO, COM UM MOTIVO DA TABELA COPY/JURDMOT.CPY,
      *          PARA O CLIENTE QUITAR O PRINCIPAL SEM CANCELAR E
      *          REDIGITAR O PAGAMENTO. ATE A ALCADA DO COBRADOR
      *          (SISPARAM LIMITE-DISPENSA, EM REAIS, PADRAO 100) A
      *          DISPENSA E' APLICADA NA HORA PELA ROTINA
      *          COMPARTILHADA COPY/JURDAPPR.CPY (PAGTOPEND NO LUGAR,
      *          TRILHA PAGTOAUD COM ORIGEM WAIVER, MOVIMENTO JURDMOV
      *          PARA O ESTORNO CONTABIL NO GLEXTRACT); ACIMA DELA
      *          FICA 'P' NO ARQUIVO JURDISP AGUARDANDO O SUPERVISOR
      *          (DEMONSTRA-JURDAPRV). MUDANCAS RESPEITAM A JANELA DE
      *          LOTE.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-JURDISP.
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

           SELECT DISPENSAS-JUROS     ASSIGN TO 'JURDISP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDISP.

           SELECT JUROS-DISPENSADOS   ASSIGN TO 'JURDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDMOV.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

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
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD DISPENSAS-JUROS.
           COPY JURDPROP.

       FD JUROS-DISPENSADOS.
           COPY JURDMOV.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD SISPARAM-ARQ.
           COPY PARAMS.

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
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-JURDISP                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-SW-PENDENTE                     PIC X(01) VALUE 'N'.
           88 JA-HA-PENDENTE                 VALUE 'S'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(02) VALUE SPACES.
       77 WS-QT-APLICADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-PROPOSTAS                    PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-DISPENSA    PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(07)9.99.

      *    ALCADA DO COBRADOR, EM REAIS (SISPARAM LIMITE-DISPENSA):
      *    DISPENSA ACIMA DELA VAI PARA O SUPERVISOR.
       77 WS-LIMITE-DISPENSA                 PIC 9(08) VALUE 100.

           COPY JURDMOT.
           COPY JURDAPWS.
           COPY PARAMWS.
           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL OPERADOR-ENCERROU

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-JURDISP'           TO WS-SEN-PROGRAMA
           MOVE 'COBRADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'COBRADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-JURDISP'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'LIMITE-DISPENSA'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-DISPENSA
           END-IF

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
           .

      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'DISPENSA DE JUROS - INFORME O NUMERO DO '
                   'PAGAMENTO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUM-CONSULTA

           IF WS-NUM-CONSULTA = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P300-PROPOE-DISPENSA
           END-IF
           .

      *****************************************
       P300-PROPOE-DISPENSA.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               INVALID KEY
                   DISPLAY 'PAGAMENTO ' WS-NUM-CONSULTA
                           ' NAO ENCONTRADO.'
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-ATRASADO AND NOT PAGTO-PENDENTE
               DISPLAY 'DISPENSA SO' ' SOBRE PAGAMENTO EM ABERTO '
                       '(SITUACAO ' WS-PAGTO ').'
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF PAGTO-JUROS-DISPENSA IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-DISPENSA
           END-IF

           IF PAGTO-JUROS-ACUM NOT > ZEROS
               DISPLAY 'PAGAMENTO SEM JUROS DE MORA ACUMULADOS.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P310-VERIFICA-PENDENTE
           IF JA-HA-PENDENTE
               DISPLAY 'JA HA DISPENSA AGUARDANDO O SUPERVISOR '
                       'PARA ESTE PAGAMENTO.'
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-VALOR                   TO WS-VALOR-ED
           DISPLAY 'CLIENTE ' PAGTO-NUM-CLIENTE
                   ' VALOR ' WS-VALOR-ED
           MOVE PAGTO-JUROS-ACUM              TO WS-VALOR-ED
           DISPLAY 'JUROS ACUMULADOS......: ' WS-VALOR-ED
           MOVE PAGTO-JUROS-DISPENSA          TO WS-VALOR-ED
           DISPLAY 'JUROS JA DISPENSADOS..: ' WS-VALOR-ED

           DISPLAY 'VALOR A DISPENSAR (ZEROS = TODOS OS JUROS): '
           ACCEPT WS-VALOR-DISPENSA

           IF WS-VALOR-DISPENSA = ZEROS
               MOVE PAGTO-JUROS-ACUM          TO WS-VALOR-DISPENSA
           END-IF

           IF WS-VALOR-DISPENSA < ZEROS
              OR WS-VALOR-DISPENSA > PAGTO-JUROS-ACUM
               DISPLAY 'VALOR INVALIDO - ACIMA DOS JUROS ACUMULADOS.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QT-MOTIVOS
               DISPLAY '  ' WS-MOT-CODIGO(WS-IX-MOT) ' - '
                       WS-MOT-DESCRICAO(WS-IX-MOT)
           END-PERFORM
           DISPLAY 'MOTIVO DA DISPENSA: '
           ACCEPT WS-MOTIVO

           MOVE SPACES                        TO WS-REG-JURDISP
           MOVE WS-MOTIVO                     TO DSP-MOTIVO

           IF NOT DSP-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO: ' WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUMERO                  TO DSP-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO DSP-NUM-CLIENTE
           MOVE WS-VALOR-DISPENSA             TO DSP-VALOR
           MOVE WS-OPERADOR                   TO DSP-COBRADOR
           MOVE WS-DATA-NEGOCIO               TO DSP-DATA-PROPOSTA
           MOVE ZEROS                         TO DSP-DATA-DECISAO

      *    DENTRO DA ALCADA O COBRADOR DECIDE E A DISPENSA E'
      *    APLICADA JA; ACIMA DELA FICA PARA O SUPERVISOR.
           IF WS-VALOR-DISPENSA > WS-LIMITE-DISPENSA
               MOVE 'P'                       TO DSP-SITUACAO
               ADD 1                          TO WS-QT-PROPOSTAS
               DISPLAY 'DISPENSA ACIMA DA ALCADA - AGUARDA APROVACAO '
                       'DO SUPERVISOR (DEMONSTRA-JURDAPRV).'
           ELSE
               MOVE WS-OPERADOR               TO DSP-APROVADOR
               MOVE WS-DATA-NEGOCIO           TO DSP-DATA-DECISAO
               PERFORM P-APLICA-DISPENSA
               IF DISPENSA-APLICADA
                   ADD 1                      TO WS-QT-APLICADAS
                   MOVE PAGTO-JUROS-ACUM      TO WS-VALOR-ED
                   DISPLAY 'DISPENSA APLICADA. JUROS RESTANTES: '
                           WS-VALOR-ED
               ELSE
                   DISPLAY 'DISPENSA SEM EFEITO: ' WS-DSP-MENSAGEM
               END-IF
           END-IF

           PERFORM P500-GRAVA-JURDISP
           .

      *****************************************
      * UMA DISPENSA POR VEZ AGUARDANDO O SUPERVISOR NO MESMO
      * PAGAMENTO - SENAO A SEGUNDA APROVACAO DISPENSARIA DE NOVO.
      *****************************************
       P310-VERIFICA-PENDENTE.
      *****************************************

           MOVE 'N'                           TO WS-SW-PENDENTE

           OPEN INPUT DISPENSAS-JUROS

           IF WS-FS-JURDISP NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-JURDISP NOT = '00'
                      OR JA-HA-PENDENTE
               READ DISPENSAS-JUROS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-JURDISP = '00'
                   IF DSP-NUM-PAGTO = PAGTO-NUMERO
                      AND DSP-PENDENTE
                       MOVE 'S'               TO WS-SW-PENDENTE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPENSAS-JUROS
           .

      *****************************************
       P500-GRAVA-JURDISP.
      *****************************************

           OPEN EXTEND DISPENSAS-JUROS

           IF WS-FS-JURDISP = '35'
               OPEN OUTPUT DISPENSAS-JUROS
           END-IF

           IF WS-FS-JURDISP = '00'
               WRITE WS-REG-JURDISP
               CLOSE DISPENSAS-JUROS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O JURDISP: ' WS-FS-JURDISP
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND NOT = '91' AND WS-FS-PAGTOPEND NOT = '35'
               CLOSE PAGTO-PENDENTES
           END-IF

           DISPLAY 'DISPENSAS APLICADAS..: ' WS-QT-APLICADAS
           DISPLAY 'PARA O SUPERVISOR....: ' WS-QT-PROPOSTAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-APLICADAS WS-QT-PROPOSTAS
                                           GIVING RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY JURDAPPR.
           COPY PARAMPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY DTNEGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-JURDISP.
