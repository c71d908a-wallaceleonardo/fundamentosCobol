      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: INVENTARIO FISICO, PASSO 2 - CAPTURA ONLINE DAS
      *          QUANTIDADES CONTADAS: O OPERADOR SE IDENTIFICA E,
      *          FOLHA NA MAO, INFORMA PRODUTO E QUANTIDADE CONTADA.
      *          O PRODUTO PRECISA ESTAR NO INVENTARIO CONGELADO
      *          (INVCONT, DEMONSTRA-INVCONG) A CONTAR ('A') OU EM
      *          RECONTAGEM ('R'); PRODUTO JA CONTADO SO' E'
      *          REDIGITADO COM CONFIRMACAO E PRODUTO JA APROVADO OU
      *          AJUSTADO E' RECUSADO. O SALDO DO SISTEMA NAO E'
      *          MOSTRADO - A CONTAGEM E' CEGA. CADA CONTAGEM LEVA O
      *          ID DO OPERADOR E A DATA DE NEGOCIO. RESPEITA A
      *          JANELA DE LOTE (BATCHWIN, COM OVERRIDE DE
      *          SUPERVISOR).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-INVCAPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-CONTAGEM ASSIGN TO 'INVCONT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY INV-PRODUTO
                                       FILE STATUS WS-FS-INVCONT.

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
       FD INVENTARIO-CONTAGEM.
           COPY INVCONT.

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
       77 WS-FS-INVCONT                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.

       77 WS-PRODUTO-INF                     PIC X(08) VALUE SPACES.
       77 WS-QTDE-INF          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-CONFIRMA-INF                    PIC X(01) VALUE SPACE.
       77 WS-QT-CONTAGENS                    PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-ED                         PIC -(05)9.99.

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

      *    SEM IDENTIFICACAO NAO HA CONTAGEM - O ID VAI NO RUNLOG E
      *    NO PRODUTO CONTADO.
           MOVE 'DEMONSTRA-INVCAPT'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVCAPT'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O INVENTARIO-CONTAGEM
           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'NENHUM INVENTARIO CONGELADO (INVCONT): '
                       WS-FS-INVCONT
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
      * UM PRODUTO POR VOLTA; PRODUTO EM BRANCO ENCERRA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'PRODUTO CONTADO (BRANCO PARA ENCERRAR): '
           MOVE SPACES                        TO WS-PRODUTO-INF
           ACCEPT WS-PRODUTO-INF

           IF WS-PRODUTO-INF = SPACES
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRODUTO-INF                TO INV-PRODUTO
           READ INVENTARIO-CONTAGEM
               INVALID KEY
                   DISPLAY 'PRODUTO ' WS-PRODUTO-INF
                           ' FORA DO INVENTARIO CONGELADO.'
           END-READ
           IF WS-FS-INVCONT NOT = '00'
               EXIT PARAGRAPH
           END-IF

           DISPLAY INV-PRODUTO ' - ' INV-DESCRICAO ' (' INV-UNIDADE
                   ')'

           EVALUATE TRUE
               WHEN INV-APROVADO OR INV-AJUSTADO
                   DISPLAY 'AJUSTE DO PRODUTO JA APROVADO - CONTAGEM '
                           'ENCERRADA.'
                   EXIT PARAGRAPH
               WHEN INV-RECONTAR
                   DISPLAY 'RECONTAGEM PEDIDA - CONTE DE NOVO.'
               WHEN INV-CONTADO
                   MOVE INV-QTDE-CONTADA      TO WS-QTDE-ED
                   DISPLAY 'JA CONTADO: ' WS-QTDE-ED ' POR '
                           INV-OPERADOR '. SUBSTITUI? (S/N): '
                   MOVE SPACE                 TO WS-CONFIRMA-INF
                   ACCEPT WS-CONFIRMA-INF
                   IF WS-CONFIRMA-INF NOT = 'S'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'QUANTIDADE CONTADA: '
           MOVE ZEROS                         TO WS-QTDE-INF
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF < ZEROS
               DISPLAY 'QUANTIDADE INVALIDA - CONTAGEM RECUSADA.'
               EXIT PARAGRAPH
           END-IF

      *    A REDIGITACAO DE UM PRODUTO JA CONTADO CORRIGE A MESMA
      *    CONTAGEM; A CONTAGEM INICIAL E A RECONTAGEM SOMAM UMA.
           IF NOT INV-CONTADO AND INV-CONTAGENS < 9
               ADD 1                          TO INV-CONTAGENS
           END-IF
           MOVE WS-QTDE-INF                   TO INV-QTDE-CONTADA
           SET INV-CONTADO                    TO TRUE
           MOVE WS-OPERADOR                   TO INV-OPERADOR
           MOVE WS-DATA-NEGOCIO               TO INV-DATA-CONTAGEM

           REWRITE WS-REG-INVCONT
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A CONTAGEM: ' WS-FS-INVCONT
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CONTAGENS
           DISPLAY 'CONTAGEM REGISTRADA.'

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVCAPT'            TO RUNLOG-PROGRAMA
           MOVE 'CONTA'                        TO RUNLOG-EVENTO
           MOVE WS-QT-CONTAGENS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-INVCONT = '00' OR WS-FS-INVCONT = '23'
               CLOSE INVENTARIO-CONTAGEM
           END-IF

           DISPLAY 'CONTAGENS REGISTRADAS: ' WS-QT-CONTAGENS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVCAPT'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONTAGENS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-INVCAPT.
