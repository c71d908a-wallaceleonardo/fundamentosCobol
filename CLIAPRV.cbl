      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: APROVACAO DAS MUDANCAS CRITICAS DO CLIENTE-MASTER
      *          (DUPLO CONTROLE), NO ESTILO DE DEMONSTRA-WOFFAPRV:
      *          TRANSACAO COM SIGN-ON DE SUPERVISOR (PERFIL '*SUPER'
      *          NO OPERAUTH) QUE PERCORRE OS PEDIDOS 'P' DO CLIPEND
      *          GRAVADOS POR DEMONSTRA-CLIMANUT (LIMITE DE CREDITO
      *          ACIMA DA ALCADA E MODO DE FATURAMENTO) E REGISTRA A
      *          DECISAO: A=APROVAR (APLICA NO CLIMAST), R=RECUSAR,
      *          S=SALTAR. QUEM PEDIU NAO DECIDE O PROPRIO PEDIDO; SE
      *          O CADASTRO MUDOU DESDE O PEDIDO, SO' CABE RECUSAR.
      *          PEDIDO PARADO ALEM DA VALIDADE (SISPARAM
      *          VALIDADE-CLIPEND, PADRAO 5 DIAS) EXPIRA NA ABERTURA.
      *          TODA DECISAO VAI PARA A TRILHA CLIHIST COM O
      *          SOLICITANTE (HIST-OPERADOR) E O SUPERVISOR
      *          (HIST-APROVADOR): 'A' APROVADA, 'R' RECUSADA, 'X'
      *          EXPIRADA.
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
       PROGRAM-ID. DEMONSTRA-CLIAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUDANCAS-PENDENTES  ASSIGN TO 'CLIPEND'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIPEND.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

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
       FD MUDANCAS-PENDENTES.
           COPY CLIPEND.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

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
       77 WS-FS-CLIPEND                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-SW-CLIMAST                      PIC X(01) VALUE 'N'.
           88 CLIMAST-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-CLIENTE                      PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-DEFASADO                     PIC X(01) VALUE 'N'.
           88 PEDIDO-DEFASADO                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-APROVADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-RECUSADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-EXPIRADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-ALTERADAS                    PIC 9(03) VALUE ZEROS.
       77 WS-VALIDADE-DIAS                   PIC 9(03) VALUE 5.
       77 WS-IDADE-PEDIDO                    PIC S9(07) VALUE ZEROS.
       77 WS-LIMITE-ANTES-ED                 PIC Z(06)9.99.
       77 WS-LIMITE-NOVO-ED                  PIC Z(06)9.99.

       77 WS-QT-TAB-PEND                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-PEND                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PENDENTES.
           03 WS-TAB-PEND-ITEM         OCCURS 200 TIMES.
               05 WS-PND-IMAGEM               PIC X(60).

           COPY PARAMWS.
           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT OPERADOR-ENCERROU
               PERFORM P200-PERCORRE-PEDIDOS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-CLIAPRV'           TO WS-SEN-PROGRAMA
           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CLIAPRV'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

      *    SO' O PERFIL DE SUPERVISOR DO OPERAUTH DECIDE PEDIDOS.
           MOVE WS-OPERADOR                   TO WS-JANELA-OPERADOR
           PERFORM P-JANELA-CONFERE-SUPER
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'OPERADOR ' WS-OPERADOR
                       ' SEM PERFIL DE SUPERVISOR - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'VALIDADE-CLIPEND'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-VALIDADE-DIAS
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF
           SET CLIMAST-ABERTO                 TO TRUE

           PERFORM P050-CARREGA-PEDIDOS
           PERFORM P060-EXPIRA-PEDIDOS
           .

      *****************************************
       P050-CARREGA-PEDIDOS.
      *****************************************

           OPEN INPUT MUDANCAS-PENDENTES

      *    STATUS 35 = NINGUEM PEDIU NADA AINDA.
           IF WS-FS-CLIPEND = '35'
               DISPLAY 'NENHUM PEDIDO PENDENTE.'
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-CLIPEND NOT = '00'
               DISPLAY 'CLIPEND INDISPONIVEL: ' WS-FS-CLIPEND
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CLIPEND NOT = '00'
                      OR WS-QT-TAB-PEND = 200
               READ MUDANCAS-PENDENTES
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CLIPEND = '00'
                   ADD 1                      TO WS-QT-TAB-PEND
                   MOVE WS-REG-CLIPEND
                       TO WS-PND-IMAGEM(WS-QT-TAB-PEND)
               END-IF
           END-PERFORM

           CLOSE MUDANCAS-PENDENTES
           .

      *****************************************
      * PEDIDO 'P' PARADO ALEM DA VALIDADE EXPIRA - QUEM PEDIU
      * REFAZ O PEDIDO NA MANUTENCAO, SE AINDA VALER. A EXPIRACAO
      * TAMBEM VAI PARA A TRILHA CLIHIST ('X').
      *****************************************
       P060-EXPIRA-PEDIDOS.
      *****************************************

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               MOVE WS-PND-IMAGEM(WS-IX-PEND) TO WS-REG-CLIPEND
               IF PEND-PENDENTE
                   COMPUTE WS-IDADE-PEDIDO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                         - FUNCTION INTEGER-OF-DATE
                               (PEND-DATA-PEDIDO)
                   IF WS-IDADE-PEDIDO > WS-VALIDADE-DIAS
                       SET PEND-EXPIRADA      TO TRUE
                       MOVE WS-DATA-NEGOCIO   TO PEND-DATA-DECISAO
                       MOVE WS-REG-CLIPEND
                           TO WS-PND-IMAGEM(WS-IX-PEND)
                       ADD 1                  TO WS-QT-EXPIRADAS
                       ADD 1                  TO WS-QT-ALTERADAS
                       PERFORM P330-LE-CLIENTE
                       PERFORM P340-MONTA-IMAGENS
                       MOVE 'X'               TO HIST-OPERACAO
                       MOVE SPACES            TO HIST-APROVADOR
                       PERFORM P390-GRAVA-HISTORICO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QT-EXPIRADAS > ZEROS
               DISPLAY 'PEDIDOS EXPIRADOS (MAIS DE ' WS-VALIDADE-DIAS
                       ' DIAS): ' WS-QT-EXPIRADAS
           END-IF
           .

      *****************************************
      * UM PEDIDO 'P' POR VOLTA, COM A DECISAO DO SUPERVISOR.
      *****************************************
       P200-PERCORRE-PEDIDOS.
      *****************************************

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
                      OR OPERADOR-ENCERROU
               MOVE WS-PND-IMAGEM(WS-IX-PEND) TO WS-REG-CLIPEND
               IF PEND-PENDENTE
                   PERFORM P300-DECIDE-PEDIDO
               END-IF
           END-PERFORM

           IF WS-QT-ALTERADAS > ZEROS
               PERFORM P900-REGRAVA-PEDIDOS
           END-IF
           .

      *****************************************
       P300-DECIDE-PEDIDO.
      *****************************************

           DISPLAY ' '
           IF PEND-LIMITE
               MOVE PEND-LIMITE-ANTES         TO WS-LIMITE-ANTES-ED
               MOVE PEND-LIMITE-NOVO          TO WS-LIMITE-NOVO-ED
               DISPLAY 'LIMITE DE CREDITO - CLIENTE ' PEND-NUM-CLIENTE
               DISPLAY 'DE ' WS-LIMITE-ANTES-ED
                       ' PARA ' WS-LIMITE-NOVO-ED
                       ' (ZEROS = SEM LIMITE)'
           ELSE
               DISPLAY 'MODO DE FATURAMENTO - CLIENTE '
                       PEND-NUM-CLIENTE
               DISPLAY 'DE [' PEND-MODO-ANTES '] PARA ['
                       PEND-MODO-NOVO
                       '] (C=CONSOLIDADO, BRANCO=INDIVIDUAL)'
           END-IF
           DISPLAY 'PEDIDO DE ' PEND-SOLICITANTE
                   ' EM ' PEND-DATA-PEDIDO

      *    DUPLO CONTROLE: QUEM PEDIU NAO DECIDE.
           IF PEND-SOLICITANTE = WS-OPERADOR
               DISPLAY 'PEDIDO DO PROPRIO SUPERVISOR - SO'' OUTRO '
                       'SUPERVISOR PODE DECIDIR.'
               EXIT PARAGRAPH
           END-IF

      *    O CADASTRO PRECISA ESTAR COMO NO PEDIDO; SE MUDOU (OU O
      *    CLIENTE SAIU), APROVAR SOBREPORIA OUTRA MUDANCA.
           PERFORM P330-LE-CLIENTE
           SET PEDIDO-DEFASADO                TO FALSE
           EVALUATE TRUE
               WHEN NOT CLIENTE-ACHADO
                   SET PEDIDO-DEFASADO        TO TRUE
               WHEN PEND-LIMITE
                AND WS-LIMITE-CREDITO NOT = PEND-LIMITE-ANTES
                   SET PEDIDO-DEFASADO        TO TRUE
               WHEN PEND-MODO-FATURAMENTO
                AND WS-MODO-FATURAMENTO NOT = PEND-MODO-ANTES
                   SET PEDIDO-DEFASADO        TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PEDIDO-DEFASADO
               DISPLAY 'CADASTRO MUDOU DESDE O PEDIDO - SO'' CABE '
                       'RECUSAR.'
               DISPLAY 'ACAO: R=RECUSAR  S=SALTAR  F=ENCERRAR: '
           ELSE
               DISPLAY 'ACAO: A=APROVAR  R=RECUSAR  S=SALTAR  '
                       'F=ENCERRAR: '
           END-IF
           ACCEPT WS-OPCAO-ACAO

           EVALUATE WS-OPCAO-ACAO
               WHEN 'A'
                   IF NOT PEDIDO-DEFASADO
                       PERFORM P310-APROVA
                   END-IF
               WHEN 'R'
                   PERFORM P320-RECUSA
               WHEN 'F'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
      * APLICA O VALOR PEDIDO NO CLIMAST (CARIMBANDO A ALTERACAO
      * PARA O FEED DELTA DO CRM) E REGISTRA A APROVACAO.
      *****************************************
       P310-APROVA.
      *****************************************

           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-ANTES
           IF PEND-LIMITE
               MOVE PEND-LIMITE-NOVO          TO WS-LIMITE-CREDITO
           ELSE
               MOVE PEND-MODO-NOVO            TO WS-MODO-FATURAMENTO
           END-IF
           ACCEPT WS-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME

           REWRITE WS-LAYOUT-1
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO: ' WS-FS-CLIMAST
           END-REWRITE

           IF WS-FS-CLIMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET PEND-APROVADA                  TO TRUE
           MOVE WS-OPERADOR                   TO PEND-APROVADOR
           MOVE WS-DATA-NEGOCIO               TO PEND-DATA-DECISAO
           MOVE WS-REG-CLIPEND
               TO WS-PND-IMAGEM(WS-IX-PEND)
           ADD 1                              TO WS-QT-APROVADAS
           ADD 1                              TO WS-QT-ALTERADAS
           DISPLAY 'PEDIDO APROVADO E APLICADO.'

           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-DEPOIS
           MOVE 'A'                           TO HIST-OPERACAO
           MOVE WS-OPERADOR                   TO HIST-APROVADOR
           PERFORM P390-GRAVA-HISTORICO
           .

      *****************************************
       P320-RECUSA.
      *****************************************

           SET PEND-RECUSADA                  TO TRUE
           MOVE WS-OPERADOR                   TO PEND-APROVADOR
           MOVE WS-DATA-NEGOCIO               TO PEND-DATA-DECISAO
           MOVE WS-REG-CLIPEND
               TO WS-PND-IMAGEM(WS-IX-PEND)
           ADD 1                              TO WS-QT-RECUSADAS
           ADD 1                              TO WS-QT-ALTERADAS
           DISPLAY 'PEDIDO RECUSADO.'

           PERFORM P340-MONTA-IMAGENS
           MOVE 'R'                           TO HIST-OPERACAO
           MOVE WS-OPERADOR                   TO HIST-APROVADOR
           PERFORM P390-GRAVA-HISTORICO
           .

      *****************************************
       P330-LE-CLIENTE.
      *****************************************

           SET CLIENTE-ACHADO                 TO FALSE
           MOVE PEND-NUM-CLIENTE              TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST = '00'
               SET CLIENTE-ACHADO             TO TRUE
               IF WS-LIMITE-CREDITO IS NOT NUMERIC
                   MOVE ZEROS                 TO WS-LIMITE-CREDITO
               END-IF
           END-IF
           .

      *****************************************
      * PARA PEDIDO QUE NAO ENTRA NO CADASTRO (RECUSA, EXPIRACAO):
      * A TRILHA LEVA O REGISTRO COMO ESTA E COMO TERIA FICADO.
      * O REGISTRO DA FD VOLTA COMO ESTAVA.
      *****************************************
       P340-MONTA-IMAGENS.
      *****************************************

           IF NOT CLIENTE-ACHADO
               MOVE SPACES                    TO HIST-IMAGEM-ANTES
                                                 HIST-IMAGEM-DEPOIS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-ANTES
           IF PEND-LIMITE
               MOVE PEND-LIMITE-NOVO          TO WS-LIMITE-CREDITO
           ELSE
               MOVE PEND-MODO-NOVO            TO WS-MODO-FATURAMENTO
           END-IF
           MOVE WS-LAYOUT-1                   TO HIST-IMAGEM-DEPOIS
           MOVE HIST-IMAGEM-ANTES             TO WS-LAYOUT-1
           .

      *****************************************
      * CAMPOS COMUNS DA TRILHA CLIHIST: O SOLICITANTE DO PEDIDO
      * EM HIST-OPERADOR. O CHAMADOR JA ARMOU A OPERACAO, AS
      * IMAGENS E O HIST-APROVADOR.
      *****************************************
       P390-GRAVA-HISTORICO.
      *****************************************

           MOVE PEND-NUM-CLIENTE              TO HIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-CLIAPRV'           TO HIST-PROGRAMA
           MOVE PEND-SOLICITANTE              TO HIST-OPERADOR
           PERFORM P-GRAVA-CLIHIST
           .

      *****************************************
       P900-REGRAVA-PEDIDOS.
      *****************************************

           OPEN OUTPUT MUDANCAS-PENDENTES

           IF WS-FS-CLIPEND NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CLIPEND: ' WS-FS-CLIPEND
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               MOVE WS-PND-IMAGEM(WS-IX-PEND) TO WS-REG-CLIPEND
               WRITE WS-REG-CLIPEND
           END-PERFORM

           CLOSE MUDANCAS-PENDENTES
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF CLIMAST-ABERTO
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'PEDIDOS APROVADOS....: ' WS-QT-APROVADAS
           DISPLAY 'PEDIDOS RECUSADOS....: ' WS-QT-RECUSADAS
           DISPLAY 'PEDIDOS EXPIRADOS....: ' WS-QT-EXPIRADAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ALTERADAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY CLIHSTPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CLIAPRV.
