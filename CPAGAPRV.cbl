      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: APROVACAO DE PAGAMENTO A FORNECEDOR PELA TESOURARIA:
      *          TRANSACAO DE OPERADOR QUE EXIGE SIGN-ON (A
      *          IDENTIDADE VAI NO RUNLOG-OPERADOR E NO CP-APROVADOR
      *          DO TITULO), PERCORRE OS TITULOS 'P' (PROPOSTOS PELA
      *          PROGRAMACAO NOTURNA DEMONSTRA-CPAGPROP) DO CPAGAR UM
      *          A UM E REGISTRA A DECISAO: A=APROVAR (TITULO 'V',
      *          REMETIDO AO BANCO NA PROXIMA NOITE), R=RECUSAR
      *          (VOLTA A 'A' E E' PROPOSTO DE NOVO NA NOITE
      *          SEGUINTE), S=SALTAR, F=ENCERRAR. CADA DECISAO E'
      *          REGRAVADA NA HORA NO CPAGAR. RESPEITA A JANELA DE
      *          LOTE (BATCHWIN, COM OVERRIDE DE SUPERVISOR).
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
       PROGRAM-ID. DEMONSTRA-CPAGAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR        ASSIGN TO 'CPAGAR'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CP-NUMERO
                                       ALTERNATE RECORD KEY
                                           CP-FORN-NOTA
                                       FILE STATUS WS-FS-CPAGAR.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

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
       FD CONTAS-PAGAR.
           COPY CPAGAR.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

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
       77 WS-FS-CPAGAR                       PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-APROVADOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(09)9.99.

           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT OPERADOR-ENCERROU
               PERFORM P200-PERCORRE-TITULOS
                       UNTIL FIM-DO-ARQUIVO OR OPERADOR-ENCERROU
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-CPAGAPRV'          TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CPAGAPRV'           TO RUNLOG-PROGRAMA
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

           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'CPAGAR INDISPONIVEL: ' WS-FS-CPAGAR
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FORNECEDOR-MASTER
           .

      *****************************************
      * UM TITULO POR VOLTA NA ORDEM DO NUMERO; SO' OS PROPOSTOS
      * SAO APRESENTADOS.
      *****************************************
       P200-PERCORRE-TITULOS.
      *****************************************

           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF CP-PROPOSTO
               PERFORM P300-DECIDE-TITULO
           END-IF
           .

      *****************************************
       P300-DECIDE-TITULO.
      *****************************************

           MOVE SPACES                        TO FORN-NOME
           MOVE CP-FORNECEDOR                 TO FORN-CODIGO
           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE '(FORA DO FORNMAST)' TO FORN-NOME
               END-READ
           END-IF

           MOVE CP-VALOR                      TO WS-VALOR-ED
           DISPLAY ' '
           DISPLAY 'TITULO ' CP-NUMERO ' - FORNECEDOR ' CP-FORNECEDOR
                   ' ' FORN-NOME
           DISPLAY 'NOTA ' CP-NOTA ' PEDIDO ' CP-PEDIDO
                   ' EMISSAO ' CP-DATA-EMISSAO
           DISPLAY 'VALOR ' WS-VALOR-ED
                   ' VENCIMENTO ' CP-DATA-VENC
                   ', PROPOSTO EM ' CP-DATA-PROPOSTA
           DISPLAY 'ACAO: A=APROVAR  R=RECUSAR  S=SALTAR  '
                   'F=ENCERRAR: '
           ACCEPT WS-OPCAO-ACAO

           EVALUATE WS-OPCAO-ACAO
               WHEN 'A'
                   SET CP-APROVADO            TO TRUE
                   MOVE WS-OPERADOR           TO CP-APROVADOR
                   MOVE WS-DATA-NEGOCIO       TO CP-DATA-DECISAO
                   PERFORM P400-REGRAVA-TITULO
                   IF WS-FS-CPAGAR = '00'
                       ADD 1                  TO WS-QT-APROVADOS
                       DISPLAY 'TITULO APROVADO PARA PAGAMENTO.'
                   END-IF
               WHEN 'R'
                   SET CP-A-PAGAR             TO TRUE
                   MOVE WS-OPERADOR           TO CP-APROVADOR
                   MOVE WS-DATA-NEGOCIO       TO CP-DATA-DECISAO
                   PERFORM P400-REGRAVA-TITULO
                   IF WS-FS-CPAGAR = '00'
                       ADD 1                  TO WS-QT-RECUSADOS
                       DISPLAY 'PAGAMENTO RECUSADO - TITULO VOLTA '
                               'A FICAR A PAGAR.'
                   END-IF
               WHEN 'F'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P400-REGRAVA-TITULO.
      *****************************************

           REWRITE WS-REG-CPAGAR
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O TITULO ' CP-NUMERO ': '
                       WS-FS-CPAGAR
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ALTERADOS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CPAGAR = '00' OR WS-FS-CPAGAR = '10'
               CLOSE CONTAS-PAGAR
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           DISPLAY 'TITULOS APROVADOS....: ' WS-QT-APROVADOS
           DISPLAY 'TITULOS RECUSADOS....: ' WS-QT-RECUSADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ALTERADOS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CPAGAPRV.
