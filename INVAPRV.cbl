      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: INVENTARIO FISICO, PASSO 4 - APROVACAO DAS
      *          DIFERENCAS PELO SUPERVISOR: TRANSACAO QUE EXIGE
      *          SIGN-ON COM PERFIL DE SUPERVISOR NO OPERAUTH (A
      *          IDENTIDADE VAI NO RUNLOG-OPERADOR E NO INV-APROVADOR).
      *          SO' ABRE COM A CONTAGEM COMPLETA (NENHUM PRODUTO A
      *          CONTAR OU A RECONTAR NO INVCONT). PERCORRE OS
      *          PRODUTOS CONTADOS ('C'): SEM DIFERENCA, APROVA
      *          DIRETO; COM DIFERENCA, MOSTRA SALDO CONGELADO,
      *          CONTADO E VALOR E REGISTRA A DECISAO: A=APROVAR
      *          (PRODUTO 'V', AJUSTADO POR DEMONSTRA-INVAJUST),
      *          R=RECONTAR (VOLTA A 'R'), S=SALTAR, F=ENCERRAR. CADA
      *          DECISAO E' REGRAVADA NA HORA. RESPEITA A JANELA DE
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
       PROGRAM-ID. DEMONSTRA-INVAPRV.
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
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-PENDENTES                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-APROVADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECONTAR                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DIFERENCA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SISTEMA-ED                      PIC -(05)9.99.
       77 WS-CONTADA-ED                      PIC -(05)9.99.
       77 WS-DIFERENCA-ED                    PIC -(07)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.

           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT OPERADOR-ENCERROU
               PERFORM P200-PERCORRE-PRODUTOS
                       UNTIL FIM-DO-ARQUIVO OR OPERADOR-ENCERROU
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-INVAPRV'           TO WS-SEN-PROGRAMA
           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVAPRV'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

      *    SO' O PERFIL DE SUPERVISOR DO OPERAUTH APROVA DIFERENCAS.
           MOVE WS-OPERADOR                   TO WS-JANELA-OPERADOR
           PERFORM P-JANELA-CONFERE-SUPER
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'OPERADOR ' WS-OPERADOR
                       ' SEM PERFIL DE SUPERVISOR - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
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
               EXIT PARAGRAPH
           END-IF

           PERFORM P050-CONFERE-CONTAGEM
           .

      *****************************************
      * A APROVACAO SO' COMECA COM TODOS OS PRODUTOS CONTADOS E AS
      * RECONTAGENS FEITAS; DEPOIS DA CONFERENCIA O ARQUIVO VOLTA
      * AO INICIO PARA A PASSADA DE DECISAO.
      *****************************************
       P050-CONFERE-CONTAGEM.
      *****************************************

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ INVENTARIO-CONTAGEM NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO AND INV-CONTAGEM-PENDENTE
                   ADD 1                      TO WS-QT-PENDENTES
               END-IF
           END-PERFORM

           IF WS-QT-PENDENTES > ZEROS
               DISPLAY 'CONTAGEM INCOMPLETA: ' WS-QT-PENDENTES
                       ' PRODUTO(S) A CONTAR OU A RECONTAR - '
                       'APROVACAO NAO LIBERADA.'
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE LOW-VALUES                    TO INV-PRODUTO
           START INVENTARIO-CONTAGEM KEY IS NOT LESS THAN INV-PRODUTO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START
           .

      *****************************************
      * UM PRODUTO POR VOLTA NA ORDEM DO CODIGO; SO' OS CONTADOS
      * SAO APRESENTADOS.
      *****************************************
       P200-PERCORRE-PRODUTOS.
      *****************************************

           READ INVENTARIO-CONTAGEM NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT INV-CONTADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFERENCA = INV-QTDE-CONTADA - INV-QTDE-SISTEMA

      *    CONTAGEM QUE BATE COM O SALDO CONGELADO NAO PEDE DECISAO.
           IF WS-DIFERENCA = ZEROS
               PERFORM P310-APROVA
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-DECIDE-PRODUTO
           .

      *****************************************
       P300-DECIDE-PRODUTO.
      *****************************************

           COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                   WS-DIFERENCA * INV-PRECO

           MOVE INV-QTDE-SISTEMA              TO WS-SISTEMA-ED
           MOVE INV-QTDE-CONTADA              TO WS-CONTADA-ED
           MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ED
           MOVE WS-VALOR-DIFERENCA            TO WS-VALOR-ED
           DISPLAY ' '
           DISPLAY 'PRODUTO ' INV-PRODUTO ' - ' INV-DESCRICAO
                   ' (' INV-UNIDADE ')'
           DISPLAY 'CONGELADO ' WS-SISTEMA-ED ' CONTADO ' WS-CONTADA-ED
                   ' DIFERENCA ' WS-DIFERENCA-ED
           DISPLAY 'VALOR ' WS-VALOR-ED ' - CONTAGENS: ' INV-CONTAGENS
                   ', ULTIMA POR ' INV-OPERADOR ' EM '
                   INV-DATA-CONTAGEM
           DISPLAY 'ACAO: A=APROVAR  R=RECONTAR  S=SALTAR  '
                   'F=ENCERRAR: '
           ACCEPT WS-OPCAO-ACAO

           EVALUATE WS-OPCAO-ACAO
               WHEN 'A'
                   PERFORM P310-APROVA
                   IF WS-FS-INVCONT = '00'
                       DISPLAY 'DIFERENCA APROVADA PARA AJUSTE.'
                   END-IF
               WHEN 'R'
                   SET INV-RECONTAR           TO TRUE
                   MOVE WS-OPERADOR           TO INV-APROVADOR
                   MOVE WS-DATA-NEGOCIO       TO INV-DATA-DECISAO
                   PERFORM P400-REGRAVA-PRODUTO
                   IF WS-FS-INVCONT = '00'
                       ADD 1                  TO WS-QT-RECONTAR
                       DISPLAY 'PRODUTO VOLTA PARA RECONTAGEM.'
                   END-IF
               WHEN 'F'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P310-APROVA.
      *****************************************

           SET INV-APROVADO                   TO TRUE
           MOVE WS-OPERADOR                   TO INV-APROVADOR
           MOVE WS-DATA-NEGOCIO               TO INV-DATA-DECISAO
           PERFORM P400-REGRAVA-PRODUTO
           IF WS-FS-INVCONT = '00'
               ADD 1                          TO WS-QT-APROVADOS
           END-IF
           .

      *****************************************
       P400-REGRAVA-PRODUTO.
      *****************************************

           REWRITE WS-REG-INVCONT
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O PRODUTO ' INV-PRODUTO ': '
                       WS-FS-INVCONT
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ALTERADOS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-INVCONT = '00' OR WS-FS-INVCONT = '10'
              OR WS-FS-INVCONT = '23'
               CLOSE INVENTARIO-CONTAGEM
           END-IF

           DISPLAY 'PRODUTOS APROVADOS...: ' WS-QT-APROVADOS
           DISPLAY 'DEVOLVIDOS A RECONTAR: ' WS-QT-RECONTAR

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

       END PROGRAM DEMONSTRA-INVAPRV.
