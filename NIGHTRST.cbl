      *                    A CADEIA PARAVA ANTES DO RAMO C. A
      *                    COERENCIA DE ORDEM POR RAMO JA PROVA QUE
      *                    O CONCLUIDO E' SEGURO DE SALTAR
      *   15/10/2026 WT - CONCILIACAO DO SUBRAZAO A RECEBER COM O
      *                    RAZAO (DEMONSTRA-ARRECON) NA SEQUENCIA,
      *                    APOS O ERRDIGST, NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - LEMBRETE DE VENCIMENTO (DEMONSTRA-
      *                    PAGTOLEMB) NA SEQUENCIA, ENTRE O ERRDIGST
      *                    E O ARRECON, NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - LISTA DE TRABALHO DOS COBRADORES
      *                    (DEMONSTRA-COBWORK) NA SEQUENCIA, APOS O
      *                    ARRECON, NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - GERACAO DA NF-E (DEMONSTRA-NFEGER) NA
      *                    SEQUENCIA, APOS O COBWORK, NO RAMO DE
      *                    CONSOLIDACAO
      *   15/10/2026 WT - PROVA DO KARDEX (DEMONSTRA-ESTCONF) NA
      *                    SEQUENCIA, APOS O REFSCAN, NO RAMO DE
      *                    CONSOLIDACAO
      *   15/10/2026 WT - GERACAO DOS PEDIDOS DE COMPRA (DEMONSTRA-
      *                    COMPGER) NA SEQUENCIA, APOS O ESTCONF, NO
      *                    RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - ACOMPANHAMENTO DAS COMPRAS (DEMONSTRA-
      *                    COMPREL) NA SEQUENCIA, APOS O COMPGER, NO
      *                    RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - PROGRAMACAO DE PAGAMENTOS A FORNECEDOR
      *                    (DEMONSTRA-CPAGPROP) NA SEQUENCIA, APOS O
      *                    RECAUDIT, NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - ALOCACAO DAS ENCOMENDAS (DEMONSTRA-PEDALOC)
      *                    E LIBERACAO DOS PEDIDOS (DEMONSTRA-PEDREL)
      *                    NA SEQUENCIA, ANTES DO CONTRGEN, NO RAMO DE
      *                    FATURAMENTO
      *   15/10/2026 WT - FIM DE VIGENCIA DOS CONTRATOS (DEMONSTRA-
      *                    CONTRREN) NA SEQUENCIA, APOS O CONTRGEN, NO
      *                    RAMO DE FATURAMENTO
      *   15/10/2026 WT - TARIFACAO DO CONSUMO MEDIDO (DEMONSTRA-
      *                    USOTAR) NA SEQUENCIA, ENTRE O PEDREL E O
      *                    CONTRGEN, NO RAMO DE FATURAMENTO
      *   15/10/2026 WT - CLASSIFICACAO DE NAO-ACCRUAL DOS EMPRESTIMOS
      *                    (DEMONSTRA-EMPACCR) NA SEQUENCIA, ENTRE O
      *                    PAGTOJUR E O EMPROLL, NO RAMO DE FATURAMENTO
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO DISPARA O
      *                    RESTART (RC 8); CADA TENTATIVA VAI PARA O
      *                    LOG OPERSEG
      *   15/10/2026 WT - DISTRIBUICAO DOS RELATORIOS POR DESTINATARIO
      *                    (DEMONSTRA-RPTDIST) NA SEQUENCIA, APOS O
      *                    JOBQPROC, NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - FLASH GERENCIAL DO DIA (DEMONSTRA-FLASHDIA)
      *                    NA SEQUENCIA, ENTRE O JOBQPROC E O RPTDIST,
      *                    NO RAMO DE CONSOLIDACAO
      *   15/10/2026 WT - NEGATIVACAO NO BUREAU (DEMONSTRA-NEGATIV) NA
      *                    SEQUENCIA, ENTRE O PAGTOJUR E O EMPACCR, NO
      *                    RAMO DE FATURAMENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-NIGHTRST.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

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
       FD RUN-LOG.
       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
      *    A SEQUENCIA DA CADEIA NIGHTLY, NA ORDEM DOS STEPS DO
      *    JCL, COM O ESTADO APURADO DO RUNLOG: CONCLUIDO E A
      *    DATA-HORA DO FIM MAIS RECENTE.
       77 WS-QT-STEPS                        PIC 9(02) VALUE 39.
       77 WS-IX-STEP                         PIC 9(02) VALUE ZEROS.
       77 WS-IX-RETOMADA                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-STEPS.
           03 WS-TAB-STEP-ITEM         OCCURS 39 TIMES.
               05 WS-STEP-PROGRAMA            PIC X(20).
      *        RAMO DA CADEIA DIVIDIDA: 'A' CALCULO, 'B'
      *        FATURAMENTO, 'C' CONSOLIDACAO - A COERENCIA DE ORDEM

           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-NIGHTRST'          TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               DISPLAY 'OPERADOR NAO AUTENTICADO - RESTART NAO '
                       'EXECUTADO.'
               MOVE 8                         TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-NIGHTRST'           TO RUNLOG-PROGRAMA
           MOVE 'DEMONSTRA-CLIDEDUP'   TO WS-STEP-PROGRAMA(4)
           MOVE 'DEMONSTRA-COMPUTE'    TO WS-STEP-PROGRAMA(5)
           MOVE 'DEMOSTRA-MATEMATICA'  TO WS-STEP-PROGRAMA(6)
           MOVE 'DEMONSTRA-PEDALOC'    TO WS-STEP-PROGRAMA(7)
           MOVE 'DEMONSTRA-PEDREL'     TO WS-STEP-PROGRAMA(8)
           MOVE 'DEMONSTRA-USOTAR'     TO WS-STEP-PROGRAMA(9)
           MOVE 'DEMONSTRA-CONTRGEN'   TO WS-STEP-PROGRAMA(10)
           MOVE 'DEMONSTRA-CONTRREN'   TO WS-STEP-PROGRAMA(11)
           MOVE 'DEMONSTRA-FATURA'     TO WS-STEP-PROGRAMA(12)
           MOVE 'DEMONSTRA-JUROS'      TO WS-STEP-PROGRAMA(13)
           MOVE 'DEMONSTRA-FATPOST'    TO WS-STEP-PROGRAMA(14)
           MOVE 'DEMONSTRA-PAGTOVENC'  TO WS-STEP-PROGRAMA(15)
           MOVE 'DEMONSTRA-PAGTOJUR'   TO WS-STEP-PROGRAMA(16)
           MOVE 'DEMONSTRA-NEGATIV'    TO WS-STEP-PROGRAMA(17)
           MOVE 'DEMONSTRA-EMPACCR'    TO WS-STEP-PROGRAMA(18)
           MOVE 'DEMONSTRA-EMPROLL'    TO WS-STEP-PROGRAMA(19)
           MOVE 'DEMONSTRA-CRMDELTA'   TO WS-STEP-PROGRAMA(20)
           MOVE 'DEMONSTRA-GLEXTRACT'  TO WS-STEP-PROGRAMA(21)
           MOVE 'DEMONSTRA-BANKREM'    TO WS-STEP-PROGRAMA(22)
           MOVE 'DEMONSTRA-PRODREORD'  TO WS-STEP-PROGRAMA(23)
           MOVE 'DEMONSTRA-CLISCORE'   TO WS-STEP-PROGRAMA(24)
           MOVE 'DEMONSTRA-ERRDIGST'   TO WS-STEP-PROGRAMA(25)
           MOVE 'DEMONSTRA-PAGTOLEMB'  TO WS-STEP-PROGRAMA(26)
           MOVE 'DEMONSTRA-ARRECON'    TO WS-STEP-PROGRAMA(27)
           MOVE 'DEMONSTRA-COBWORK'    TO WS-STEP-PROGRAMA(28)
           MOVE 'DEMONSTRA-NFEGER'     TO WS-STEP-PROGRAMA(29)
           MOVE 'DEMONSTRA-REFSCAN'    TO WS-STEP-PROGRAMA(30)
           MOVE 'DEMONSTRA-ESTCONF'    TO WS-STEP-PROGRAMA(31)
           MOVE 'DEMONSTRA-COMPGER'    TO WS-STEP-PROGRAMA(32)
           MOVE 'DEMONSTRA-COMPREL'    TO WS-STEP-PROGRAMA(33)
           MOVE 'DEMONSTRA-RECAUDIT'   TO WS-STEP-PROGRAMA(34)
           MOVE 'DEMONSTRA-CPAGPROP'   TO WS-STEP-PROGRAMA(35)
           MOVE 'DEMONSTRA-GDGMGR'     TO WS-STEP-PROGRAMA(36)
           MOVE 'DEMONSTRA-JOBQPROC'   TO WS-STEP-PROGRAMA(37)
           MOVE 'DEMONSTRA-FLASHDIA'   TO WS-STEP-PROGRAMA(38)
           MOVE 'DEMONSTRA-RPTDIST'    TO WS-STEP-PROGRAMA(39)

           MOVE 'A'                    TO WS-STEP-RAMO(1)
                                          WS-STEP-RAMO(2)
                                          WS-STEP-RAMO(11)
                                          WS-STEP-RAMO(12)
                                          WS-STEP-RAMO(13)
                                          WS-STEP-RAMO(14)
                                          WS-STEP-RAMO(15)
                                          WS-STEP-RAMO(16)
                                          WS-STEP-RAMO(17)
                                          WS-STEP-RAMO(18)
                                          WS-STEP-RAMO(19)
                                          WS-STEP-RAMO(22)
                                          WS-STEP-RAMO(23)
                                          WS-STEP-RAMO(24)
           MOVE 'C'                    TO WS-STEP-RAMO(20)
                                          WS-STEP-RAMO(21)
                                          WS-STEP-RAMO(25)
                                          WS-STEP-RAMO(26)
                                          WS-STEP-RAMO(27)
                                          WS-STEP-RAMO(28)
                                          WS-STEP-RAMO(29)
                                          WS-STEP-RAMO(30)
                                          WS-STEP-RAMO(31)
                                          WS-STEP-RAMO(32)
                                          WS-STEP-RAMO(33)
                                          WS-STEP-RAMO(34)
                                          WS-STEP-RAMO(35)
                                          WS-STEP-RAMO(36)
                                          WS-STEP-RAMO(37)
                                          WS-STEP-RAMO(38)
                                          WS-STEP-RAMO(39)

           PERFORM VARYING WS-IX-STEP FROM 1 BY 1
                   UNTIL WS-IX-STEP > WS-QT-STEPS

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-NIGHTRST.
