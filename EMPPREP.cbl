      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ANTECIPACAO PARCIAL DE EMPRESTIMO (ONLINE). O
      *          OPERADOR SE IDENTIFICA E INFORMA O EMPRESTIMO, O
      *          VALOR RECEBIDO E A DATA-VALOR (ATE A DATA DE
      *          NEGOCIO, RETROATIVA NO MAXIMO EMPREST-RETRO-MAX
      *          DIAS DO SISPARAM, PADRAO 30). DATA-VALOR ANTERIOR AO
      *          ULTIMO GIRO ESTORNA OS JUROS QUE O VALOR ANTECIPADO
      *          TERIA EVITADO NOS GIROS SEGUINTES A ELA. O DINHEIRO
      *          QUITA PRIMEIRO AS PARCELAS JA FATURADAS EM ABERTO NO
      *          PAGTOPEND, DA MAIS ANTIGA PARA A MAIS NOVA (A ULTIMA
      *          PODE FICAR ABATIDA EM PARTE, COMO NO RETORNO
      *          BANCARIO); O QUE SOBRA QUITA OS JUROS CAPITALIZADOS
      *          (EMP-JUROS-ACUM) E DEPOIS AMORTIZA O PRINCIPAL. O
      *          CLIENTE ESCOLHE PRAZO MENOR (MANTEM A PARCELA) OU
      *          PARCELA MENOR (MANTEM O PRAZO) E O EMPMAST E'
      *          REGRAVADO COM O NOVO PRAZO/PARCELA - A TABELA NOVA
      *          SAI PELO DEMONSTRA-EMPSCHED. CADA PASSO VAI PARA O
      *          HISTORICO DO EMPRESTIMO (EMPHIST) E PARA O EXTRATO
      *          CONTABIL (EMPANTMOV, PAGTOAUD E PARCMOV). RESPEITA A
      *          JANELA DE LOTE (BATCHWIN, COM OVERRIDE DE
      *          SUPERVISOR).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - EMPRESTIMO EM NAO-ACCRUAL NAO TEM ESTORNO DE
      *                    JUROS NA DATA-VALOR RETROATIVA: O GIRO NAO
      *                    CAPITALIZOU NADA NELE (JUROS SUSPENSOS)
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      *   15/10/2026 WT - ESTORNO DE JUROS NA DATA-VALOR RETROATIVA SO'
      *                    DOS GIROS QUE DE FATO CAPITALIZARAM, PELA
      *                    DATA DA ULTIMA MUDANCA DE SITUACAO
      *                    (EMP-DATA-SIT-ACCRUAL): EM NAO-ACCRUAL, OS
      *                    GIROS ANTERIORES A ELA; DE VOLTA AO
      *                    ACCRUAL, OS GIROS A PARTIR DELA
      *   15/10/2026 WT - A MORA DA PARCELA QUITADA OU ABATIDA (O
      *                    MENOR ENTRE PAGTO-JUROS-ACUM E O VALOR
      *                    APLICADO) NAO ABATE O SALDO DO EMPRESTIMO
      *                    NEM ENTRA NA LINHA 'PC' DO EMPHIST; O
      *                    PARCMOV GANHA A PARTE DE MORA DO ABATIMENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPPREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT PARCIAL-MOVIMENTO   ASSIGN TO 'PARCMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCMOV.

           SELECT PARCIAL-HISTORICO   ASSIGN TO 'PARCHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCHIST.

           SELECT ANTECIPA-MOV        ASSIGN TO 'EMPANTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPANTMOV.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT TAXA-INDEXADOR      ASSIGN TO 'TAXAIDX'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAIDX.

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
       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

      *    PARCELA ABATIDA EM PARTE: O MESMO PAR MOVIMENTO (ZERADO
      *    PELO EXTRATO CONTABIL) + HISTORICO (NUNCA ZERADO) DAS
      *    PARCIAIS DO RETORNO BANCARIO (DEMONSTRA-BANKRET).
       FD PARCIAL-MOVIMENTO.
       01 WS-REG-PARCMOV.
           03 PARC-NUM-PAGTO                     PIC 9(06).
           03 PARC-NUM-CLIENTE                   PIC 9(06).
           03 PARC-VALOR                         PIC 9(09)V99.
           03 PARC-DATA                          PIC 9(08).
      *    PARTE DO VALOR QUE QUITOU MORA (PAGTO-JUROS-ACUM).
           03 PARC-MORA                          PIC 9(09)V99.

       FD PARCIAL-HISTORICO.
       01 WS-REG-PARCHIST.
           03 PHIS-NUM-PAGTO                     PIC 9(06).
           03 PHIS-NUM-CLIENTE                   PIC 9(06).
           03 PHIS-VALOR                         PIC 9(09)V99.
           03 PHIS-DATA                          PIC 9(08).

       FD ANTECIPA-MOV.
           COPY EMPANTMV.

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       FD ERRLOG.
           COPY ERRLOG.

       FD FERIADOS-CAL.
           COPY FERIADO.

       FD TAXA-INDEXADOR.
           COPY TAXAIDX.

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
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-PARCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMPANTMOV                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF-SCAN                        PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-SW-PEDIDO                       PIC X(01) VALUE 'N'.
           88 PEDIDO-ACEITO                  VALUE 'S' FALSE 'N'.
       77 WS-SW-ERRO                         PIC X(01) VALUE 'N'.
           88 REGISTRO-COM-ERRO              VALUE 'S' FALSE 'N'.

      *    RETROATIVIDADE MAXIMA DA DATA-VALOR, EM DIAS CORRIDOS
      *    (PARAMETRO EMPREST-RETRO-MAX).
       77 WS-RETRO-MAX                       PIC 9(03) VALUE 30.

      *    O QUE O OPERADOR DIGITOU.
       77 WS-EMPRESTIMO-INF                  PIC X(06) VALUE SPACES.
       77 WS-VALOR-INF         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-DATA-VALOR                      PIC 9(08) VALUE ZEROS.
       77 WS-OPCAO-INF                       PIC X(01) VALUE SPACE.
           88 OPCAO-PRAZO-MENOR              VALUE 'Z'.
           88 OPCAO-PARCELA-MENOR            VALUE 'P'.
       77 WS-CONFIRMA-INF                    PIC X(01) VALUE SPACE.

      *    DATAS EM DIAS CORRIDOS PARA A JANELA DA DATA-VALOR E PARA
      *    OS GIROS POSTERIORES A ELA.
       77 WS-NEGOCIO-INT                     PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-INT                       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-ACR-INT                         PIC 9(08) VALUE ZEROS.

      *    ESTORNO DOS JUROS CAPITALIZADOS DEPOIS DA DATA-VALOR:
      *    FATOR DOS GIROS DO PERIODO E O VALOR QUE QUITA O
      *    EMPRESTIMO NA DATA-VALOR (SALDO / FATOR).
       77 WS-FATOR-ESTORNO     PIC S9(03)V9(12) COMP-3 VALUE ZEROS.
       77 WS-QT-GIROS-ESTORNO                PIC 9(04) VALUE ZEROS.
       77 WS-ESTORNO-JUROS     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-QUITACAO    PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    APLICACAO: O QUE AINDA FALTA APLICAR, O VALOR DE CADA
      *    PASSO E A PARTE DE JUROS/PRINCIPAL DELE.
       77 WS-RESTANTE          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-APLICADO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PARTE-JUROS       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PARTE-PRINCIPAL   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-MORA-APLICADA     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-EMP-ABATIDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-EM-PARCELAS       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-ANTECIPADO        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTES       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-PRE-AMORT   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
       77 WS-QT-QUITADAS                     PIC 9(04) VALUE ZEROS.
       77 WS-QT-EM-ABERTO                    PIC 9(04) VALUE ZEROS.
       77 WS-EM-ABERTO         PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    RECALCULO: PARCELA DO SISTEMA FRANCES SOBRE UMA BASE E UM
      *    PRAZO (A MESMA CONTA DE P650 DE DEMONSTRA-JUROS) E A
      *    SIMULACAO DO PRAZO QUE A PARCELA ATUAL LEVA PARA QUITAR
      *    O SALDO NOVO.
       77 WS-BASE-PARCELA      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PRAZO-PARCELA                   PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-RESTANTE                  PIC 9(03) VALUE ZEROS.
       77 WS-FATOR             PIC S9(05)V9(08) COMP-3 VALUE ZEROS.
       77 WS-NUMERADOR         PIC S9(11)V9(08) COMP-3 VALUE ZEROS.
       77 WS-DIVISOR           PIC S9(05)V9(08) COMP-3 VALUE ZEROS.
       77 WS-PARCELA           PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-PARCELA-ATUAL     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-SIM         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-PARCELAS-SIM                 PIC 9(03) VALUE ZEROS.

       77 WS-QT-ANTECIPACOES                 PIC 9(06) VALUE ZEROS.

      *    CAMPOS EDITADOS DA TELA.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-VALOR2-ED                       PIC -(09)9.99.
       77 WS-TAXA-ED                         PIC -9.9999.

           COPY DTVALID.
           COPY PAGTRX.
           COPY PARAMWS.
           COPY DTNEGWS.
           COPY FERIADWS.
           COPY TAXIDXWS.

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

      *    SEM IDENTIFICACAO NAO HA ANTECIPACAO - O ID VAI NO RUNLOG
      *    E NO HISTORICO DO EMPRESTIMO.
           MOVE 'DEMONSTRA-EMPPREP'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPPREP'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS
           PERFORM P-CARREGA-TAXAIDX

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'EMPREST-RETRO-MAX'           TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-RETRO-MAX
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EMPRESTIMO-MASTER
           OPEN I-O PAGTO-PENDENTES

           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPMAST: ' WS-FS-EMPMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

      *    SEM O PAGTOPEND AS PARCELAS FATURADAS FICARIAM PARA TRAS
      *    E O DINHEIRO AMORTIZARIA O QUE JA ESTA SENDO COBRADO.
           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTOPEND: ' WS-FS-PAGTOPEND
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           COMPUTE WS-NEGOCIO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)

           DISPLAY 'DATA DE NEGOCIO.............: ' WS-DATA-NEGOCIO
           DISPLAY 'RETROATIVIDADE MAXIMA (DIAS): ' WS-RETRO-MAX
           .

      *****************************************
      * UMA ANTECIPACAO POR VOLTA: EMPRESTIMO (BRANCO ENCERRA),
      * VALOR E DATA-VALOR, OPCAO DO CLIENTE E CONFIRMACAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'ANTECIPACAO DE EMPRESTIMO - NUMERO DO EMPRESTIMO '
                   '(BRANCO PARA ENCERRAR): '
           MOVE SPACES                        TO WS-EMPRESTIMO-INF
           ACCEPT WS-EMPRESTIMO-INF

           IF WS-EMPRESTIMO-INF = SPACES
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-CAPTA-PEDIDO
           IF NOT PEDIDO-ACEITO
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'O CLIENTE PREFERE (Z=PRAZO MENOR, MANTENDO A '
                   'PARCELA  P=PARCELA MENOR, MANTENDO O PRAZO): '
           MOVE SPACE                         TO WS-OPCAO-INF
           ACCEPT WS-OPCAO-INF
           IF NOT OPCAO-PRAZO-MENOR AND NOT OPCAO-PARCELA-MENOR
               DISPLAY 'OPCAO INVALIDA - NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CONFIRMA A ANTECIPACAO? (S/N): '
           MOVE SPACE                         TO WS-CONFIRMA-INF
           ACCEPT WS-CONFIRMA-INF
           IF WS-CONFIRMA-INF NOT = 'S'
               DISPLAY 'ANTECIPACAO DESCARTADA - NADA GRAVADO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-APLICA-ANTECIPACAO
           .

      *****************************************
      * O PEDIDO: EMPRESTIMO COM SALDO, VALOR E DATA-VALOR. SAI COM
      * PEDIDO-ACEITO QUANDO TUDO CONFERE; O ESTORNO DE JUROS DA
      * DATA-VALOR JA FICA CALCULADO (P320).
      *****************************************
       P300-CAPTA-PEDIDO.
      *****************************************

           SET PEDIDO-ACEITO                  TO FALSE

           IF WS-EMPRESTIMO-INF IS NOT NUMERIC
               DISPLAY 'NUMERO DE EMPRESTIMO INVALIDO.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPRESTIMO-INF             TO EMP-NUMERO

           READ EMPRESTIMO-MASTER
               INVALID KEY
                   DISPLAY 'EMPRESTIMO ' WS-EMPRESTIMO-INF
                           ' NAO CADASTRADO.'
           END-READ
           IF WS-FS-EMPMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF EMP-SALDO NOT > ZEROS
               DISPLAY 'EMPRESTIMO ' EMP-NUMERO ' SEM SALDO DEVEDOR.'
               EXIT PARAGRAPH
           END-IF

      *    REGISTROS ANTERIORES AOS CAMPOS NOVOS VALEM ZEROS.
           IF EMP-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-ACUM
           END-IF
           IF EMP-VALOR-PARCELA IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-VALOR-PARCELA
           END-IF
           IF EMP-DATA-ULT-GIRO IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-DATA-ULT-GIRO
           END-IF
           IF EMP-PARCELAS-FATURADAS IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-PARCELAS-FATURADAS
           END-IF
           IF EMP-SPREAD IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-SPREAD
           END-IF

           MOVE EMP-SALDO                     TO WS-VALOR-ED
           MOVE EMP-JUROS-ACUM                TO WS-VALOR2-ED
           DISPLAY 'SALDO DEVEDOR.......: ' WS-VALOR-ED
                   ' (JUROS A PAGAR ' WS-VALOR2-ED ')'
           MOVE EMP-TAXA                      TO WS-TAXA-ED
           DISPLAY 'TAXA POR PERIODO....: ' WS-TAXA-ED
                   '  PARCELAS ' EMP-PARCELAS-FATURADAS
                   ' DE ' EMP-PERIODOS ' FATURADAS'

           DISPLAY 'VALOR RECEBIDO: '
           MOVE ZEROS                         TO WS-VALOR-INF
           ACCEPT WS-VALOR-INF
           IF WS-VALOR-INF NOT > ZEROS
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-INF > EMP-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO DEVEDOR.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA-VALOR (DD/MM/AAAA, BRANCO = DATA DE '
                   'NEGOCIO): '
           MOVE SPACES                        TO WS-DATA
           ACCEPT WS-DATA
           IF WS-DATA = SPACES
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-VALOR
           ELSE
               PERFORM P-VALIDA-DATA
               IF NOT DATA-VALIDA
                   DISPLAY 'DATA-VALOR INVALIDA.'
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DATA-VALOR =
                       WS-DTV-ANO * 10000 + WS-DTV-MES * 100
                     + WS-DTV-DIA
           END-IF

           IF WS-DATA-VALOR > WS-DATA-NEGOCIO
               DISPLAY 'DATA-VALOR FUTURA NAO E'' ACEITA.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VALOR)
           IF WS-NEGOCIO-INT - WS-VALOR-INT > WS-RETRO-MAX
               DISPLAY 'DATA-VALOR ALEM DE ' WS-RETRO-MAX
                       ' DIAS DA DATA DE NEGOCIO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-CALCULA-ESTORNO

           IF WS-VALOR-INF > WS-VALOR-QUITACAO
               MOVE WS-VALOR-QUITACAO         TO WS-VALOR-ED
               DISPLAY 'VALOR ACIMA DO NECESSARIO PARA QUITAR NA '
                       'DATA-VALOR: ' WS-VALOR-ED
               EXIT PARAGRAPH
           END-IF

           IF WS-ESTORNO-JUROS > ZEROS
               MOVE WS-ESTORNO-JUROS          TO WS-VALOR-ED
               DISPLAY 'ESTORNO DE JUROS DE ' WS-QT-GIROS-ESTORNO
                       ' GIRO(S) APOS A DATA-VALOR: ' WS-VALOR-ED
           END-IF
           IF WS-VALOR-INF = WS-VALOR-QUITACAO
               DISPLAY 'O VALOR QUITA O EMPRESTIMO.'
           END-IF

           SET PEDIDO-ACEITO                  TO TRUE
           .

      *****************************************
      * DATA-VALOR ANTERIOR AO ULTIMO GIRO: O VALOR ANTECIPADO NAO
      * DEVIA TER RENDIDO JUROS NOS GIROS DOS DIAS UTEIS SEGUINTES A
      * ELA (ATE EMP-DATA-ULT-GIRO). FATOR DO PERIODO = (1 + TAXA)
      * POR GIRO NO FIXO, O PRODUTO DAS TAXAS DIARIAS PUBLICADAS NO
      * INDEXADO (COMO EM P300 DE DEMONSTRA-EMPROLL); ESTORNO =
      * VALOR X (FATOR - 1). O VALOR QUE QUITA NA DATA-VALOR E'
      * SALDO / FATOR. EM NAO-ACCRUAL O GIRO NAO CAPITALIZA: SO'
      * OS GIROS ANTERIORES A EMP-DATA-SIT-ACCRUAL (A ENTRADA)
      * RENDERAM; DE VOLTA AO ACCRUAL, SO' OS GIROS A PARTIR DELA
      * (O RETORNO) - O CLASSIFICADOR RODA ANTES DO GIRO DA NOITE.
      * NAO-ACCRUAL SEM DATA NAO TEM O QUE ESTORNAR.
      *****************************************
       P320-CALCULA-ESTORNO.
      *****************************************

           MOVE 1                             TO WS-FATOR-ESTORNO
           MOVE ZEROS                         TO WS-QT-GIROS-ESTORNO
           MOVE ZEROS                         TO WS-ESTORNO-JUROS

           MOVE ZEROS                         TO WS-ACR-INT
           IF EMP-DATA-SIT-ACCRUAL IS NUMERIC
              AND EMP-DATA-SIT-ACCRUAL NOT = ZEROS
               COMPUTE WS-ACR-INT =
                       FUNCTION INTEGER-OF-DATE(EMP-DATA-SIT-ACCRUAL)
           END-IF

           IF EMP-DATA-ULT-GIRO NOT = ZEROS
              AND EMP-DATA-ULT-GIRO > WS-DATA-VALOR
              AND (EMP-EM-ACCRUAL OR WS-ACR-INT NOT = ZEROS)
               COMPUTE WS-DIA-INT = WS-VALOR-INT + 1
               COMPUTE WS-FIM-INT =
                       FUNCTION INTEGER-OF-DATE(EMP-DATA-ULT-GIRO)
               IF EMP-NAO-ACCRUAL
                   IF WS-FIM-INT NOT < WS-ACR-INT
                       COMPUTE WS-FIM-INT = WS-ACR-INT - 1
                   END-IF
               ELSE
                   IF WS-DIA-INT < WS-ACR-INT
                       MOVE WS-ACR-INT        TO WS-DIA-INT
                   END-IF
               END-IF
               MOVE EMP-SPREAD                TO WS-TXI-SPREAD
               PERFORM UNTIL WS-DIA-INT > WS-FIM-INT
                   COMPUTE WS-FER-DATA-TESTE =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                   PERFORM P-E-DIA-UTIL
                   IF FER-DIA-UTIL
                       PERFORM P330-FATOR-DO-GIRO
                   END-IF
                   ADD 1                      TO WS-DIA-INT
               END-PERFORM
           END-IF

           COMPUTE WS-ESTORNO-JUROS ROUNDED =
                   WS-VALOR-INF * (WS-FATOR-ESTORNO - 1)
           COMPUTE WS-VALOR-QUITACAO ROUNDED =
                   EMP-SALDO / WS-FATOR-ESTORNO

      *    QUITACAO EXATA: O ARREDONDAMENTO NAO PODE DEIXAR CENTAVO
      *    DE SALDO NEM LEVAR O SALDO ABAIXO DE ZERO.
           IF WS-VALOR-INF + WS-ESTORNO-JUROS > EMP-SALDO
              OR WS-VALOR-INF = WS-VALOR-QUITACAO
               COMPUTE WS-ESTORNO-JUROS = EMP-SALDO - WS-VALOR-INF
           END-IF
           IF WS-ESTORNO-JUROS < ZEROS
               MOVE ZEROS                     TO WS-ESTORNO-JUROS
           END-IF
           .

      *****************************************
      * UM GIRO DO PERIODO ESTORNADO (DIA UTIL EM WS-FER-DATA-TESTE).
      * NO INDEXADO, DIA SEM TAXA PUBLICADA NAO FOI CAPITALIZADO
      * PELO GIRO E NAO ENTRA NO FATOR.
      *****************************************
       P330-FATOR-DO-GIRO.
      *****************************************

           IF EMP-TAXA-INDEXADA
               MOVE EMP-INDICE                TO WS-TXI-COD-TESTE
               MOVE WS-FER-DATA-TESTE         TO WS-TXI-DATA-TESTE
               PERFORM P-BUSCA-TAXAIDX
               IF TXI-ACHOU
                   PERFORM P-FATORES-TAXAIDX
                   COMPUTE WS-FATOR-ESTORNO ROUNDED =
                           WS-FATOR-ESTORNO * WS-TXI-FATOR-DIA
                   ADD 1                      TO WS-QT-GIROS-ESTORNO
               END-IF
           ELSE
               COMPUTE WS-FATOR-ESTORNO ROUNDED =
                       WS-FATOR-ESTORNO * (1 + EMP-TAXA)
               ADD 1                          TO WS-QT-GIROS-ESTORNO
           END-IF
           .

      *****************************************
      * APLICA A ANTECIPACAO: ESTORNO DE JUROS, PARCELAS FATURADAS
      * EM ABERTO, JUROS A PAGAR, PRINCIPAL; RECALCULA PRAZO OU
      * PARCELA, REGRAVA O EMPRESTIMO E GRAVA O MOVIMENTO CONTABIL.
      *****************************************
       P500-APLICA-ANTECIPACAO.
      *****************************************

           MOVE EMP-SALDO                     TO WS-SALDO-ANTES
           MOVE WS-VALOR-INF                  TO WS-RESTANTE
           MOVE ZEROS                         TO WS-EM-PARCELAS
                                                  WS-ANTECIPADO
                                                  WS-QT-QUITADAS
                                                  WS-QT-EM-ABERTO
                                                  WS-EM-ABERTO

           IF WS-ESTORNO-JUROS > ZEROS
               PERFORM P510-ESTORNA-JUROS
           END-IF

           PERFORM P540-QUITA-PARCELAS

           MOVE EMP-SALDO                     TO WS-SALDO-PRE-AMORT
           IF WS-RESTANTE > ZEROS
               PERFORM P590-AMORTIZA
           END-IF

           PERFORM P600-RECALCULA

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EMPRESTIMO '
                           EMP-NUMERO ': ' WS-FS-EMPMAST
           END-REWRITE

           IF WS-FS-EMPMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-ANTECIPADO > ZEROS OR WS-ESTORNO-JUROS > ZEROS
               PERFORM P700-GRAVA-MOVIMENTO
           END-IF

           ADD 1                              TO WS-QT-ANTECIPACOES

           MOVE WS-EM-PARCELAS                TO WS-VALOR-ED
           DISPLAY 'PARCELAS FATURADAS QUITADAS: ' WS-QT-QUITADAS
                   ' - APLICADO NAS PARCELAS ' WS-VALOR-ED
           IF WS-QT-EM-ABERTO > ZEROS
               MOVE WS-EM-ABERTO              TO WS-VALOR-ED
               DISPLAY 'PARCELAS AINDA EM ABERTO...: ' WS-QT-EM-ABERTO
                       ' - RESIDUO ' WS-VALOR-ED
           END-IF
           MOVE WS-ANTECIPADO                 TO WS-VALOR-ED
           DISPLAY 'ANTECIPADO NO SALDO........: ' WS-VALOR-ED
           MOVE WS-SALDO-ANTES                TO WS-VALOR-ED
           MOVE EMP-SALDO                     TO WS-VALOR2-ED
           DISPLAY 'SALDO DEVEDOR DE ' WS-VALOR-ED ' PARA '
                   WS-VALOR2-ED

           IF EMP-SALDO > ZEROS
               DISPLAY 'REIMPRIMA A TABELA DE AMORTIZACAO DO '
                       'EMPRESTIMO ' EMP-NUMERO
                       ' PELO DEMONSTRA-EMPSCHED.'
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPPREP'            TO RUNLOG-PROGRAMA
           MOVE 'ANTECIPA'                     TO RUNLOG-EVENTO
           MOVE WS-QT-ANTECIPACOES             TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
      * ESTORNO DOS JUROS DOS GIROS POSTERIORES A DATA-VALOR: SAI DO
      * SALDO E DOS JUROS A PAGAR.
      *****************************************
       P510-ESTORNA-JUROS.
      *****************************************

           SUBTRACT WS-ESTORNO-JUROS          FROM EMP-SALDO
           IF WS-ESTORNO-JUROS NOT < EMP-JUROS-ACUM
               MOVE ZEROS                     TO EMP-JUROS-ACUM
           ELSE
               SUBTRACT WS-ESTORNO-JUROS      FROM EMP-JUROS-ACUM
           END-IF

           INITIALIZE WS-REG-EMPHIST
           MOVE 'EJ'                          TO EMH-TIPO
           COMPUTE EMH-VALOR = ZEROS - WS-ESTORNO-JUROS
           MOVE EMH-VALOR                     TO EMH-JUROS
           MOVE ZEROS                         TO EMH-PRINCIPAL
           MOVE WS-DATA-VALOR                 TO EMH-DATA
           PERFORM P800-GRAVA-HISTORICO
           .

      *****************************************
      * PARCELAS DO EMPRESTIMO FATURADAS E EM ABERTO (PENDENTES OU
      * ATRASADAS), PELA CHAVE ALTERNADA DO PAGTOPEND - O SCAN
      * TERMINA QUANDO O CLIENTE MUDA. O QUE O DINHEIRO NAO ALCANCA
      * FICA CONTADO COMO AINDA EM ABERTO.
      *****************************************
       P540-QUITA-PARCELAS.
      *****************************************

           IF EMP-NUM-CLIENTE IS NOT NUMERIC
              OR EMP-NUM-CLIENTE = ZEROS
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-SCAN                    TO FALSE
           MOVE EMP-NUM-CLIENTE               TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P545-UMA-PARCELA UNTIL FIM-DO-SCAN
           .

      *****************************************
       P545-UMA-PARCELA.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = EMP-NUM-CLIENTE
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-DE-EMPRESTIMO
              OR PAGTO-NUM-ORIGEM IS NOT NUMERIC
              OR PAGTO-NUM-ORIGEM NOT = EMP-NUMERO
              OR PAGTO-VALOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF NOT PAGTO-PENDENTE AND NOT PAGTO-ATRASADO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-RESTANTE NOT > ZEROS
                   ADD 1                      TO WS-QT-EM-ABERTO
                   ADD PAGTO-VALOR            TO WS-EM-ABERTO
               WHEN WS-RESTANTE NOT < PAGTO-VALOR
                   PERFORM P550-CONFIRMA-PARCELA
               WHEN OTHER
                   PERFORM P560-ABATE-PARCELA
           END-EVALUATE
           .

      *****************************************
      * O DINHEIRO COBRE A PARCELA: CONFIRMACAO PELAS REGRAS DE
      * TRANSICAO, COM A TRILHA PAGTOAUD (ORIGEM 'ANTECIP') QUE O
      * EXTRATO CONTABIL LANCA COMO CAIXA X EMPRESTIMOS A RECEBER
      * (A MORA, CONTRA CONTAS A RECEBER).
      *****************************************
       P550-CONFIRMA-PARCELA.
      *****************************************

           MOVE WS-PAGTO                      TO WS-SITUACAO-ANTERIOR

           MOVE WS-PAGTO                      TO TRX-SITUACAO-DE
           MOVE 'C'                           TO TRX-SITUACAO-PARA
           MOVE 'DEMONSTRA-EMPPREP'           TO TRX-PROGRAMA
           MOVE PAGTO-NUMERO                  TO TRX-NUM-PAGTO
           PERFORM P-VALIDA-TRANSICAO

           IF TRANSICAO-ILEGAL
               DISPLAY 'PARCELA ' PAGTO-NUMERO
                       ' COM TRANSICAO ILEGAL - FICA EM ABERTO.'
               ADD 1                          TO WS-QT-EM-ABERTO
               ADD PAGTO-VALOR                TO WS-EM-ABERTO
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-VALOR                   TO WS-VALOR-APLICADO
           PERFORM P575-SEPARA-MORA
           SET PAGTO-CONFIRMADO               TO TRUE

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               ADD 1                          TO WS-QT-EM-ABERTO
               ADD WS-VALOR-APLICADO          TO WS-EM-ABERTO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-APLICADO         FROM WS-RESTANTE
           ADD WS-VALOR-APLICADO              TO WS-EM-PARCELAS
           ADD 1                              TO WS-QT-QUITADAS

           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-SITUACAO-ANTERIOR          TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'ANTECIP'                     TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD

           PERFORM P580-ABATE-EMPRESTIMO
           .

      *****************************************
      * O DINHEIRO NAO COBRE A PARCELA: ABATIMENTO PARCIAL COMO NO
      * RETORNO BANCARIO - MORA PRIMEIRO, SITUACAO INALTERADA,
      * PARCMOV/PARCHIST E TRILHA COM A MESMA SITUACAO ANTES E
      * DEPOIS. O RESIDUO SEGUE EM ABERTO.
      *****************************************
       P560-ABATE-PARCELA.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           MOVE WS-RESTANTE                   TO WS-VALOR-APLICADO
           PERFORM P575-SEPARA-MORA
           SUBTRACT WS-VALOR-APLICADO         FROM PAGTO-VALOR
           SUBTRACT WS-MORA-APLICADA          FROM PAGTO-JUROS-ACUM

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               ADD 1                          TO WS-QT-EM-ABERTO
               COMPUTE WS-EM-ABERTO =
                       WS-EM-ABERTO + PAGTO-VALOR + WS-VALOR-APLICADO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-RESTANTE
           ADD WS-VALOR-APLICADO              TO WS-EM-PARCELAS
           ADD 1                              TO WS-QT-EM-ABERTO
           ADD PAGTO-VALOR                    TO WS-EM-ABERTO

           OPEN EXTEND PARCIAL-MOVIMENTO
           IF WS-FS-PARCMOV = '35'
               OPEN OUTPUT PARCIAL-MOVIMENTO
           END-IF
           IF WS-FS-PARCMOV = '00'
               MOVE PAGTO-NUMERO              TO PARC-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO PARC-NUM-CLIENTE
               MOVE WS-VALOR-APLICADO         TO PARC-VALOR
               MOVE WS-DATA-NEGOCIO           TO PARC-DATA
               MOVE WS-MORA-APLICADA          TO PARC-MORA
               WRITE WS-REG-PARCMOV
               CLOSE PARCIAL-MOVIMENTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O PARCMOV: ' WS-FS-PARCMOV
           END-IF

           OPEN EXTEND PARCIAL-HISTORICO
           IF WS-FS-PARCHIST = '35'
               OPEN OUTPUT PARCIAL-HISTORICO
           END-IF
           IF WS-FS-PARCHIST = '00'
               MOVE PAGTO-NUMERO              TO PHIS-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO PHIS-NUM-CLIENTE
               MOVE WS-VALOR-APLICADO         TO PHIS-VALOR
               MOVE WS-DATA-NEGOCIO           TO PHIS-DATA
               WRITE WS-REG-PARCHIST
               CLOSE PARCIAL-HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O PARCHIST: ' WS-FS-PARCHIST
           END-IF

           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'ANTECIP'                     TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD

           PERFORM P580-ABATE-EMPRESTIMO
           .

      *****************************************
      * PARTE DO VALOR APLICADO QUE QUITA A MORA ACUMULADA DA
      * PARCELA - O MENOR ENTRE PAGTO-JUROS-ACUM E O VALOR
      * APLICADO, COMO NO RETORNO BANCARIO (P575 DE
      * DEMONSTRA-BANKRET). APURADA ANTES DE O ABATIMENTO PARCIAL
      * REDUZIR O PAGTO-JUROS-ACUM.
      *****************************************
       P575-SEPARA-MORA.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF WS-VALOR-APLICADO NOT < PAGTO-JUROS-ACUM
               MOVE PAGTO-JUROS-ACUM          TO WS-MORA-APLICADA
           ELSE
               MOVE WS-VALOR-APLICADO         TO WS-MORA-APLICADA
           END-IF
           .

      *****************************************
      * VALOR APLICADO NUMA PARCELA ABATE O SALDO DO EMPRESTIMO
      * COMO NO RETORNO BANCARIO (P580 DE DEMONSTRA-BANKRET): A
      * MORA DA PARCELA FICA FORA (E' RECEITA CONTRA CONTAS A
      * RECEBER); DO RESTO, JUROS A PAGAR PRIMEIRO, DEPOIS
      * PRINCIPAL, SEM SALDO NEGATIVO.
      *****************************************
       P580-ABATE-EMPRESTIMO.
      *****************************************

           COMPUTE WS-EMP-ABATIDO = WS-VALOR-APLICADO - WS-MORA-APLICADA
           IF WS-EMP-ABATIDO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-EMP-ABATIDO NOT < EMP-JUROS-ACUM
               MOVE EMP-JUROS-ACUM            TO WS-PARTE-JUROS
           ELSE
               MOVE WS-EMP-ABATIDO            TO WS-PARTE-JUROS
           END-IF
           SUBTRACT WS-PARTE-JUROS            FROM EMP-JUROS-ACUM

           IF WS-EMP-ABATIDO NOT < EMP-SALDO
               MOVE ZEROS                     TO EMP-SALDO
           ELSE
               SUBTRACT WS-EMP-ABATIDO        FROM EMP-SALDO
           END-IF

           INITIALIZE WS-REG-EMPHIST
           MOVE 'PC'                          TO EMH-TIPO
           COMPUTE EMH-VALOR = ZEROS - WS-EMP-ABATIDO
           COMPUTE EMH-JUROS = ZEROS - WS-PARTE-JUROS
           COMPUTE EMH-PRINCIPAL = EMH-VALOR - EMH-JUROS
           MOVE PAGTO-NUMERO                  TO EMH-NUM-PAGTO
           MOVE WS-DATA-NEGOCIO               TO EMH-DATA
           PERFORM P800-GRAVA-HISTORICO
           .

      *****************************************
      * O QUE SOBROU DEPOIS DAS PARCELAS: JUROS A PAGAR PRIMEIRO,
      * DEPOIS O PRINCIPAL.
      *****************************************
       P590-AMORTIZA.
      *****************************************

           MOVE WS-RESTANTE                   TO WS-ANTECIPADO

           IF WS-RESTANTE NOT < EMP-JUROS-ACUM
               MOVE EMP-JUROS-ACUM            TO WS-PARTE-JUROS
           ELSE
               MOVE WS-RESTANTE               TO WS-PARTE-JUROS
           END-IF
           COMPUTE WS-PARTE-PRINCIPAL = WS-RESTANTE - WS-PARTE-JUROS
           SUBTRACT WS-PARTE-JUROS            FROM EMP-JUROS-ACUM

           IF WS-RESTANTE NOT < EMP-SALDO
               MOVE ZEROS                     TO EMP-SALDO
           ELSE
               SUBTRACT WS-RESTANTE           FROM EMP-SALDO
           END-IF
           MOVE ZEROS                         TO WS-RESTANTE

           INITIALIZE WS-REG-EMPHIST
           MOVE 'AN'                          TO EMH-TIPO
           COMPUTE EMH-VALOR = ZEROS - WS-ANTECIPADO
           COMPUTE EMH-JUROS = ZEROS - WS-PARTE-JUROS
           COMPUTE EMH-PRINCIPAL = ZEROS - WS-PARTE-PRINCIPAL
           MOVE WS-DATA-VALOR                 TO EMH-DATA
           PERFORM P800-GRAVA-HISTORICO
           .

      *****************************************
      * NOVO PRAZO OU NOVA PARCELA SOBRE O SALDO QUE RESTOU E AS
      * PARCELAS AINDA NAO FATURADAS. SALDO ZERO = LIQUIDADO (O
      * PRAZO PARA NAS PARCELAS JA FATURADAS). SEM AMORTIZACAO
      * ALEM DAS PARCELAS FATURADAS, OU COM PARCELA AINDA EM
      * ABERTO, NADA MUDA.
      *****************************************
       P600-RECALCULA.
      *****************************************

           IF EMP-SALDO = ZEROS
               MOVE EMP-PARCELAS-FATURADAS    TO EMP-PERIODOS
               MOVE ZEROS                     TO EMP-VALOR-PARCELA
               DISPLAY 'EMPRESTIMO ' EMP-NUMERO ' LIQUIDADO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-ANTECIPADO = ZEROS OR WS-QT-EM-ABERTO > ZEROS
               DISPLAY 'SEM AMORTIZACAO ALEM DAS PARCELAS FATURADAS - '
                       'PRAZO E PARCELA MANTIDOS.'
               EXIT PARAGRAPH
           END-IF

           IF EMP-PERIODOS NOT > EMP-PARCELAS-FATURADAS
               DISPLAY 'TODAS AS PARCELAS JA FATURADAS - PRAZO E '
                       'PARCELA MANTIDOS.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRAZO-RESTANTE =
                   EMP-PERIODOS - EMP-PARCELAS-FATURADAS

           IF OPCAO-PARCELA-MENOR
               MOVE EMP-SALDO                 TO WS-BASE-PARCELA
               MOVE WS-PRAZO-RESTANTE         TO WS-PRAZO-PARCELA
               PERFORM P650-PARCELA-FRANCES
               IF REGISTRO-COM-ERRO
                   DISPLAY 'PARCELA NAO CALCULAVEL - PRAZO E PARCELA '
                           'MANTIDOS.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARCELA                TO EMP-VALOR-PARCELA
               MOVE EMP-VALOR-PARCELA         TO WS-VALOR-ED
               DISPLAY 'PARCELA REDUZIDA PARA ' WS-VALOR-ED
                       ' NAS ' WS-PRAZO-RESTANTE ' PARCELA(S) QUE '
                       'RESTAM.'
           ELSE
               PERFORM P620-PARCELA-ATUAL
               IF REGISTRO-COM-ERRO
                   DISPLAY 'PARCELA NAO CALCULAVEL - PRAZO E PARCELA '
                           'MANTIDOS.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM P630-SIMULA-PRAZO
               COMPUTE EMP-PERIODOS =
                       EMP-PARCELAS-FATURADAS + WS-QT-PARCELAS-SIM
               MOVE WS-PARCELA-ATUAL          TO EMP-VALOR-PARCELA
               MOVE EMP-VALOR-PARCELA         TO WS-VALOR-ED
               DISPLAY 'PRAZO REDUZIDO DE ' WS-PRAZO-RESTANTE ' PARA '
                       WS-QT-PARCELAS-SIM ' PARCELA(S) DE '
                       WS-VALOR-ED '.'
           END-IF
           .

      *****************************************
      * A PARCELA QUE O CLIENTE PAGA HOJE: A REPROGRAMADA, SE HOUVER;
      * NO FIXO, A ORIGINAL SOBRE O PRINCIPAL E O PRAZO CONTRATADOS;
      * NO INDEXADO (RECALCULADA A CADA FATURAMENTO), A DO SALDO
      * ANTES DA AMORTIZACAO NO PRAZO QUE RESTA.
      *****************************************
       P620-PARCELA-ATUAL.
      *****************************************

           MOVE 'N'                           TO WS-SW-ERRO

           EVALUATE TRUE
               WHEN EMP-VALOR-PARCELA > ZEROS
                AND NOT EMP-TAXA-INDEXADA
                   MOVE EMP-VALOR-PARCELA     TO WS-PARCELA
               WHEN EMP-TAXA-INDEXADA
                   MOVE WS-SALDO-PRE-AMORT    TO WS-BASE-PARCELA
                   MOVE WS-PRAZO-RESTANTE     TO WS-PRAZO-PARCELA
                   PERFORM P650-PARCELA-FRANCES
               WHEN OTHER
                   MOVE EMP-PRINCIPAL         TO WS-BASE-PARCELA
                   MOVE EMP-PERIODOS          TO WS-PRAZO-PARCELA
                   PERFORM P650-PARCELA-FRANCES
           END-EVALUATE

           MOVE WS-PARCELA                    TO WS-PARCELA-ATUAL
           IF WS-PARCELA-ATUAL NOT > ZEROS
               MOVE 'S'                       TO WS-SW-ERRO
           END-IF
           .

      *****************************************
      * QUANTAS PARCELAS DE WS-PARCELA-ATUAL QUITAM O SALDO NOVO NA
      * TAXA DO EMPRESTIMO (A ULTIMA ABSORVE O RESIDUO) - NUNCA MAIS
      * QUE O PRAZO QUE RESTAVA.
      *****************************************
       P630-SIMULA-PRAZO.
      *****************************************

           MOVE EMP-SALDO                     TO WS-SALDO-SIM
           MOVE ZEROS                         TO WS-QT-PARCELAS-SIM

           PERFORM UNTIL WS-SALDO-SIM NOT > ZEROS
                      OR WS-QT-PARCELAS-SIM NOT < WS-PRAZO-RESTANTE
               ADD 1                          TO WS-QT-PARCELAS-SIM
               COMPUTE WS-SALDO-SIM ROUNDED =
                       WS-SALDO-SIM * (1 + EMP-TAXA)
                     - WS-PARCELA-ATUAL
           END-PERFORM
           .

      *****************************************
      * PARCELA FIXA DO SISTEMA FRANCES SOBRE WS-BASE-PARCELA EM
      * WS-PRAZO-PARCELA PERIODOS, COMO EM P650 DE DEMONSTRA-JUROS.
      *****************************************
       P650-PARCELA-FRANCES.
      *****************************************

           MOVE 'N'                           TO WS-SW-ERRO

           IF EMP-TAXA = ZEROS
               COMPUTE WS-PARCELA ROUNDED =
                       WS-BASE-PARCELA / WS-PRAZO-PARCELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
           ELSE
               COMPUTE WS-FATOR ROUNDED =
                       (1 + EMP-TAXA) ** WS-PRAZO-PARCELA
                   ON SIZE ERROR
                       MOVE 'S'               TO WS-SW-ERRO
               END-COMPUTE
               IF NOT REGISTRO-COM-ERRO
                   COMPUTE WS-NUMERADOR ROUNDED =
                           WS-BASE-PARCELA * EMP-TAXA * WS-FATOR
                   COMPUTE WS-DIVISOR = WS-FATOR - 1
                   COMPUTE WS-PARCELA ROUNDED =
                           WS-NUMERADOR / WS-DIVISOR
                       ON SIZE ERROR
                           MOVE 'S'           TO WS-SW-ERRO
                   END-COMPUTE
               END-IF
           END-IF
           .

      *****************************************
      * MOVIMENTO DA ANTECIPACAO PARA O EXTRATO CONTABIL (CRIADO NO
      * PRIMEIRO USO): O DINHEIRO ALEM DAS PARCELAS E O ESTORNO DE
      * JUROS.
      *****************************************
       P700-GRAVA-MOVIMENTO.
      *****************************************

           OPEN EXTEND ANTECIPA-MOV
           IF WS-FS-EMPANTMOV = '35'
               OPEN OUTPUT ANTECIPA-MOV
           END-IF

           IF WS-FS-EMPANTMOV = '00'
               MOVE EMP-NUMERO                TO EAM-NUM-EMPRESTIMO
               MOVE WS-ANTECIPADO             TO EAM-VALOR
               MOVE WS-ESTORNO-JUROS          TO EAM-ESTORNO-JUROS
               MOVE WS-DATA-NEGOCIO           TO EAM-DATA
               WRITE WS-REG-EMPANTMV
               CLOSE ANTECIPA-MOV
           ELSE
               DISPLAY 'ERRO AO GRAVAR O EMPANTMOV: ' WS-FS-EMPANTMOV
           END-IF
           .

      *****************************************
      * COMPLETA E GRAVA A LINHA DO HISTORICO DO EMPRESTIMO (TIPO,
      * DATA E VALORES JA MONTADOS PELO CHAMADOR).
      *****************************************
       P800-GRAVA-HISTORICO.
      *****************************************

           MOVE EMP-NUMERO                    TO EMH-NUM-EMPRESTIMO
           MOVE EMP-SALDO                     TO EMH-SALDO-APOS
           MOVE 'DEMONSTRA-EMPPREP'           TO EMH-PROGRAMA
           MOVE WS-OPERADOR                   TO EMH-OPERADOR
           PERFORM P-GRAVA-EMPHIST
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-EMPMAST NOT = '35' AND WS-FS-EMPMAST NOT = '91'
               CLOSE EMPRESTIMO-MASTER
           END-IF

           IF WS-FS-PAGTOPEND NOT = '35' AND WS-FS-PAGTOPEND NOT = '91'
               CLOSE PAGTO-PENDENTES
           END-IF

           DISPLAY 'ANTECIPACOES APLICADAS: ' WS-QT-ANTECIPACOES

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPPREP'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ANTECIPACOES             TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY DTVALPR.
           COPY PARAMPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY FERIADPR.
           COPY TAXIDXPR.
           COPY PAGTRXPR.
           COPY PAGAUDPR.
           COPY EMPHSTPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-EMPPREP.
