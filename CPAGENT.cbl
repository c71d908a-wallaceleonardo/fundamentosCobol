      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LANCAMENTO ONLINE DA NOTA FISCAL DE FORNECEDOR NO
      *          CONTAS A PAGAR (CPAGAR). O OPERADOR SE IDENTIFICA,
      *          INFORMA FORNECEDOR, NUMERO DA NOTA, PEDIDO DE COMPRA,
      *          EMISSAO E VENCIMENTO E, POR LINHA DO PEDIDO, A
      *          QUANTIDADE E O PRECO UNITARIO COBRADOS. CADA LINHA E'
      *          CONFRONTADA COM O PEDIDO E O RECEBIMENTO: A
      *          QUANTIDADE FATURADA ACUMULADA NAO PASSA DA RECEBIDA
      *          E O PRECO NAO SE AFASTA DO PRECO DO PEDIDO ALEM DA
      *          TOLERANCIA (SISPARAM TOLER-NOTAFORN, EM %, PADRAO
      *          5% PARA AS DUAS CONFERENCIAS). NOTA CONFIRMADA VIRA
      *          TITULO 'A' (A PAGAR) NO CPAGAR, SOMA A QUANTIDADE
      *          FATURADA NOS ITENS DO PEDCOMPRA E DEIXA O MOVIMENTO
      *          'N' NO CPAGMOV PARA O EXTRATO CONTABIL. A MESMA NOTA
      *          DO MESMO FORNECEDOR NAO ENTRA DUAS VEZES. RESPEITA A
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
       PROGRAM-ID. DEMONSTRA-CPAGENT.
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

           SELECT PEDIDO-COMPRA       ASSIGN TO 'PEDCOMPRA'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PC-CHAVE
                                       FILE STATUS WS-FS-PEDCOMPRA.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT CPAGAR-MOVIMENTO    ASSIGN TO 'CPAGMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CPAGMOV.

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
       FD CONTAS-PAGAR.
           COPY CPAGAR.

       FD PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD CPAGAR-MOVIMENTO.
           COPY CPAGMOV.

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
       77 WS-FS-CPAGAR                       PIC X(02) VALUE '00'.
       77 WS-FS-PEDCOMPRA                    PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-CPAGMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF-SCAN                        PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-SW-NOTA                         PIC X(01) VALUE 'N'.
           88 NOTA-ACEITA                    VALUE 'S' FALSE 'N'.

      *    TOLERANCIA DO CONFRONTO NOTA X PEDIDO X RECEBIMENTO, EM %
      *    (PARAMETRO TOLER-NOTAFORN), E PRAZO PADRAO DE VENCIMENTO
      *    EM DIAS APOS A EMISSAO (PARAMETRO PRAZO-PAGAR).
       77 WS-TOLERANCIA-PCT                  PIC 9(03) VALUE 5.
       77 WS-PRAZO-PAGAR                     PIC 9(03) VALUE 30.

      *    ULTIMO NUMERO DE TITULO JA GRAVADO; O PROXIMO E' ELE + 1.
       77 WS-ULTIMO-TITULO                   PIC 9(08) VALUE ZEROS.

      *    O QUE O OPERADOR DIGITOU.
       77 WS-FORNECEDOR-INF                  PIC X(06) VALUE SPACES.
       77 WS-NOTA-INF                        PIC X(09) VALUE SPACES.
       77 WS-PEDIDO-INF                      PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-INF                       PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-INF          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-PRECO-INF         PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-CONFIRMA-INF                    PIC X(01) VALUE SPACE.
       77 WS-DATA-EMISSAO                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENC                       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-DATA                            PIC X(10) VALUE SPACES.

      *    CONFERENCIAS DA LINHA.
       77 WS-FATURADA-ANTES    PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-LIMITE       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-FATURADA-NOVA     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DESVIO-PRECO      PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-DESVIO-MAXIMO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-LINHA       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-NOTA        PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    LINHAS ACEITAS DA NOTA EM MONTAGEM, GRAVADAS SO' NA
      *    CONFIRMACAO.
       77 WS-QT-TAB-ITENS                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-ITEM                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ITENS.
           03 WS-TAB-ITEM              OCCURS 99 TIMES.
               05 WS-IT-LINHA                 PIC 9(03).
               05 WS-IT-QTDE                  PIC S9(05)V99.

       77 WS-QT-NOTAS                        PIC 9(06) VALUE ZEROS.

      *    CAMPOS EDITADOS DA TELA.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.

           COPY DTVALID.
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

      *    SEM IDENTIFICACAO NAO HA LANCAMENTO - O ID VAI NO RUNLOG
      *    E NO TITULO.
           MOVE 'DEMONSTRA-CPAGENT'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CPAGENT'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'TOLER-NOTAFORN'              TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA-PCT
           END-IF
           MOVE 'PRAZO-PAGAR'                 TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-PRAZO-PAGAR
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

      *    STATUS 35 = PRIMEIRA NOTA DO CONTAS A PAGAR: CRIA O
      *    CADASTRO VAZIO E REABRE EM I-O.
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR = '35'
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF

           OPEN I-O   PEDIDO-COMPRA
           OPEN INPUT FORNECEDOR-MASTER

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'ERRO AO ABRIR CPAGAR: ' WS-FS-CPAGAR
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA: ' WS-FS-PEDCOMPRA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNMAST: ' WS-FS-FORNMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF NOT OPERADOR-ENCERROU
               PERFORM P050-ULTIMO-TITULO
           END-IF

           DISPLAY 'TOLERANCIA NOTA X PEDIDO X RECEBIMENTO: '
                   WS-TOLERANCIA-PCT '%.'
           .

      *****************************************
      * VARRE O CPAGAR PELA CHAVE PRINCIPAL ATE O FIM: O ULTIMO LIDO
      * TEM O MAIOR NUMERO DE TITULO.
      *****************************************
       P050-ULTIMO-TITULO.
      *****************************************

           SET FIM-DO-SCAN                    TO FALSE
           PERFORM P060-UM-TITULO UNTIL FIM-DO-SCAN
           .

      *****************************************
       P060-UM-TITULO.
      *****************************************

           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               MOVE CP-NUMERO                 TO WS-ULTIMO-TITULO
           END-IF
           .

      *****************************************
      * UMA NOTA POR VOLTA: CABECALHO (FORNECEDOR EM BRANCO
      * ENCERRA), LINHAS CONFRONTADAS E CONFIRMACAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'NOTA FISCAL DE FORNECEDOR - CODIGO DO FORNECEDOR '
                   '(BRANCO PARA ENCERRAR): '
           MOVE SPACES                        TO WS-FORNECEDOR-INF
           ACCEPT WS-FORNECEDOR-INF

           IF WS-FORNECEDOR-INF = SPACES
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-CABECALHO-NOTA
           IF NOT NOTA-ACEITA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-QT-TAB-ITENS
           MOVE ZEROS                         TO WS-VALOR-NOTA
           MOVE 1                             TO WS-LINHA-INF
           PERFORM P400-LINHA-NOTA UNTIL WS-LINHA-INF = ZEROS

           IF WS-QT-TAB-ITENS = ZEROS
               DISPLAY 'NENHUMA LINHA ACEITA - NOTA NAO LANCADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-NOTA                 TO WS-VALOR-ED
           DISPLAY 'NOTA ' WS-NOTA-INF ' DO FORNECEDOR '
                   WS-FORNECEDOR-INF ': ' WS-QT-TAB-ITENS
                   ' LINHA(S), VALOR ' WS-VALOR-ED
                   ', VENCIMENTO ' WS-DATA-VENC
           DISPLAY 'CONFIRMA O LANCAMENTO? (S/N): '
           MOVE SPACE                         TO WS-CONFIRMA-INF
           ACCEPT WS-CONFIRMA-INF

           IF WS-CONFIRMA-INF NOT = 'S'
               DISPLAY 'NOTA DESCARTADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P600-GRAVA-TITULO
           .

      *****************************************
      * CABECALHO DA NOTA: FORNECEDOR CADASTRADO, NOTA AINDA NAO
      * LANCADA, PEDIDO DO MESMO FORNECEDOR, EMISSAO E VENCIMENTO.
      * SAI COM NOTA-ACEITA QUANDO TUDO CONFERE.
      *****************************************
       P300-CABECALHO-NOTA.
      *****************************************

           SET NOTA-ACEITA                    TO FALSE

           MOVE WS-FORNECEDOR-INF             TO FORN-CODIGO
           READ FORNECEDOR-MASTER
               INVALID KEY
                   DISPLAY 'FORNECEDOR ' WS-FORNECEDOR-INF
                           ' NAO CADASTRADO.'
           END-READ
           IF WS-FS-FORNMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'FORNECEDOR ' FORN-CODIGO ' - ' FORN-NOME

           DISPLAY 'NUMERO DA NOTA FISCAL: '
           MOVE SPACES                        TO WS-NOTA-INF
           ACCEPT WS-NOTA-INF
           IF WS-NOTA-INF = SPACES
               DISPLAY 'NOTA FISCAL NAO INFORMADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FORNECEDOR-INF             TO CP-FORNECEDOR
           MOVE WS-NOTA-INF                   TO CP-NOTA
           READ CONTAS-PAGAR KEY IS CP-FORN-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CPAGAR = '00'
               DISPLAY 'NOTA ' WS-NOTA-INF ' JA LANCADA NO TITULO '
                       CP-NUMERO ' - RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PEDIDO DE COMPRA DA NOTA: '
           MOVE ZEROS                         TO WS-PEDIDO-INF
           ACCEPT WS-PEDIDO-INF

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE ZEROS                         TO PC-LINHA
           READ PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'PEDIDO ' WS-PEDIDO-INF ' NAO ENCONTRADO.'
           END-READ
           IF WS-FS-PEDCOMPRA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF PC-FORNECEDOR NOT = WS-FORNECEDOR-INF
               DISPLAY 'PEDIDO ' WS-PEDIDO-INF ' E'' DO FORNECEDOR '
                       PC-FORNECEDOR ' - RECUSADO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DE EMISSAO DA NOTA (DD/MM/AAAA): '
           MOVE SPACES                        TO WS-DATA
           ACCEPT WS-DATA
           PERFORM P-VALIDA-DATA
           IF NOT DATA-VALIDA
               DISPLAY 'DATA DE EMISSAO INVALIDA.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-EMISSAO =
                   WS-DTV-ANO * 10000 + WS-DTV-MES * 100 + WS-DTV-DIA

           IF WS-DATA-EMISSAO > WS-DATA-NEGOCIO
               DISPLAY 'EMISSAO POSTERIOR A DATA DE NEGOCIO.'
               EXIT PARAGRAPH
           END-IF

      *    VENCIMENTO EM BRANCO = EMISSAO + PRAZO PADRAO.
           DISPLAY 'VENCIMENTO (DD/MM/AAAA; BRANCO = EMISSAO + '
                   WS-PRAZO-PAGAR ' DIAS): '
           MOVE SPACES                        TO WS-DATA
           ACCEPT WS-DATA
           IF WS-DATA = SPACES
               COMPUTE WS-DATA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-EMISSAO)
                     + WS-PRAZO-PAGAR
               COMPUTE WS-DATA-VENC =
                       FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
           ELSE
               PERFORM P-VALIDA-DATA
               IF NOT DATA-VALIDA
                   DISPLAY 'VENCIMENTO INVALIDO.'
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DATA-VENC =
                       WS-DTV-ANO * 10000 + WS-DTV-MES * 100
                     + WS-DTV-DIA
           END-IF

           IF WS-DATA-VENC < WS-DATA-EMISSAO
               DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO.'
               EXIT PARAGRAPH
           END-IF

           SET NOTA-ACEITA                    TO TRUE
           .

      *****************************************
      * UMA LINHA DA NOTA: LINHA DO PEDIDO (ZERO ENCERRA),
      * QUANTIDADE E PRECO UNITARIO COBRADOS (PRECO ZERO = O DO
      * PEDIDO). A QUANTIDADE FATURADA ACUMULADA NAO PODE PASSAR DA
      * RECEBIDA MAIS A TOLERANCIA, NEM O PRECO SE AFASTAR DO PEDIDO
      * ALEM DELA - LINHA FORA DISSO E' RECUSADA NA HORA.
      *****************************************
       P400-LINHA-NOTA.
      *****************************************

           DISPLAY 'LINHA DO PEDIDO (ZERO ENCERRA A NOTA): '
           MOVE ZEROS                         TO WS-LINHA-INF
           ACCEPT WS-LINHA-INF

           IF WS-LINHA-INF = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > WS-QT-TAB-ITENS
               IF WS-IT-LINHA(WS-IX-ITEM) = WS-LINHA-INF
                   DISPLAY 'LINHA ' WS-LINHA-INF
                           ' JA INFORMADA NESTA NOTA - RECUSADA.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-QT-TAB-ITENS = 99
               DISPLAY 'LIMITE DE 99 LINHAS POR NOTA ATINGIDO.'
               MOVE ZEROS                     TO WS-LINHA-INF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE WS-LINHA-INF                  TO PC-LINHA
           READ PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'LINHA ' WS-LINHA-INF
                           ' NAO EXISTE NO PEDIDO - RECUSADA.'
           END-READ
           IF WS-FS-PEDCOMPRA NOT = '00'
               MOVE 1                         TO WS-LINHA-INF
               EXIT PARAGRAPH
           END-IF

           IF PC-QTDE-FATURADA IS NUMERIC
               MOVE PC-QTDE-FATURADA          TO WS-FATURADA-ANTES
           ELSE
               MOVE ZEROS                     TO WS-FATURADA-ANTES
           END-IF

           MOVE PC-QTDE-RECEBIDA              TO WS-QTDE-ED
           MOVE PC-PRECO                      TO WS-PRECO-ED
           DISPLAY '  PRODUTO ' PC-PRODUTO ' RECEBIDA ' WS-QTDE-ED
                   ' PRECO DO PEDIDO ' WS-PRECO-ED
           MOVE WS-FATURADA-ANTES             TO WS-QTDE-ED
           DISPLAY '  JA FATURADA ' WS-QTDE-ED

           DISPLAY 'QUANTIDADE COBRADA NA NOTA: '
           MOVE ZEROS                         TO WS-QTDE-INF
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF NOT > ZEROS
               DISPLAY 'QUANTIDADE INVALIDA - LINHA RECUSADA.'
               MOVE 1                         TO WS-LINHA-INF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTDE-LIMITE ROUNDED =
                   PC-QTDE-RECEBIDA * (100 + WS-TOLERANCIA-PCT) / 100
           COMPUTE WS-FATURADA-NOVA = WS-FATURADA-ANTES + WS-QTDE-INF

           IF WS-FATURADA-NOVA > WS-QTDE-LIMITE
              OR WS-FATURADA-NOVA > 99999.99
               DISPLAY 'QUANTIDADE FATURADA PASSA DA RECEBIDA - '
                       'LINHA RECUSADA.'
               MOVE 1                         TO WS-LINHA-INF
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PRECO UNITARIO DA NOTA (ZERO = PRECO DO PEDIDO): '
           MOVE ZEROS                         TO WS-PRECO-INF
           ACCEPT WS-PRECO-INF

           IF WS-PRECO-INF NOT > ZEROS
               MOVE PC-PRECO                  TO WS-PRECO-INF
           END-IF

           COMPUTE WS-DESVIO-PRECO = WS-PRECO-INF - PC-PRECO
           IF WS-DESVIO-PRECO < ZEROS
               COMPUTE WS-DESVIO-PRECO = WS-DESVIO-PRECO * -1
           END-IF
           COMPUTE WS-DESVIO-MAXIMO ROUNDED =
                   PC-PRECO * WS-TOLERANCIA-PCT / 100

           IF WS-DESVIO-PRECO > WS-DESVIO-MAXIMO
               DISPLAY 'PRECO FORA DA TOLERANCIA DO PEDIDO - '
                       'LINHA RECUSADA.'
               MOVE 1                         TO WS-LINHA-INF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALOR-LINHA ROUNDED = WS-QTDE-INF * WS-PRECO-INF
           ADD WS-VALOR-LINHA                 TO WS-VALOR-NOTA

           ADD 1                              TO WS-QT-TAB-ITENS
           MOVE WS-LINHA-INF      TO WS-IT-LINHA(WS-QT-TAB-ITENS)
           MOVE WS-QTDE-INF       TO WS-IT-QTDE(WS-QT-TAB-ITENS)

           MOVE WS-VALOR-NOTA                 TO WS-VALOR-ED
           DISPLAY 'LINHA ' WS-LINHA-INF ' ACEITA. VALOR ACUMULADO '
                   'DA NOTA: ' WS-VALOR-ED
           .

      *****************************************
      * GRAVA O TITULO 'A' COM O PROXIMO NUMERO, SOMA A QUANTIDADE
      * FATURADA NOS ITENS DO PEDIDO E ANEXA O MOVIMENTO CONTABIL.
      *****************************************
       P600-GRAVA-TITULO.
      *****************************************

           MOVE SPACES                        TO WS-REG-CPAGAR
           COMPUTE CP-NUMERO = WS-ULTIMO-TITULO + 1
           MOVE WS-FORNECEDOR-INF             TO CP-FORNECEDOR
           MOVE WS-NOTA-INF                   TO CP-NOTA
           MOVE WS-PEDIDO-INF                 TO CP-PEDIDO
           MOVE WS-DATA-EMISSAO               TO CP-DATA-EMISSAO
           MOVE WS-DATA-NEGOCIO               TO CP-DATA-ENTRADA
           MOVE WS-DATA-VENC                  TO CP-DATA-VENC
           MOVE WS-VALOR-NOTA                 TO CP-VALOR
           SET CP-A-PAGAR                     TO TRUE
           MOVE WS-OPERADOR                   TO CP-OPERADOR
           MOVE ZEROS                         TO CP-DATA-PROPOSTA
           MOVE ZEROS                         TO CP-DATA-DECISAO
           MOVE ZEROS                         TO CP-DATA-PAGTO

           WRITE WS-REG-CPAGAR
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-CPAGAR NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O TITULO: ' WS-FS-CPAGAR
                       ' - NOTA NAO LANCADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUMERO                     TO WS-ULTIMO-TITULO

           PERFORM P610-ATUALIZA-ITEM
                   VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > WS-QT-TAB-ITENS

           PERFORM P650-GRAVA-MOVIMENTO

           ADD 1                              TO WS-QT-NOTAS
           DISPLAY 'NOTA LANCADA NO TITULO ' CP-NUMERO '.'

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CPAGENT'            TO RUNLOG-PROGRAMA
           MOVE 'LANCA'                        TO RUNLOG-EVENTO
           MOVE WS-QT-NOTAS                    TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P610-ATUALIZA-ITEM.
      *****************************************

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE WS-IT-LINHA(WS-IX-ITEM)       TO PC-LINHA
           READ PEDIDO-COMPRA
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PEDCOMPRA = '00'
               IF PC-QTDE-FATURADA IS NOT NUMERIC
                   MOVE ZEROS                 TO PC-QTDE-FATURADA
               END-IF
               ADD WS-IT-QTDE(WS-IX-ITEM)     TO PC-QTDE-FATURADA
               REWRITE WS-REG-PEDCOMPRA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR A LINHA '
                       WS-IT-LINHA(WS-IX-ITEM) ' DO PEDIDO '
                       WS-PEDIDO-INF ': ' WS-FS-PEDCOMPRA
           END-IF
           .

      *****************************************
      * MOVIMENTO 'N' PARA O EXTRATO CONTABIL (CRIADO NO PRIMEIRO
      * USO).
      *****************************************
       P650-GRAVA-MOVIMENTO.
      *****************************************

           OPEN EXTEND CPAGAR-MOVIMENTO
           IF WS-FS-CPAGMOV = '35'
               OPEN OUTPUT CPAGAR-MOVIMENTO
           END-IF

           IF WS-FS-CPAGMOV = '00'
               SET CPM-NOTA                   TO TRUE
               MOVE CP-NUMERO                 TO CPM-NUMERO
               MOVE CP-FORNECEDOR             TO CPM-FORNECEDOR
               MOVE CP-VALOR                  TO CPM-VALOR
               MOVE WS-DATA-NEGOCIO           TO CPM-DATA
               WRITE WS-REG-CPAGMOV
               CLOSE CPAGAR-MOVIMENTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CPAGMOV: ' WS-FS-CPAGMOV
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CPAGAR NOT = '35' AND WS-FS-CPAGAR NOT = '91'
               CLOSE CONTAS-PAGAR
           END-IF

           IF WS-FS-PEDCOMPRA NOT = '35' AND WS-FS-PEDCOMPRA NOT = '91'
               CLOSE PEDIDO-COMPRA
           END-IF

           IF WS-FS-FORNMAST NOT = '35' AND WS-FS-FORNMAST NOT = '91'
               CLOSE FORNECEDOR-MASTER
           END-IF

           DISPLAY 'NOTAS LANCADAS.......: ' WS-QT-NOTAS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CPAGENT'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-NOTAS                    TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY DTVALPR.
           COPY PARAMPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CPAGENT.
