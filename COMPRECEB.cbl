      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: TRANSACAO ONLINE DE RECEBIMENTO DE MERCADORIA CONTRA
      *          PEDIDO DE COMPRA (PEDCOMPRA, GERADO POR
      *          DEMONSTRA-COMPGER). O OPERADOR SE IDENTIFICA,
      *          ESCOLHE UM PEDIDO EM ABERTO, INFORMA A NOTA FISCAL
      *          DO FORNECEDOR E, POR LINHA, A QUANTIDADE QUE CHEGOU
      *          E O PRECO UNITARIO DA NOTA - O RECEBIMENTO PODE SER
      *          PARCIAL. CADA LINHA RECEBIDA SOMA AO
      *          PROD-QTDE-ESTOQUE DO PRODMAST COM ENTRADA ('E') NO
      *          KARDEX ESTMOV (COPY/ESTMOVPR.CPY), MARCA O ITEM DO
      *          PEDIDO COMO RECEBIDO EM PARTE ('P') OU TODO ('R') E
      *          E' ANEXADA AO ARQUIVO DE RECEBIMENTOS PCRECEB (COM O
      *          PRECO DO PEDIDO E O DA NOTA). RECEBIMENTO QUE
      *          PASSARIA DA QUANTIDADE PEDIDA MAIS A TOLERANCIA
      *          (PARAMETRO TOLER-RECEBIMENTO DO SISPARAM, EM %;
      *          PADRAO 5%) E' RECUSADO. O OPERADOR TAMBEM PODE
      *          CANCELAR O SALDO EM ABERTO DO PEDIDO, LIBERANDO OS
      *          PRODUTOS PARA UM PEDIDO NOVO. A SITUACAO DO
      *          CABECALHO ACOMPANHA A DOS ITENS. COMO AS DEMAIS
      *          TRANSACOES DE ATUALIZACAO, RESPEITA A JANELA DE
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
       PROGRAM-ID. DEMONSTRA-COMPRECEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA       ASSIGN TO 'PEDCOMPRA'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PC-CHAVE
                                       FILE STATUS WS-FS-PEDCOMPRA.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT RECEBIMENTOS        ASSIGN TO 'PCRECEB'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PCRECEB.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

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
       FD PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD RECEBIMENTOS.
           COPY PCREC.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

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
       77 WS-FS-PEDCOMPRA                    PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PCRECEB                      PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF-SCAN                        PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.

      *    TOLERANCIA DE RECEBIMENTO ACIMA DO PEDIDO, EM % DA
      *    QUANTIDADE PEDIDA (PARAMETRO TOLER-RECEBIMENTO).
       77 WS-TOLERANCIA-PCT                  PIC 9(03) VALUE 5.

      *    PEDIDO E LINHA EM TRABALHO E O QUE O OPERADOR DIGITOU.
       77 WS-PEDIDO-INF                      PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-INF                       PIC 9(03) VALUE ZEROS.
       77 WS-ACAO-INF                        PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA-INF                    PIC X(01) VALUE SPACE.
       77 WS-NOTA-INF                        PIC X(09) VALUE SPACES.
       77 WS-QTDE-INF          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-PRECO-INF         PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-FORNECEDOR-PED                  PIC X(06) VALUE SPACES.

      *    CONFERENCIAS DA LINHA.
       77 WS-QTDE-LIMITE       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-RECEBIDA-NOVA     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-ESTOQUE-NOVO      PIC S9(07)V99 COMP-3 VALUE ZEROS.

      *    SITUACAO DOS ITENS DO PEDIDO, PARA O CABECALHO.
       77 WS-QT-ITENS-ABERTOS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-ITENS-COM-RECEB              PIC 9(03) VALUE ZEROS.
       77 WS-QT-ITENS-CANCELADOS             PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-NOVA                   PIC X(01) VALUE SPACE.

       77 WS-QT-RECEBIDAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-CANCELAMENTOS                PIC 9(06) VALUE ZEROS.

      *    CAMPOS EDITADOS DA TELA.
       77 WS-PEDIDA-ED                       PIC -(05)9.99.
       77 WS-RECEBIDA-ED                     PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-SALDO-ED                        PIC -(07)9.99.

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

      *    SEM IDENTIFICACAO NAO HA RECEBIMENTO - O ID VAI NO RUNLOG
      *    E EM CADA LINHA DO PCRECEB.
           MOVE 'DEMONSTRA-COMPRECEB'         TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPRECEB'          TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'TOLER-RECEBIMENTO'           TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-TOLERANCIA-PCT
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O   PEDIDO-COMPRA
           OPEN I-O   PRODUTO-MASTER
           OPEN INPUT FORNECEDOR-MASTER

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA: ' WS-FS-PEDCOMPRA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'AVISO: FORNMAST INDISPONIVEL - PEDIDOS SEM '
                       'O NOME DO FORNECEDOR: ' WS-FS-FORNMAST
           END-IF

           DISPLAY 'TOLERANCIA DE RECEBIMENTO: ' WS-TOLERANCIA-PCT
                   '% ACIMA DO PEDIDO.'
           .

      *****************************************
      * UM PEDIDO POR VOLTA: NUMERO (ZEROS ENCERRA), EXIBICAO DO
      * PEDIDO E DOS ITENS E A ACAO - RECEBER OU CANCELAR O SALDO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'RECEBIMENTO DE MERCADORIA - INFORME O NUMERO DO '
                   'PEDIDO DE COMPRA (ZEROS PARA ENCERRAR): '
           MOVE ZEROS                         TO WS-PEDIDO-INF
           ACCEPT WS-PEDIDO-INF

           IF WS-PEDIDO-INF = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-SELECIONA-PEDIDO
           IF WS-FS-PEDCOMPRA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ACAO: R = RECEBER  C = CANCELAR O SALDO EM '
                   'ABERTO  OUTRA = VOLTAR: '
           MOVE SPACE                         TO WS-ACAO-INF
           ACCEPT WS-ACAO-INF

           EVALUATE WS-ACAO-INF
               WHEN 'R'
                   PERFORM P400-RECEBE-PEDIDO
               WHEN 'C'
                   PERFORM P700-CANCELA-PEDIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
      * LE O CABECALHO DO PEDIDO; SO' PEDIDO EM ABERTO (ABERTO OU
      * RECEBIDO EM PARTE) SEGUE. EXIBE FORNECEDOR, DATAS E ITENS.
      * SAI COM WS-FS-PEDCOMPRA '00' QUANDO O PEDIDO PODE SER
      * TRABALHADO.
      *****************************************
       P300-SELECIONA-PEDIDO.
      *****************************************

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE ZEROS                         TO PC-LINHA

           READ PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'PEDIDO ' WS-PEDIDO-INF ' NAO ENCONTRADO.'
           END-READ

           IF WS-FS-PEDCOMPRA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF NOT PC-EM-ABERTO
               DISPLAY 'PEDIDO ' WS-PEDIDO-INF ' JA ENCERRADO '
                       '(SITUACAO ' PC-SITUACAO ').'
               MOVE '99'                      TO WS-FS-PEDCOMPRA
               EXIT PARAGRAPH
           END-IF

           MOVE PC-FORNECEDOR                 TO WS-FORNECEDOR-PED
           MOVE PC-FORNECEDOR                 TO FORN-CODIGO
           MOVE SPACES                        TO FORN-NOME
           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE '(FORA DO FORNMAST)' TO FORN-NOME
               END-READ
           END-IF

           DISPLAY 'PEDIDO ' PC-NUMERO ' FORNECEDOR ' PC-FORNECEDOR
                   ' - ' FORN-NOME
           DISPLAY '  EMISSAO ' PC-DATA-EMISSAO
                   '  ENTREGA PREVISTA ' PC-DATA-PREVISTA
                   '  SITUACAO ' PC-SITUACAO

           PERFORM P310-LISTA-ITENS

           MOVE '00'                          TO WS-FS-PEDCOMPRA
           .

      *****************************************
       P310-LISTA-ITENS.
      *****************************************

           SET FIM-DO-SCAN                    TO FALSE

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE 1                             TO PC-LINHA
           START PEDIDO-COMPRA KEY IS NOT < PC-CHAVE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P320-UM-ITEM UNTIL FIM-DO-SCAN
           .

      *****************************************
       P320-UM-ITEM.
      *****************************************

           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PC-NUMERO NOT = WS-PEDIDO-INF
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE PC-QTDE-PEDIDA                TO WS-PEDIDA-ED
           MOVE PC-QTDE-RECEBIDA              TO WS-RECEBIDA-ED
           MOVE PC-PRECO                      TO WS-PRECO-ED
           DISPLAY '  LINHA ' PC-LINHA ' PRODUTO ' PC-PRODUTO
                   ' PEDIDA ' WS-PEDIDA-ED
                   ' RECEBIDA ' WS-RECEBIDA-ED
                   ' PRECO ' WS-PRECO-ED
                   ' SITUACAO ' PC-SITUACAO
           .

      *****************************************
      * RECEBIMENTO: A NOTA FISCAL DO FORNECEDOR E AS LINHAS QUE
      * CHEGARAM, UMA POR VEZ (LINHA ZERO ENCERRA). NO FIM, A
      * SITUACAO DO CABECALHO E' RECALCULADA.
      *****************************************
       P400-RECEBE-PEDIDO.
      *****************************************

           DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR: '
           MOVE SPACES                        TO WS-NOTA-INF
           ACCEPT WS-NOTA-INF

           IF WS-NOTA-INF = SPACES
               DISPLAY 'NOTA FISCAL NAO INFORMADA - NADA RECEBIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE 1                             TO WS-LINHA-INF
           PERFORM P410-RECEBE-LINHA UNTIL WS-LINHA-INF = ZEROS

           PERFORM P600-ATUALIZA-CABECALHO
           .

      *****************************************
      * UMA LINHA: NUMERO DA LINHA, QUANTIDADE QUE CHEGOU E PRECO
      * UNITARIO DA NOTA (ZERO = O DO PEDIDO). LINHA ENCERRADA,
      * QUANTIDADE INVALIDA OU ACIMA DA TOLERANCIA SAO RECUSADAS NA
      * HORA E NADA E' GRAVADO.
      *****************************************
       P410-RECEBE-LINHA.
      *****************************************

           DISPLAY 'LINHA DO PEDIDO (ZERO ENCERRA O RECEBIMENTO): '
           MOVE ZEROS                         TO WS-LINHA-INF
           ACCEPT WS-LINHA-INF

           IF WS-LINHA-INF = ZEROS
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
               EXIT PARAGRAPH
           END-IF

           IF NOT PC-EM-ABERTO
               DISPLAY 'LINHA ' WS-LINHA-INF ' JA ENCERRADA '
                       '(SITUACAO ' PC-SITUACAO ') - RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'QUANTIDADE RECEBIDA: '
           MOVE ZEROS                         TO WS-QTDE-INF
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF NOT > ZEROS
               DISPLAY 'QUANTIDADE INVALIDA - LINHA RECUSADA.'
               EXIT PARAGRAPH
           END-IF

      *    RECEBIDO + ESTA ENTREGA NAO PODE PASSAR DO PEDIDO MAIS A
      *    TOLERANCIA.
           COMPUTE WS-QTDE-LIMITE ROUNDED =
                   PC-QTDE-PEDIDA * (100 + WS-TOLERANCIA-PCT) / 100
           COMPUTE WS-RECEBIDA-NOVA = PC-QTDE-RECEBIDA + WS-QTDE-INF

           IF WS-RECEBIDA-NOVA > WS-QTDE-LIMITE
               MOVE WS-QTDE-LIMITE            TO WS-SALDO-ED
               DISPLAY 'RECEBIMENTO ACIMA DA TOLERANCIA (MAXIMO '
                       'ACUMULADO ' WS-SALDO-ED ') - LINHA RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           IF WS-RECEBIDA-NOVA > 99999.99
               DISPLAY 'QUANTIDADE ACIMA DO LIMITE DA LINHA - '
                       'RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PRECO UNITARIO DA NOTA (ZERO = PRECO DO PEDIDO): '
           MOVE ZEROS                         TO WS-PRECO-INF
           ACCEPT WS-PRECO-INF

           IF WS-PRECO-INF NOT > ZEROS
               MOVE PC-PRECO                  TO WS-PRECO-INF
           END-IF

           PERFORM P500-ENTRADA-ESTOQUE
           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P550-ATUALIZA-ITEM
           PERFORM P560-GRAVA-RECEBIMENTO

           ADD 1                              TO WS-QT-RECEBIDAS
           MOVE WS-ESTOQUE-NOVO               TO WS-SALDO-ED
           DISPLAY 'LINHA ' WS-LINHA-INF ' RECEBIDA (SITUACAO '
                   PC-SITUACAO '). SALDO DO PRODUTO ' PC-PRODUTO
                   ': ' WS-SALDO-ED

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPRECEB'          TO RUNLOG-PROGRAMA
           MOVE 'RECEBE'                       TO RUNLOG-EVENTO
           MOVE WS-QT-RECEBIDAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           MOVE 1                             TO WS-LINHA-INF
           .

      *****************************************
      * SOMA A QUANTIDADE RECEBIDA AO SALDO DO PRODUTO E ANOTA A
      * ENTRADA NO KARDEX. PRODUTO SEM CONTROLE DE ESTOQUE PASSA A
      * TER, A PARTIR DO ZERO. SAI COM WS-FS-PRODMAST '00' QUANDO O
      * SALDO FOI ATUALIZADO.
      *****************************************
       P500-ENTRADA-ESTOQUE.
      *****************************************

           MOVE PC-PRODUTO                    TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ' PC-PRODUTO
                           ' FORA DO PRODMAST - LINHA RECUSADA.'
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-ESTOQUE IS NUMERIC
               COMPUTE WS-ESTOQUE-NOVO =
                       PROD-QTDE-ESTOQUE + WS-QTDE-INF
           ELSE
               MOVE WS-QTDE-INF               TO WS-ESTOQUE-NOVO
           END-IF

           IF WS-ESTOQUE-NOVO > 99999.99
               DISPLAY 'SALDO DO PRODUTO ' PC-PRODUTO
                       ' PASSARIA DO LIMITE - LINHA RECUSADA.'
               MOVE '99'                      TO WS-FS-PRODMAST
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ESTOQUE-NOVO               TO PROD-QTDE-ESTOQUE
           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR O PRODUTO ' PC-PRODUTO
                       ': ' WS-FS-PRODMAST ' - LINHA RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE PC-PRODUTO                    TO MOV-PRODUTO
           MOVE WS-DATA-NEGOCIO               TO MOV-DATA-NEGOCIO
           SET MOV-ENTRADA                    TO TRUE
           MOVE WS-QTDE-INF                   TO MOV-QTDE
           MOVE PROD-QTDE-ESTOQUE             TO MOV-SALDO
           MOVE 'PCO'                         TO MOV-DOC-TIPO
           MOVE WS-PEDIDO-INF                 TO MOV-DOC-NUMERO
           MOVE 'DEMONSTRA-COMPRECEB'         TO MOV-PROGRAMA
           PERFORM P-GRAVA-ESTMOV
           .

      *****************************************
      * O ITEM DO PEDIDO (AINDA NA FD) GANHA A QUANTIDADE RECEBIDA
      * E A DATA; CHEGANDO AO PEDIDO, FICA 'R', SENAO 'P'.
      *****************************************
       P550-ATUALIZA-ITEM.
      *****************************************

           MOVE WS-RECEBIDA-NOVA              TO PC-QTDE-RECEBIDA
           MOVE WS-DATA-NEGOCIO               TO PC-DATA-ULT-RECEB
           IF PC-QTDE-RECEBIDA NOT < PC-QTDE-PEDIDA
               SET PC-RECEBIDO                TO TRUE
           ELSE
               SET PC-PARCIAL                 TO TRUE
           END-IF

           REWRITE WS-REG-PEDCOMPRA
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A LINHA ' PC-LINHA
                           ' DO PEDIDO ' PC-NUMERO ': '
                           WS-FS-PEDCOMPRA
           END-REWRITE
           .

      *****************************************
      * ANEXA O RECEBIMENTO AO PCRECEB (CRIADO NO PRIMEIRO USO).
      *****************************************
       P560-GRAVA-RECEBIMENTO.
      *****************************************

           OPEN EXTEND RECEBIMENTOS
           IF WS-FS-PCRECEB = '35'
               OPEN OUTPUT RECEBIMENTOS
           END-IF

           IF WS-FS-PCRECEB = '00'
               MOVE PC-NUMERO                 TO REC-PEDIDO
               MOVE PC-LINHA                  TO REC-LINHA
               MOVE PC-PRODUTO                TO REC-PRODUTO
               MOVE PC-PRECO                  TO REC-PRECO-PEDIDO
               MOVE WS-FORNECEDOR-PED         TO REC-FORNECEDOR
               MOVE WS-DATA-NEGOCIO           TO REC-DATA-NEGOCIO
               ACCEPT REC-DATA-HORA(1:8)      FROM DATE YYYYMMDD
               ACCEPT REC-DATA-HORA(9:6)      FROM TIME
               MOVE WS-QTDE-INF               TO REC-QTDE
               MOVE WS-PRECO-INF              TO REC-PRECO-NOTA
               MOVE WS-NOTA-INF               TO REC-NOTA-FORNECEDOR
               MOVE WS-OPERADOR               TO REC-OPERADOR
               WRITE WS-REG-RECEBIMENTO
               CLOSE RECEBIMENTOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O PCRECEB: ' WS-FS-PCRECEB
           END-IF
           .

      *****************************************
      * SITUACAO DO CABECALHO PELOS ITENS: ALGUM EM ABERTO = 'P' SE
      * JA HOUVE RECEBIMENTO, SENAO 'A'; NENHUM EM ABERTO = 'R' SE
      * ALGUM FOI RECEBIDO, SENAO 'C' (TUDO CANCELADO).
      *****************************************
       P600-ATUALIZA-CABECALHO.
      *****************************************

           MOVE ZEROS                         TO WS-QT-ITENS-ABERTOS
           MOVE ZEROS                         TO WS-QT-ITENS-COM-RECEB
           SET FIM-DO-SCAN                    TO FALSE

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE 1                             TO PC-LINHA
           START PEDIDO-COMPRA KEY IS NOT < PC-CHAVE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P610-CONTA-ITEM UNTIL FIM-DO-SCAN

           EVALUATE TRUE
               WHEN WS-QT-ITENS-ABERTOS > ZEROS
                AND WS-QT-ITENS-COM-RECEB > ZEROS
                   MOVE 'P'                   TO WS-SITUACAO-NOVA
               WHEN WS-QT-ITENS-ABERTOS > ZEROS
                   MOVE 'A'                   TO WS-SITUACAO-NOVA
               WHEN WS-QT-ITENS-COM-RECEB > ZEROS
                   MOVE 'R'                   TO WS-SITUACAO-NOVA
               WHEN OTHER
                   MOVE 'C'                   TO WS-SITUACAO-NOVA
           END-EVALUATE

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE ZEROS                         TO PC-LINHA
           READ PEDIDO-COMPRA
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PEDCOMPRA = '00'
               MOVE WS-SITUACAO-NOVA          TO PC-SITUACAO
               REWRITE WS-REG-PEDCOMPRA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-FS-PEDCOMPRA = '00'
               DISPLAY 'PEDIDO ' WS-PEDIDO-INF ' - SITUACAO '
                       WS-SITUACAO-NOVA
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR O CABECALHO DO PEDIDO '
                       WS-PEDIDO-INF ': ' WS-FS-PEDCOMPRA
           END-IF
           .

      *****************************************
       P610-CONTA-ITEM.
      *****************************************

           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PC-NUMERO NOT = WS-PEDIDO-INF
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PC-EM-ABERTO
               ADD 1                          TO WS-QT-ITENS-ABERTOS
           END-IF
           IF PC-QTDE-RECEBIDA > ZEROS
               ADD 1                          TO WS-QT-ITENS-COM-RECEB
           END-IF
           .

      *****************************************
      * CANCELA O SALDO EM ABERTO DO PEDIDO: TODO ITEM AINDA EM
      * ABERTO VIRA 'C' (O JA RECEBIDO FICA NO ITEM E NO ESTOQUE) E
      * O PRODUTO VOLTA A PODER SER PEDIDO NA PROXIMA NOITE.
      *****************************************
       P700-CANCELA-PEDIDO.
      *****************************************

           DISPLAY 'CONFIRMA O CANCELAMENTO DO SALDO EM ABERTO DO '
                   'PEDIDO ' WS-PEDIDO-INF '? (S/N): '
           MOVE SPACE                         TO WS-CONFIRMA-INF
           ACCEPT WS-CONFIRMA-INF

           IF WS-CONFIRMA-INF NOT = 'S'
               DISPLAY 'NADA CANCELADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-QT-ITENS-CANCELADOS
           SET FIM-DO-SCAN                    TO FALSE

           MOVE WS-PEDIDO-INF                 TO PC-NUMERO
           MOVE 1                             TO PC-LINHA
           START PEDIDO-COMPRA KEY IS NOT < PC-CHAVE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P710-CANCELA-ITEM UNTIL FIM-DO-SCAN

           PERFORM P600-ATUALIZA-CABECALHO

           ADD 1                              TO WS-QT-CANCELAMENTOS
           DISPLAY WS-QT-ITENS-CANCELADOS ' LINHA(S) CANCELADA(S).'

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPRECEB'          TO RUNLOG-PROGRAMA
           MOVE 'CANCEL'                       TO RUNLOG-EVENTO
           MOVE WS-QT-CANCELAMENTOS            TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P710-CANCELA-ITEM.
      *****************************************

           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PC-NUMERO NOT = WS-PEDIDO-INF
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PC-EM-ABERTO
               SET PC-CANCELADO               TO TRUE
               REWRITE WS-REG-PEDCOMPRA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-FS-PEDCOMPRA = '00'
                   ADD 1                      TO WS-QT-ITENS-CANCELADOS
               ELSE
                   DISPLAY 'ERRO AO CANCELAR A LINHA ' PC-LINHA
                           ': ' WS-FS-PEDCOMPRA
               END-IF
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PEDCOMPRA NOT = '35' AND WS-FS-PEDCOMPRA NOT = '91'
               CLOSE PEDIDO-COMPRA
           END-IF

           IF WS-FS-PRODMAST NOT = '35' AND WS-FS-PRODMAST NOT = '91'
               CLOSE PRODUTO-MASTER
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           DISPLAY 'LINHAS RECEBIDAS.....: ' WS-QT-RECEBIDAS
           DISPLAY 'PEDIDOS CANCELADOS...: ' WS-QT-CANCELAMENTOS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPRECEB'          TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-RECEBIDAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY ESTMOVPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-COMPRECEB.
