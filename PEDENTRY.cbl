      *          PEDIDO VEM DO CONTROLE SEQUENCIAL PEDSEQ.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - CONFERIR TAMBEM O LIMITE DO GRUPO ECONOMICO
      *                    DO CLIENTE (TABELA GRPLIM): TOTAL DO
      *                    PEDIDO + SALDO EM ABERTO DE TODOS OS
      *                    MEMBROS DO GRUPO, COMO NO FATURAMENTO
      *   15/10/2026 WT - CADA LINHA DO PEDIDO LEVA O ENDERECO DE
      *                    ENTREGA DO CLIENTE (CLIEND TIPO 'E',
      *                    COPY/ENDERPR.CPY; NA FALTA, O DO
      *                    CADASTRO) E A UF PASSA A SER A DA ENTREGA
      *   15/10/2026 WT - RESERVAR O ESTOQUE DE CADA LINHA
      *                    (PROD-QTDE-RESERVADA DO PRODMAST): O QUE O
      *                    DISPONIVEL (SALDO - RESERVADO) NAO COBRE
      *                    VIRA, A ESCOLHA DO CLIENTE, LINHA DE
      *                    ENCOMENDA ('B', ALOCADA DE NOITE POR
      *                    DEMONSTRA-PEDALOC) OU E' CANCELADO, SAINDO
      *                    SO' O DISPONIVEL. LAYOUT DO PEDIDOS NO
      *                    COPY/PEDIDO.CPY, COM A DATA DA ENTRADA
      *   15/10/2026 WT - CONVERTER COTACAO EM PEDIDO NUMA ACAO SO'
      *                    (OPCAO C): A COTACAO ABERTA E NA VALIDADE
      *                    (CADASTRO COTACOES, DEMONSTRA-COTENTRY)
      *                    VIRA PEDIDO PELO PRECO COTADO, COM AS
      *                    MESMAS CONFERENCIAS DE CLIENTE, CREDITO E
      *                    ESTOQUE DO PEDIDO DIGITADO, E FICA GANHA
      *                    ('G') COM O NUMERO DO PEDIDO; A VENCIDA
      *                    FICA EXPIRADA ('E') E A RECUSADA PELO
      *                    CLIENTE PODE SER MARCADA PERDIDA ('P').
      *                    O PEDIDO LEVA O REPRESENTANTE E A COTACAO
      *                    DE ORIGEM. A CAPTURA DAS LINHAS DO PEDIDO
      *                    DIGITADO VOLTA A COMECAR A CADA PEDIDO
      *   15/10/2026 WT - REPRESENTANTE DO PEDIDO DIGITADO PELA TABELA
      *                    DE TERRITORIOS (TERRIT, COPY/TERRPR.CPY)
      *                    NA DATA DE NEGOCIO; A TROCA MANUAL SO' COM
      *                    SUPERVISOR DO OPERAUTH E ALERTA NO
      *                    OPERALERT (COPY/REPOVPR.CPY). O PEDIDO
      *                    CONVERTIDO SEGUE COM O DA COTACAO
      *   15/10/2026 WT - O SUPERVISOR DA TROCA DE REPRESENTANTE SE
      *                    AUTENTICA COM A SENHA (COPY SENHAPR,
      *                    CREDENCIAIS NO OPERCRED), NAO SO COM O ID
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PEDENTRY.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PEDIDOS.

           SELECT COTACOES-ARQ        ASSIGN TO 'COTACOES'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY COT-CHAVE
                                       FILE STATUS WS-FS-COTACOES.

           SELECT PEDIDO-SEQUENCIA    ASSIGN TO 'PEDSEQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SEQUENCIA.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT LIMITES-GRUPO       ASSIGN TO 'GRPLIM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GRPLIM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT TERRITORIOS         ASSIGN TO 'TERRIT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TERRIT.

           SELECT REP-MASTER          ASSIGN TO 'REPMAST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REPMAST.

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
       FD PEDIDOS-ARQ.
           COPY PEDIDO.

       FD COTACOES-ARQ.
           COPY COTACAO.

      *    UMA LINHA: O ULTIMO NUMERO DE PEDIDO ATRIBUIDO. AUSENTE
      *    COMECA DE 700000.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD LIMITES-GRUPO.
           COPY GRPLIM.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD TERRITORIOS.
           COPY TERRIT.

       FD REP-MASTER.
       01 WS-REG-REPMAST.
           03 REP-CODIGO                         PIC X(04).
           03 REP-NOME                           PIC X(30).
           03 REP-PERCENTUAL                     PIC 9V999.

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
       77 WS-FS-REPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-OPERAUTH                     PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-PEDIDOS                      PIC X(02) VALUE '00'.
       77 WS-FS-SEQUENCIA                    PIC X(02) VALUE '00'.
       77 WS-FS-COTACOES                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PRECOS                       PIC X(02) VALUE '00'.
       77 WS-PRODUTO-INF                     PIC X(08) VALUE SPACES.
       77 WS-QTDE-INF          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-UF-CLIENTE                      PIC X(02) VALUE SPACES.
       77 WS-OPCAO-ENTRADA                   PIC X(01) VALUE SPACE.
       77 WS-SW-CLIENTE                      PIC X(01) VALUE 'N'.
           88 CLIENTE-APTO                   VALUE 'S' FALSE 'N'.

      *    CONVERSAO DE COTACAO: O PEDIDO LEVA O PRECO COTADO, O
      *    REPRESENTANTE E O NUMERO DA COTACAO (ZEROS NO PEDIDO
      *    DIGITADO, CUJO REPRESENTANTE VEM DO TERRITORIO).
       77 WS-NUM-COTACAO                     PIC 9(06) VALUE ZEROS.
       77 WS-COTACAO-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-REP-PEDIDO                      PIC X(04) VALUE SPACES.
       77 WS-VALIDADE-COT                    PIC 9(08) VALUE ZEROS.
       77 WS-OPCAO-COTACAO                   PIC X(01) VALUE SPACE.
       77 WS-NOVA-SITUACAO-COT               PIC X(01) VALUE SPACE.
       77 WS-QT-CONVERTIDAS                  PIC 9(04) VALUE ZEROS.
       77 WS-EOF-COT                         PIC X(01) VALUE 'N'.
           88 FIM-DA-COTACAO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-COTACOES                     PIC X(01) VALUE 'N'.
           88 COTACOES-DISPONIVEIS           VALUE 'S' FALSE 'N'.

      *    RESERVA DE ESTOQUE DA LINHA: O QUE O DISPONIVEL COBRE E
      *    RESERVADO; O RESTO VIRA ENCOMENDA OU E' CANCELADO, A
      *    ESCOLHA DO CLIENTE.
       77 WS-DISPONIVEL        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-RESERVA      PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-ENCOMENDA    PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-ACEITA       PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-OPCAO-FALTA                     PIC X(01) VALUE SPACE.
       77 WS-QTDE-ED                         PIC -(05)9.99.

      *    CONFERENCIA DE CREDITO NA ENTRADA: O TOTAL ACUMULADO DO
      *    PEDIDO + SALDO EM ABERTO CONTRA O LIMITE DO CADASTRO.
       77 WS-PRECO-VIGENTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.

           COPY DTNEGWS.
           COPY GRUPOWS.
           COPY ENDERWS.
           COPY TERRWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-PEDENTRY'          TO WS-SEN-PROGRAMA

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PEDENTRY'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P030-LE-SEQUENCIA
           PERFORM P040-CARREGA-PRECOS
           PERFORM P-CARREGA-TERRITORIOS

           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CLIENTE-ENDERECO
           OPEN I-O   PRODUTO-MASTER
           OPEN INPUT PAGTO-PENDENTES

           OPEN I-O   COTACOES-ARQ
           IF WS-FS-COTACOES = '00'
               SET COTACOES-DISPONIVEIS       TO TRUE
           END-IF

           OPEN EXTEND PEDIDOS-ARQ
           IF WS-FS-PEDIDOS = '35'
               OPEN OUTPUT PEDIDOS-ARQ
                       WS-FS-PRODMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF NOT OPERADOR-ENCERROU
               PERFORM P-CARREGA-GRUPOS
           END-IF
           .

      *****************************************
      *****************************************

           DISPLAY ' '
           DISPLAY 'ENTRADA DE PEDIDOS - P=PEDIDO  C=CONVERTER '
                   'COTACAO  F=ENCERRAR: '
           MOVE SPACE                         TO WS-OPCAO-ENTRADA
           ACCEPT WS-OPCAO-ENTRADA

           MOVE ZEROS                         TO WS-COTACAO-PEDIDO
           MOVE SPACES                        TO WS-REP-PEDIDO

           EVALUATE WS-OPCAO-ENTRADA
               WHEN 'P'
                   DISPLAY 'INFORME O CLIENTE (ZEROS PARA VOLTAR): '
                   ACCEPT WS-NUM-CLIENTE-PED
                   IF WS-NUM-CLIENTE-PED NOT = ZEROS
                       PERFORM P300-CAPTA-PEDIDO
                   END-IF
               WHEN 'C'
                   PERFORM P500-CONVERTE-COTACAO
               WHEN 'F'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .

      *****************************************
       P300-CAPTA-PEDIDO.
      *****************************************

           PERFORM P310-PREPARA-CLIENTE
           IF NOT CLIENTE-APTO
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-REPRESENTANTE

           ADD 1                              TO WS-ULTIMO-PEDIDO

           MOVE HIGH-VALUES                   TO WS-PRODUTO-INF
           PERFORM P400-CAPTA-LINHA
               UNTIL WS-PRODUTO-INF = SPACES
                  OR OPERADOR-ENCERROU

           PERFORM P390-FECHA-PEDIDO
           .

      *****************************************
      * CLIENTE DO PEDIDO (DIGITADO OU DA COTACAO): CADASTRADO E
      * ATIVO; APURA O LIMITE, O SALDO EM ABERTO, A EXPOSICAO DO
      * GRUPO E O ENDERECO DE ENTREGA.
      *****************************************
       P310-PREPARA-CLIENTE.
      *****************************************

           SET CLIENTE-APTO                   TO FALSE
           MOVE WS-NUM-CLIENTE-PED            TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               MOVE ZEROS                     TO WS-SALDO-ABERTO
           END-IF

      *    EXPOSICAO DO GRUPO ECONOMICO, SE O CLIENTE TEM UM COM
      *    LIMITE: SALDO DE TODOS OS MEMBROS, APURADO UMA VEZ.
           MOVE WS-NUM-CLIENTE-PED            TO WS-GRP-CLIENTE
           PERFORM P-EXPOSICAO-GRUPO

           IF GRUPO-COM-LIMITE
               MOVE WS-GRP-SALDO              TO WS-VALOR-ED
               DISPLAY 'GRUPO ' WS-GRP-CODIGO ' (' WS-GRP-QT-MEMBROS
                       ' MEMBRO(S)) - SALDO EM ABERTO DO GRUPO '
                       WS-VALOR-ED
           END-IF

      *    AS LINHAS VAO PARA O ENDERECO DE ENTREGA DO CLIENTE, OU
      *    PARA O DO CADASTRO QUANDO ELE NAO TEM ENDERECO DE ENTREGA.
           MOVE WS-NUM-CLIENTE-PED            TO WS-ENDR-CLIENTE
           MOVE 'E'                           TO WS-ENDR-TIPO
           PERFORM P-OBTEM-ENDERECO
           DISPLAY 'ENTREGA: ' WS-ENDR-ENDERECO ' - '
                   WS-ENDR-CIDADE

           MOVE WS-ENDR-ESTADO(1:2)           TO WS-UF-CLIENTE
           MOVE ZEROS                         TO WS-TOTAL-PEDIDO
           MOVE ZEROS                         TO WS-QT-LINHAS-PED
           SET CLIENTE-APTO                   TO TRUE
           .

      *****************************************
      * REPRESENTANTE DO PEDIDO DIGITADO: O DO TERRITORIO DO
      * CLIENTE (CIDADE E UF DO CADASTRO) NA DATA DE NEGOCIO; A
      * TROCA MANUAL FICA COM O SUPERVISOR.
      *****************************************
       P320-REPRESENTANTE.
      *****************************************

           MOVE WS-NUM-CLIENTE-PED            TO WS-TERR-CLIENTE
           MOVE WS-ESTADO(1:2)                TO WS-TERR-UF
           MOVE WS-CIDADE                     TO WS-TERR-CIDADE
           MOVE WS-DATA-NEGOCIO               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO

           PERFORM P-ESCOLHE-REPRESENTANTE
           MOVE WS-REP-ESCOLHIDO              TO WS-REP-PEDIDO
           .

      *****************************************
       P390-FECHA-PEDIDO.
      *****************************************

           IF WS-QT-LINHAS-PED > ZEROS
               ADD 1                          TO WS-QT-PEDIDOS

           PERFORM P450-BUSCA-PRECO-VIGENTE

           PERFORM P410-ACEITA-LINHA
           .

      *****************************************
      * ACEITE DA LINHA JA COM PRODUTO LIDO, QUANTIDADE E PRECO
      * (VIGENTE NO PEDIDO DIGITADO, COTADO NA CONVERSAO): ESTOQUE,
      * CREDITO, RESERVA E GRAVACAO.
      *****************************************
       P410-ACEITA-LINHA.
      *****************************************

           PERFORM P420-CONFERE-ESTOQUE
           IF WS-QTDE-ACEITA NOT > ZEROS
               DISPLAY 'NADA A ATENDER - LINHA NAO ENTRA.'
               EXIT PARAGRAPH
           END-IF

      *    O CREDITO CONTA TAMBEM A ENCOMENDA - ELA VAI SER FATURADA.
           COMPUTE WS-TOTAL-LINHA ROUNDED =
                   WS-QTDE-ACEITA * WS-PRECO-VIGENTE

      *    CONFERENCIA DE CREDITO NA ENTRADA, NAO NA MADRUGADA.
           IF WS-LIMITE-CLIENTE > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF GRUPO-COM-LIMITE
              AND WS-TOTAL-PEDIDO + WS-TOTAL-LINHA + WS-GRP-SALDO
                   > WS-GRP-LIMITE
               DISPLAY 'LINHA ESTOURARIA O LIMITE DE CREDITO DO '
                       'GRUPO ' WS-GRP-CODIGO ' - LINHA RECUSADA.'
               EXIT PARAGRAPH
           END-IF

      *    A RESERVA VAI PARA O CADASTRO ANTES DA LINHA SER
      *    GRAVADA; SEM ELA A LINHA NAO ENTRA.
           IF WS-QTDE-RESERVA > ZEROS
               PERFORM P430-RESERVA-ESTOQUE
               IF WS-FS-PRODMAST NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES                        TO WS-REG-PEDIDO
           MOVE WS-ULTIMO-PEDIDO              TO PED-NUMERO
           MOVE WS-NUM-CLIENTE-PED            TO PED-NUM-CLIENTE
           MOVE WS-UF-CLIENTE                 TO PED-UF
           MOVE WS-PRODUTO-INF                TO PED-PRODUTO
           MOVE WS-PRECO-VIGENTE              TO PED-PRECO
           MOVE WS-ENDR-ENDERECO              TO PED-END-ENTREGA
           MOVE WS-ENDR-CIDADE                TO PED-CIDADE-ENTREGA
           MOVE WS-DATA-NEGOCIO               TO PED-DATA-ENTRADA
           MOVE WS-REP-PEDIDO                 TO PED-REP
           IF WS-COTACAO-PEDIDO > ZEROS
               MOVE WS-COTACAO-PEDIDO         TO PED-COTACAO
           END-IF

           IF WS-QTDE-RESERVA > ZEROS
               MOVE WS-QTDE-RESERVA           TO PED-QTDE
               SET PED-ACEITO                 TO TRUE
               WRITE WS-REG-PEDIDO
               ADD 1                          TO WS-QT-LINHAS-PED
           END-IF

           IF WS-QTDE-ENCOMENDA > ZEROS
               MOVE WS-QTDE-ENCOMENDA         TO PED-QTDE
               SET PED-ENCOMENDA              TO TRUE
               WRITE WS-REG-PEDIDO
               ADD 1                          TO WS-QT-LINHAS-PED
               MOVE WS-QTDE-ENCOMENDA         TO WS-QTDE-ED
               DISPLAY 'ENCOMENDA DE ' WS-QTDE-ED
                       ' REGISTRADA - ATENDIDA QUANDO HOUVER ESTOQUE.'
           END-IF

           ADD WS-TOTAL-LINHA                 TO WS-TOTAL-PEDIDO
           .

      *****************************************
      * DIVIDE A QUANTIDADE PEDIDA ENTRE O QUE O DISPONIVEL DO
      * PRODUTO (SALDO - RESERVADO) COBRE E O QUE FALTA. NA FALTA,
      * O CLIENTE ESCOLHE: ENCOMENDAR O RESTANTE OU LEVAR SO' O
      * DISPONIVEL. PRODUTO SEM CONTROLE DE ESTOQUE NAO RESERVA.
      *****************************************
       P420-CONFERE-ESTOQUE.
      *****************************************

           MOVE ZEROS                         TO WS-QTDE-RESERVA
           MOVE ZEROS                         TO WS-QTDE-ENCOMENDA
           MOVE WS-QTDE-INF                   TO WS-QTDE-ACEITA

           IF PROD-QTDE-ESTOQUE IS NOT NUMERIC
               MOVE WS-QTDE-INF               TO WS-QTDE-RESERVA
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-RESERVADA IS NUMERIC
               COMPUTE WS-DISPONIVEL = PROD-QTDE-ESTOQUE
                                     - PROD-QTDE-RESERVADA
           ELSE
               MOVE PROD-QTDE-ESTOQUE         TO WS-DISPONIVEL
           END-IF
           IF WS-DISPONIVEL < ZEROS
               MOVE ZEROS                     TO WS-DISPONIVEL
           END-IF

           IF WS-QTDE-INF NOT > WS-DISPONIVEL
               MOVE WS-QTDE-INF               TO WS-QTDE-RESERVA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DISPONIVEL                 TO WS-QTDE-RESERVA
           COMPUTE WS-QTDE-ENCOMENDA = WS-QTDE-INF - WS-DISPONIVEL

           MOVE WS-DISPONIVEL                 TO WS-QTDE-ED
           DISPLAY 'ESTOQUE INSUFICIENTE - DISPONIVEL: ' WS-QTDE-ED
           MOVE WS-QTDE-ENCOMENDA             TO WS-QTDE-ED
           DISPLAY 'FALTAM ' WS-QTDE-ED '. E=ENCOMENDAR O RESTANTE  '
                   'P=ATENDER SO O DISPONIVEL: '
           MOVE SPACE                         TO WS-OPCAO-FALTA
           ACCEPT WS-OPCAO-FALTA

           EVALUATE WS-OPCAO-FALTA
               WHEN 'E'
                   CONTINUE
               WHEN 'P'
                   MOVE ZEROS                 TO WS-QTDE-ENCOMENDA
                   MOVE WS-QTDE-RESERVA       TO WS-QTDE-ACEITA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - LINHA RECUSADA.'
                   MOVE ZEROS                 TO WS-QTDE-RESERVA
                   MOVE ZEROS                 TO WS-QTDE-ENCOMENDA
                   MOVE ZEROS                 TO WS-QTDE-ACEITA
           END-EVALUATE
           .

      *****************************************
      * SOMA A QUANTIDADE ATENDIDA A RESERVA DO PRODUTO (O REGISTRO
      * AINDA ESTA NA FD, LIDO EM P400).
      *****************************************
       P430-RESERVA-ESTOQUE.
      *****************************************

           IF PROD-QTDE-ESTOQUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-RESERVADA IS NOT NUMERIC
               MOVE ZEROS                     TO PROD-QTDE-RESERVADA
           END-IF
           ADD WS-QTDE-RESERVA                TO PROD-QTDE-RESERVADA

           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO RESERVAR O ESTOQUE DO PRODUTO '
                       WS-PRODUTO-INF ': ' WS-FS-PRODMAST
                       ' - LINHA RECUSADA.'
           END-IF
           .

      *****************************************
      * CONVERSAO DA COTACAO EM PEDIDO NUMA ACAO SO': A COTACAO
      * PRECISA ESTAR ABERTA E NA VALIDADE; O PEDIDO SAI PELO PRECO
      * COTADO, COM AS CONFERENCIAS DO PEDIDO DIGITADO, E A COTACAO
      * FICA GANHA COM O NUMERO DO PEDIDO. A VENCIDA E' MARCADA
      * EXPIRADA; A RECUSADA PELO CLIENTE PODE SER MARCADA PERDIDA.
      *****************************************
       P500-CONVERTE-COTACAO.
      *****************************************

           IF NOT COTACOES-DISPONIVEIS
               DISPLAY 'CADASTRO DE COTACOES INDISPONIVEL: '
                       WS-FS-COTACOES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NUMERO DA COTACAO: '
           ACCEPT WS-NUM-COTACAO

           PERFORM P510-PRIMEIRA-LINHA-COT
           IF FIM-DA-COTACAO
               DISPLAY 'COTACAO ' WS-NUM-COTACAO ' NAO CADASTRADA.'
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN COT-GANHA
                   DISPLAY 'COTACAO ' WS-NUM-COTACAO
                           ' JA CONVERTIDA NO PEDIDO ' COT-PEDIDO '.'
                   EXIT PARAGRAPH
               WHEN COT-PERDIDA
                   DISPLAY 'COTACAO ' WS-NUM-COTACAO
                           ' MARCADA COMO PERDIDA.'
                   EXIT PARAGRAPH
               WHEN COT-EXPIRADA
                   DISPLAY 'COTACAO ' WS-NUM-COTACAO ' EXPIRADA.'
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE COT-DATA-VALIDADE             TO WS-VALIDADE-COT
           IF WS-VALIDADE-COT < WS-DATA-NEGOCIO
               DISPLAY 'COTACAO ' WS-NUM-COTACAO ' VENCIDA EM '
                       WS-VALIDADE-COT ' - MARCADA COMO EXPIRADA; '
                       'FACA UMA NOVA COTACAO.'
               MOVE 'E'                       TO WS-NOVA-SITUACAO-COT
               PERFORM P560-MARCA-COTACAO
               EXIT PARAGRAPH
           END-IF

           MOVE COT-NUM-CLIENTE               TO WS-NUM-CLIENTE-PED
           MOVE COT-REP                       TO WS-REP-PEDIDO

           DISPLAY 'COTACAO ' WS-NUM-COTACAO ' DO CLIENTE '
                   WS-NUM-CLIENTE-PED ', VALIDA ATE ' WS-VALIDADE-COT
           DISPLAY 'S=CONVERTER EM PEDIDO  P=MARCAR COMO PERDIDA  '
                   'OUTRA=VOLTAR: '
           MOVE SPACE                         TO WS-OPCAO-COTACAO
           ACCEPT WS-OPCAO-COTACAO

           EVALUATE WS-OPCAO-COTACAO
               WHEN 'S'
                   CONTINUE
               WHEN 'P'
                   MOVE 'P'                   TO WS-NOVA-SITUACAO-COT
                   PERFORM P560-MARCA-COTACAO
                   DISPLAY 'COTACAO ' WS-NUM-COTACAO
                           ' MARCADA COMO PERDIDA.'
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM P310-PREPARA-CLIENTE
           IF NOT CLIENTE-APTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUM-COTACAO                TO WS-COTACAO-PEDIDO
           ADD 1                              TO WS-ULTIMO-PEDIDO

           PERFORM P510-PRIMEIRA-LINHA-COT
           PERFORM P520-CONVERTE-LINHA UNTIL FIM-DA-COTACAO

           IF WS-QT-LINHAS-PED > ZEROS
               MOVE 'G'                       TO WS-NOVA-SITUACAO-COT
               PERFORM P560-MARCA-COTACAO
               ADD 1                          TO WS-QT-CONVERTIDAS
           END-IF

           PERFORM P390-FECHA-PEDIDO
           .

      *****************************************
       P510-PRIMEIRA-LINHA-COT.
      *****************************************

           SET FIM-DA-COTACAO                 TO FALSE
           MOVE WS-NUM-COTACAO                TO COT-NUMERO
           MOVE ZEROS                         TO COT-LINHA

           START COTACOES-ARQ KEY NOT < COT-CHAVE
               INVALID KEY
                   SET FIM-DA-COTACAO         TO TRUE
           END-START

           IF NOT FIM-DA-COTACAO
               PERFORM P515-PROXIMA-LINHA-COT
           END-IF
           .

      *****************************************
       P515-PROXIMA-LINHA-COT.
      *****************************************

           READ COTACOES-ARQ NEXT RECORD
               AT END
                   SET FIM-DA-COTACAO         TO TRUE
           END-READ

           IF NOT FIM-DA-COTACAO
              AND COT-NUMERO NOT = WS-NUM-COTACAO
               SET FIM-DA-COTACAO             TO TRUE
           END-IF
           .

      *****************************************
      * UMA LINHA DA COTACAO VIRA LINHA DO PEDIDO PELO PRECO COTADO.
      *****************************************
       P520-CONVERTE-LINHA.
      *****************************************

           MOVE COT-PRODUTO                   TO WS-PRODUTO-INF
           MOVE COT-PRODUTO                   TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ' COT-PRODUTO ' DA COTACAO FORA '
                           'DO CADASTRO - LINHA RECUSADA.'
           END-READ

           IF WS-FS-PRODMAST = '00'
               MOVE COT-QTDE                  TO WS-QTDE-INF
               MOVE COT-PRECO                 TO WS-PRECO-VIGENTE
               MOVE COT-QTDE                  TO WS-QTDE-ED
               DISPLAY 'LINHA ' COT-LINHA ': ' COT-PRODUTO ' QTDE '
                       WS-QTDE-ED
               PERFORM P410-ACEITA-LINHA
           END-IF

           PERFORM P515-PROXIMA-LINHA-COT
           .

      *****************************************
      * GRAVA A NOVA SITUACAO EM TODAS AS LINHAS DA COTACAO.
      *****************************************
       P560-MARCA-COTACAO.
      *****************************************

           PERFORM P510-PRIMEIRA-LINHA-COT
           PERFORM P565-MARCA-LINHA UNTIL FIM-DA-COTACAO
           .

      *****************************************
       P565-MARCA-LINHA.
      *****************************************

           MOVE WS-NOVA-SITUACAO-COT          TO COT-SITUACAO
           MOVE WS-DATA-NEGOCIO               TO COT-DATA-SITUACAO
           IF COT-GANHA
               MOVE WS-ULTIMO-PEDIDO          TO COT-PEDIDO
           END-IF

           REWRITE WS-REG-COTACAO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-COTACOES NOT = '00'
               DISPLAY 'ERRO AO MARCAR A COTACAO ' COT-NUMERO
                       ' LINHA ' COT-LINHA ': ' WS-FS-COTACOES
           END-IF

           PERFORM P515-PROXIMA-LINHA-COT
           .

      *****************************************
       P350-SOMA-SALDO-ABERTO.
      *****************************************
           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
               CLOSE PAGTO-PENDENTES
           END-IF
           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF
           IF COTACOES-DISPONIVEIS
               CLOSE COTACOES-ARQ
           END-IF
           CLOSE PEDIDOS-ARQ

           DISPLAY 'PEDIDOS ACEITOS......: ' WS-QT-PEDIDOS
           DISPLAY 'COTACOES CONVERTIDAS.: ' WS-QT-CONVERTIDAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-PEDIDOS                  TO RUNLOG-QT-PROCESSADOS

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY GRUPOPR.
           COPY ENDERPR.
           COPY TERRPR.
           COPY REPOVPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-PEDENTRY.
