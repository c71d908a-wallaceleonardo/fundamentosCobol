      *                    ENT-PONTO-REPOS; EM BRANCO = PRODUTO SEM
      *                    CONTROLE DE ESTOQUE, CAMPOS DO MASTER
      *                    PRESERVADOS)
      *   15/10/2026 WT - CARREGAR OS DADOS FISCAIS DO PRODUTO PARA A
      *                    NF-E (ENT-NCM, ENT-CFOP, ENT-UNIDADE,
      *                    ENT-ORIGEM; EM BRANCO = CAMPO DO MASTER
      *                    PRESERVADO)
      *   15/10/2026 WT - ANOTAR NO KARDEX ESTMOV (COPY/ESTMOVPR.CPY)
      *                    COMO AJUSTE ('A') A DIFERENCA ENTRE O SALDO
      *                    CARREGADO E O SALDO ANTERIOR DO CADASTRO,
      *                    DATADA PELA DATA DE NEGOCIO (DATANEG)
      *   15/10/2026 WT - CARREGAR OS DADOS DE COMPRA DO PRODUTO
      *                    (ENT-FORNECEDOR, ENT-MULTIPLO, ENT-CUSTO;
      *                    EM BRANCO = CAMPO DO MASTER PRESERVADO).
      *                    FORNECEDOR FORA DO FORNMAST E' RECUSADO
      *                    COM AVISO - O RESTO DA LINHA E' CARREGADO
      *   15/10/2026 WT - O SALDO EM ESTOQUE DO MOVIMENTO SO' E'
      *                    CARREGADO NA IMPLANTACAO (PRODUTO NOVO OU
      *                    AINDA SEM CONTROLE DE ESTOQUE); PRODUTO JA
      *                    CONTROLADO SO' GANHA SALDO PELO
      *                    RECEBIMENTO DE MERCADORIA
      *                    (DEMONSTRA-COMPRECEB) - SALDO DIFERENTE NO
      *                    MOVIMENTO E' IGNORADO COM AVISO
      *   15/10/2026 WT - PRODUTO NOVO NASCE TAMBEM SEM QUANTIDADE
      *                    RESERVADA PARA PEDIDOS (PROD-QTDE-RESERVADA
      *                    EM BRANCO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PRODLOAD.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
           03 ENT-VIGENCIA                       PIC 9(08).
      *    SALDO EM ESTOQUE E PONTO DE REPOSICAO; EM BRANCO, OS
      *    CAMPOS DO MASTER FICAM COMO ESTAO (PRODUTO SEM CONTROLE
      *    DE ESTOQUE CONTINUA SEM). O SALDO SO' VALE NA IMPLANTACAO
      *    DO CONTROLE - DEPOIS, SO' O RECEBIMENTO O AUMENTA.
           03 ENT-QTDE-ESTOQUE                   PIC S9(05)V99.
           03 ENT-PONTO-REPOS                    PIC S9(05)V99.
      *    DADOS FISCAIS DA NF-E (NCM, CFOP DENTRO DA UF, UNIDADE E
      *    ORIGEM); EM BRANCO, O CAMPO DO MASTER FICA COMO ESTA.
           03 ENT-NCM                            PIC X(08).
           03 ENT-CFOP                           PIC X(04).
           03 ENT-UNIDADE                        PIC X(02).
           03 ENT-ORIGEM                         PIC X(01).
      *    DADOS DE COMPRA: FORNECEDOR PREFERIDO, MULTIPLO DE COMPRA
      *    E CUSTO UNITARIO; EM BRANCO, O CAMPO DO MASTER FICA COMO
      *    ESTA.
           03 ENT-FORNECEDOR                     PIC X(06).
           03 ENT-MULTIPLO                       PIC S9(05)V99.
           03 ENT-CUSTO                          PIC S9(05)V99.

      *    UMA LINHA POR CODIGO E VIGENCIA: O PRECO PASSA A VALER NA
      *    DATA E PERMANECE ATE UMA VIGENCIA MAIS NOVA - O MESMO
       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WS-VIGENCIA                        PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-ANTIGO-ED                 PIC -(05)9.99.
       77 WS-PRECO-NOVO-ED                   PIC -(05)9.99.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
      *    SALDO EM ESTOQUE DO CADASTRO ANTES DA CARGA (ZEROS QUANDO O
      *    PRODUTO E' NOVO OU NAO TINHA CONTROLE DE ESTOQUE).
       77 WS-ESTOQUE-ANTERIOR                PIC S9(05)V99 VALUE ZEROS.
      *    'S' QUANDO O SALDO DA LINHA FOI CARREGADO NO CADASTRO.
       77 WS-SW-SALDO-CARREGADO              PIC X(01) VALUE 'N'.
           88 SALDO-CARREGADO                VALUE 'S' FALSE 'N'.
       77 WS-QT-AJUSTES                      PIC 9(06) VALUE ZEROS.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
           PERFORM P-GRAVA-RUNLOG

           ACCEPT WS-DATA-HOJE                 FROM DATE YYYYMMDD
           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN INPUT PRODUTO-ENTRADA
           OPEN I-O   PRODUTO-MASTER
           OPEN OUTPUT PRECO-RELATORIO
           OPEN INPUT  FORNECEDOR-MASTER

      *    AS VIGENCIAS SAO ANEXADAS (EXTEND); NA PRIMEIRA CARGA DE
      *    TODAS O ARQUIVO E' CRIADO NA HORA.
               MOVE 'S'                       TO WS-EOF
           END-IF

      *    SEM O CADASTRO DE FORNECEDORES O FORNECEDOR DO MOVIMENTO
      *    NAO E' CONFERIDO E NAO E' CARREGADO.
           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'AVISO: FORNMAST INDISPONIVEL - FORNECEDOR '
                       'DOS PRODUTOS NAO CARREGADO: ' WS-FS-FORNMAST
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-ENTRADA
           END-IF
                   CONTINUE
           END-READ

           MOVE ZEROS                         TO WS-ESTOQUE-ANTERIOR
           IF WS-FS-PRODMAST = '00'
               SET PRODUTO-JA-EXISTE          TO TRUE
               IF PROD-QTDE-ESTOQUE IS NUMERIC
                   MOVE PROD-QTDE-ESTOQUE     TO WS-ESTOQUE-ANTERIOR
               END-IF
           END-IF

      *    VIGENCIA EM BRANCO OU ZERADA = VALE DESDE SEMPRE.
               MOVE ENT-PRECO                 TO PROD-PRECO
           END-IF

      *    PRODUTO NOVO NASCE SEM CONTROLE DE ESTOQUE, SEM DADOS
      *    FISCAIS, SEM DADOS DE COMPRA E SEM RESERVA (CAMPOS EM
      *    BRANCO) A NAO SER QUE O MOVIMENTO TRAGA OS SALDOS, A
      *    CLASSIFICACAO E O FORNECEDOR.
           IF NOT PRODUTO-JA-EXISTE
               MOVE SPACES
                   TO WS-REG-PRODUTO(46:56)
           END-IF
      *    PRODUTO JA COM CONTROLE DE ESTOQUE NAO TEM O SALDO
      *    SOBREPOSTO PELA CARGA: ENTRADA DE MERCADORIA E' PELO
      *    RECEBIMENTO CONTRA PEDIDO DE COMPRA, COM KARDEX.
           SET SALDO-CARREGADO                TO FALSE
           IF ENT-QTDE-ESTOQUE IS NUMERIC
               IF PRODUTO-JA-EXISTE AND PROD-QTDE-ESTOQUE IS NUMERIC
                   IF ENT-QTDE-ESTOQUE NOT = PROD-QTDE-ESTOQUE
                       DISPLAY 'AVISO: PRODUTO ' ENT-CODIGO
                               ' JA TEM CONTROLE DE ESTOQUE - SALDO '
                               'DO MOVIMENTO IGNORADO'
                   END-IF
               ELSE
                   MOVE ENT-QTDE-ESTOQUE      TO PROD-QTDE-ESTOQUE
                   SET SALDO-CARREGADO        TO TRUE
               END-IF
           END-IF
           IF ENT-PONTO-REPOS IS NUMERIC
               MOVE ENT-PONTO-REPOS           TO PROD-PONTO-REPOSICAO
           END-IF
           IF ENT-NCM NOT = SPACES
               MOVE ENT-NCM                   TO PROD-NCM
           END-IF
           IF ENT-CFOP NOT = SPACES
               MOVE ENT-CFOP                  TO PROD-CFOP
           END-IF
           IF ENT-UNIDADE NOT = SPACES
               MOVE ENT-UNIDADE               TO PROD-UNIDADE
           END-IF
           IF ENT-ORIGEM NOT = SPACES
               MOVE ENT-ORIGEM                TO PROD-ORIGEM
           END-IF
           IF ENT-FORNECEDOR NOT = SPACES
               PERFORM P250-CONFERE-FORNECEDOR
           END-IF
           IF ENT-MULTIPLO IS NUMERIC
               MOVE ENT-MULTIPLO              TO PROD-MULTIPLO-COMPRA
           END-IF
           IF ENT-CUSTO IS NUMERIC
               MOVE ENT-CUSTO                 TO PROD-CUSTO
           END-IF

           IF PRODUTO-JA-EXISTE
               REWRITE WS-REG-PRODUTO
               ELSE
                   ADD 1                      TO WS-QT-INSERIDOS
               END-IF
               IF SALDO-CARREGADO
                  AND ENT-QTDE-ESTOQUE NOT = WS-ESTOQUE-ANTERIOR
                   PERFORM P500-GRAVA-KARDEX
               END-IF
           ELSE
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'ERRO NA CARGA DO PRODUTO ' ENT-CODIGO
           PERFORM P100-LE-ENTRADA
           .

      *****************************************
      * O FORNECEDOR PREFERIDO PRECISA EXISTIR NO FORNMAST - O
      * GERADOR DE PEDIDOS DE COMPRA NAO TERIA PARA QUEM PEDIR.
      * RECUSADO, O FORNECEDOR ANTERIOR DO MASTER FICA.
      *****************************************
       P250-CONFERE-FORNECEDOR.
      *****************************************

           IF WS-FS-FORNMAST NOT = '00'
              AND WS-FS-FORNMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-FORNECEDOR                TO FORN-CODIGO
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-FORNMAST = '00'
               MOVE ENT-FORNECEDOR            TO PROD-FORNECEDOR
           ELSE
               DISPLAY 'AVISO: PRODUTO ' ENT-CODIGO
                       ' - FORNECEDOR ' ENT-FORNECEDOR
                       ' FORA DO FORNMAST, NAO CARREGADO'
           END-IF
           .

      *****************************************
      * LINHA DO RELATORIO DE MUDANCA DE PRECO: PRECO ATUAL DO
      * CADASTRO X PRECO NOVO E A VIGENCIA, PARA O COMERCIAL
           END-IF
           .

      *****************************************
      * O SALDO CARREGADO SOBREPOE O DO CADASTRO: O KARDEX RECEBE A
      * DIFERENCA COMO AJUSTE, COM O SALDO NOVO COMO RESULTANTE.
      *****************************************
       P500-GRAVA-KARDEX.
      *****************************************

           MOVE PROD-CODIGO                   TO MOV-PRODUTO
           MOVE WS-DATA-NEGOCIO               TO MOV-DATA-NEGOCIO
           SET MOV-AJUSTE                     TO TRUE
           COMPUTE MOV-QTDE =
                   PROD-QTDE-ESTOQUE - WS-ESTOQUE-ANTERIOR
           MOVE PROD-QTDE-ESTOQUE             TO MOV-SALDO
           MOVE 'CAR'                         TO MOV-DOC-TIPO
           MOVE WS-DATA-NEGOCIO               TO MOV-DOC-NUMERO
           MOVE 'DEMONSTRA-PRODLOAD'          TO MOV-PROGRAMA
           PERFORM P-GRAVA-ESTMOV
           ADD 1                              TO WS-QT-AJUSTES
           .

      *****************************************
       P999-FIM.
      *****************************************
               CLOSE PRECO-VIGENCIAS
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           CLOSE PRECO-RELATORIO

           DISPLAY 'PRODUTOS LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'PRODUTOS INSERIDOS...: ' WS-QT-INSERIDOS
           DISPLAY 'PRODUTOS ATUALIZADOS.: ' WS-QT-ATUALIZADOS
           DISPLAY 'ERROS DE CARGA.......: ' WS-QT-ERROS
           DISPLAY 'AJUSTES NO KARDEX....: ' WS-QT-AJUSTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-INSERIDOS WS-QT-ATUALIZADOS
           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY ESTMOVPR.

       END PROGRAM DEMONSTRA-PRODLOAD.
