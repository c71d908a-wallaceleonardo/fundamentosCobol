      *          EXTRATO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - REGISTRO DO PEDIDOS COM O ENDERECO DE
      *                    ENTREGA DA LINHA (87 POSICOES), GRAVADO
      *                    POR DEMONSTRA-PEDENTRY
      *   15/10/2026 WT - SO' A QUANTIDADE COBERTA PELO SALDO EM
      *                    ESTOQUE DO PRODMAST VAI PARA O FATITENS
      *                    (O SALDO E' CONSUMIDO NA ORDEM DO
      *                    ARQUIVO); A PARTE DESCOBERTA VOLTA COMO
      *                    LINHA DE ENCOMENDA ('B') NA MESMA POSICAO.
      *                    A LINHA LIBERADA DEIXA DE SER RESERVA
      *                    (PROD-QTDE-RESERVADA). PASSA A SER STEP DA
      *                    CADEIA NOTURNA, NO RAMO DE FATURAMENTO
      *                    ANTES DO CONTRGEN E DO FATURA, COM A AREA
      *                    DE RESULTADO (COPY/JOBRES.CPY). LAYOUT DO
      *                    PEDIDOS NO COPY/PEDIDO.CPY (95 POSICOES)
      *   15/10/2026 WT - LEVAR O REPRESENTANTE (PED-REP) E A COTACAO
      *                    DE ORIGEM (PED-COTACAO) DO PEDIDO
      *                    CONVERTIDO DE COTACAO PARA WS-IT-REP E
      *                    WS-IT-COTACAO DO FATITENS; PEDIDOS EM 105
      *                    POSICOES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PEDREL.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ITENS.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-ARQ.
           COPY PEDIDO.

       FD PEDIDOS-TRABALHO.
       01 WS-REG-PEDWRK                           PIC X(105).

       FD FATURA-ITENS.
           COPY FATITEM.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WS-FS-PEDIDOS                      PIC X(02) VALUE '00'.
       77 WS-FS-TRABALHO                     PIC X(02) VALUE '00'.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIBERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENCOMENDADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-ITEM                        PIC 9(06) VALUE ZEROS.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    COBERTURA PELO ESTOQUE: O SALDO DE CADA PRODUTO E'
      *    CONSUMIDO PELAS LINHAS LIBERADAS NESTA EXECUCAO (O
      *    FATURA SO' BAIXA O CADASTRO DEPOIS).
       77 WS-QT-TAB-SALDOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-SALDO                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SALDOS.
           03 WS-TAB-SALDO-ITEM        OCCURS 300 TIMES.
               05 WS-SLD-PRODUTO              PIC X(08).
               05 WS-SLD-RESTANTE  PIC S9(07)V99 COMP-3.
       77 WS-SW-CONTROLADO                   PIC X(01) VALUE 'N'.
           88 PRODUTO-CONTROLADO             VALUE 'S' FALSE 'N'.
       77 WS-QTDE-COBERTA      PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-DESCOBERTA   PIC S9(05)V99 COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************
           IF WS-FS-ITENS = '35'
               OPEN OUTPUT FATURA-ITENS
           END-IF

      *    SEM O CADASTRO DE PRODUTOS NAO HA COMO PROVAR A COBERTURA:
      *    NADA E' LIBERADO NESTA NOITE.
           OPEN I-O PRODUTO-MASTER
           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL (' WS-FS-PRODMAST
                       ') - NENHUM PEDIDO LIBERADO.'
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P200-LIBERA-PASSO-1.
      *****************************************

           IF WS-RETORNO > 4
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PEDIDOS-ARQ
           OPEN OUTPUT PEDIDOS-TRABALHO

           ADD 1                              TO WS-QT-LIDOS

           IF PED-ACEITO
               PERFORM P220-COBERTURA
               PERFORM P230-LIBERA-RESERVA

               IF WS-QTDE-COBERTA > ZEROS
                   ADD 1                      TO WS-SEQ-ITEM

                   MOVE SPACES                TO WS-REG-ITEM
                   MOVE WS-SEQ-ITEM           TO WS-IT-SEQ
                   MOVE PED-NUMERO            TO WS-IT-NUM-FATURA
                   MOVE PED-NUM-CLIENTE       TO WS-IT-NUM-CLIENTE
                   MOVE PED-UF                TO WS-IT-UF
                   MOVE PED-PRODUTO           TO WS-IT-PRODUTO
                   MOVE WS-QTDE-COBERTA       TO WS-IT-QTDE
                   MOVE PED-PRECO             TO WS-IT-PRECO
                   MOVE PED-REP               TO WS-IT-REP
                   IF PED-COTACAO IS NUMERIC
                       MOVE PED-COTACAO       TO WS-IT-COTACAO
                   END-IF
                   WRITE WS-REG-ITEM

                   MOVE WS-QTDE-COBERTA       TO PED-QTDE
                   SET PED-LIBERADO           TO TRUE
                   ADD 1                      TO WS-QT-LIBERADOS
                   MOVE WS-REG-PEDIDO         TO WS-REG-PEDWRK
                   WRITE WS-REG-PEDWRK
               END-IF

      *        A PARTE QUE O SALDO NAO COBRE VOLTA A SER ENCOMENDA,
      *        NA MESMA POSICAO - CONTINUA NA FILA PELA IDADE.
               IF WS-QTDE-DESCOBERTA > ZEROS
                   MOVE WS-QTDE-DESCOBERTA    TO PED-QTDE
                   SET PED-ENCOMENDA          TO TRUE
                   ADD 1                      TO WS-QT-ENCOMENDADOS
                   DISPLAY 'PEDIDO ' PED-NUMERO ' PRODUTO '
                           PED-PRODUTO ' SEM SALDO PARA TUDO - '
                           'RESTANTE VOLTA A ENCOMENDA.'
                   MOVE WS-REG-PEDIDO         TO WS-REG-PEDWRK
                   WRITE WS-REG-PEDWRK
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-PEDIDO                 TO WS-REG-PEDWRK
           WRITE WS-REG-PEDWRK
           .

      *****************************************
      * QUANTO DA LINHA O SALDO DO PRODUTO AINDA COBRE NESTA
      * EXECUCAO. PRODUTO SEM CONTROLE DE ESTOQUE (OU FORA DO
      * CADASTRO - O FATURA SUSPENDE) SAI INTEIRO.
      *****************************************
       P220-COBERTURA.
      *****************************************

           MOVE PED-QTDE                      TO WS-QTDE-COBERTA
           MOVE ZEROS                         TO WS-QTDE-DESCOBERTA
           SET PRODUTO-CONTROLADO             TO FALSE

           MOVE PED-PRODUTO                   TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
              OR PROD-QTDE-ESTOQUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           SET PRODUTO-CONTROLADO             TO TRUE

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               IF WS-SLD-PRODUTO(WS-IX-SALDO) = PED-PRODUTO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IX-SALDO > WS-QT-TAB-SALDOS
               IF WS-QT-TAB-SALDOS = 300
                   DISPLAY 'AVISO: TABELA DE SALDOS CHEIA (300) - '
                           'PRODUTO ' PED-PRODUTO ' PELO CADASTRO.'
                   IF WS-RETORNO < 4
                       MOVE 4                 TO WS-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-SALDOS
               MOVE WS-QT-TAB-SALDOS          TO WS-IX-SALDO
               MOVE PED-PRODUTO     TO WS-SLD-PRODUTO(WS-IX-SALDO)
               MOVE PROD-QTDE-ESTOQUE
                                    TO WS-SLD-RESTANTE(WS-IX-SALDO)
           END-IF

           IF WS-SLD-RESTANTE(WS-IX-SALDO) < PED-QTDE
               IF WS-SLD-RESTANTE(WS-IX-SALDO) > ZEROS
                   MOVE WS-SLD-RESTANTE(WS-IX-SALDO)
                                              TO WS-QTDE-COBERTA
               ELSE
                   MOVE ZEROS                 TO WS-QTDE-COBERTA
               END-IF
               COMPUTE WS-QTDE-DESCOBERTA = PED-QTDE - WS-QTDE-COBERTA
           END-IF

           SUBTRACT WS-QTDE-COBERTA FROM WS-SLD-RESTANTE(WS-IX-SALDO)
           .

      *****************************************
      * A LINHA 'A' DEIXA DE SER RESERVA: A PARTE COBERTA VAI PARA
      * O FATURAMENTO E A DESCOBERTA VIRA ENCOMENDA, SEM RESERVA.
      * O REGISTRO DO PRODUTO AINDA ESTA NA FD, LIDO EM P220.
      *****************************************
       P230-LIBERA-RESERVA.
      *****************************************

           IF NOT PRODUTO-CONTROLADO
              OR PROD-QTDE-RESERVADA IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-RESERVADA > PED-QTDE
               SUBTRACT PED-QTDE            FROM PROD-QTDE-RESERVADA
           ELSE
               MOVE ZEROS                     TO PROD-QTDE-RESERVADA
           END-IF

           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO LIBERAR A RESERVA DO PRODUTO '
                       PED-PRODUTO ': ' WS-FS-PRODMAST
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
      * PASSO 2: DEVOLVE O TRABALHO PARA O PEDIDOS.
      *****************************************
       P300-DEVOLVE-PASSO-2.
      *****************************************

           IF WS-RETORNO > 4
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PEDIDOS-TRABALHO
           OPEN OUTPUT PEDIDOS-ARQ


           CLOSE FATURA-ITENS

           IF WS-FS-PRODMAST NOT = '35' AND WS-FS-PRODMAST NOT = '91'
               CLOSE PRODUTO-MASTER
           END-IF

           DISPLAY 'LINHAS DE PEDIDO LIDAS: ' WS-QT-LIDOS
           DISPLAY 'LINHAS LIBERADAS.....: ' WS-QT-LIBERADOS
           DISPLAY 'VOLTARAM A ENCOMENDA.: ' WS-QT-ENCOMENDADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIBERADOS                TO RUNLOG-QT-PROCESSADOS

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-LIBERADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.

