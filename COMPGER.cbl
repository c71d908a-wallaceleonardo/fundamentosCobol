      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GERACAO NOTURNA DOS PEDIDOS DE COMPRA A PARTIR DOS
      *          CANDIDATOS A REPOSICAO: TODO PRODUTO COM CONTROLE DE
      *          ESTOQUE NO PONTO DE REPOSICAO OU ABAIXO (O MESMO
      *          CRITERIO DO RELATORIO PRODREORDRPT DE
      *          DEMONSTRA-PRODREORD) E' PEDIDO AO SEU FORNECEDOR
      *          PREFERIDO (PROD-FORNECEDOR, CADASTRO FORNMAST). A
      *          QUANTIDADE E' O QUE FALTA PARA O SALDO VOLTAR AO
      *          PONTO DE REPOSICAO, ARREDONDADA PARA CIMA ATE O
      *          MULTIPLO DE COMPRA DO PRODUTO (NO MINIMO UM
      *          MULTIPLO). OS ITENS SAO AGRUPADOS EM UM PEDIDO POR
      *          FORNECEDOR, NUMERADO EM SEQUENCIA APOS O MAIOR
      *          NUMERO JA GRAVADO NO PEDCOMPRA, COM ENTREGA PREVISTA
      *          NA DATA DE NEGOCIO + PRAZO DE ENTREGA DO FORNECEDOR.
      *          PRODUTO QUE JA TEM ITEM DE PEDIDO EM ABERTO (ABERTO
      *          OU RECEBIDO EM PARTE) NAO E' PEDIDO DE NOVO ATE O
      *          PEDIDO SER RECEBIDO OU CANCELADO. CADA PEDIDO SAI
      *          IMPRESSO NO PCDOC, UM DOCUMENTO POR PAGINA NO
      *          FORMATO DO DOCUMENTO DE FATURA (DEMONSTRA-FATPRINT),
      *          E O RELATORIO COMPGERRPT DIZ O DESTINO DE CADA
      *          CANDIDATO. CANDIDATO SEM FORNECEDOR VALIDO DA RC 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - ITEM NOVO NASCE COM A QUANTIDADE FATURADA
      *                    ZERADA, PARA O CONFRONTO DA NOTA DO
      *                    FORNECEDOR NO CONTAS A PAGAR
      *                    (DEMONSTRA-CPAGENT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COMPGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PEDIDO-COMPRA       ASSIGN TO 'PEDCOMPRA'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PC-CHAVE
                                       FILE STATUS WS-FS-PEDCOMPRA.

           SELECT PEDIDO-DOCUMENTO    ASSIGN TO 'PCDOC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DOCUMENTO.

           SELECT GERACAO-RPT         ASSIGN TO 'COMPGERRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD PEDIDO-COMPRA.
           COPY PEDCOMP.

       FD PEDIDO-DOCUMENTO.
       01 WS-REG-DOCUMENTO                        PIC X(100).

       FD GERACAO-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PEDCOMPRA                    PIC X(02) VALUE '00'.
       77 WS-FS-DOCUMENTO                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-PEDIDOS                  PIC X(01) VALUE 'N'.
           88 FIM-DOS-PEDIDOS                VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-CANDIDATOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-PEDIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-FORNECEDOR               PIC 9(06) VALUE ZEROS.
       77 WS-QT-PEDIDOS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-ITENS                        PIC 9(06) VALUE ZEROS.

      *    MAIOR NUMERO DE PEDIDO JA GRAVADO; O PROXIMO E' ELE + 1.
       77 WS-ULTIMO-PEDIDO                   PIC 9(08) VALUE ZEROS.

      *    PRODUTOS COM ITEM DE PEDIDO EM ABERTO NO PEDCOMPRA E O
      *    PEDIDO QUE OS BLOQUEIA.
       77 WS-QT-TAB-ABERTOS                  PIC 9(04) VALUE ZEROS.
       77 WS-IX-ABERTO                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ABERTOS.
           03 WS-TAB-ABT-ITEM          OCCURS 2000 TIMES.
               05 WS-ABT-PRODUTO              PIC X(08).
               05 WS-ABT-PEDIDO               PIC 9(08).
       77 WS-SW-ABERTO                       PIC X(01) VALUE 'N'.
           88 PRODUTO-JA-PEDIDO              VALUE 'S' FALSE 'N'.

      *    ITENS A PEDIR, MANTIDOS EM ORDEM DE FORNECEDOR + PRODUTO
      *    PARA SAIR UM PEDIDO POR FORNECEDOR.
       77 WS-QT-TAB-CAND                     PIC 9(04) VALUE ZEROS.
       77 WS-IX-CAND                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-POS                          PIC 9(04) VALUE ZEROS.
       77 WS-IX-INICIO                       PIC 9(04) VALUE ZEROS.
       77 WS-IX-FIM                          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CANDIDATOS.
           03 WS-TAB-CND-ITEM          OCCURS 1000 TIMES.
               05 WS-CND-FORNECEDOR           PIC X(06).
               05 WS-CND-PRODUTO              PIC X(08).
               05 WS-CND-DESCRICAO            PIC X(30).
               05 WS-CND-UNIDADE              PIC X(02).
               05 WS-CND-QTDE                 PIC S9(05)V99.
               05 WS-CND-PRECO                PIC S9(05)V99.

      *    CALCULO DA QUANTIDADE NO MULTIPLO DE COMPRA.
       77 WS-FALTA             PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-MULTIPLO          PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-MULTIPLOS      PIC S9(07)    COMP-3 VALUE ZEROS.
       77 WS-QTDE-PEDIDO       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.

      *    PEDIDO EM MONTAGEM.
       77 WS-PEDIDO-ATUAL                    PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-ATUAL                     PIC 9(03) VALUE ZEROS.
       77 WS-DATA-PREVISTA                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-ITEM        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-PEDIDO      PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    DATAS DO DOCUMENTO, DE AAAAMMDD PARA DD/MM/AAAA.
       01 WS-DATA-DOC.
           03 WS-DOC-ANO                     PIC 9(04).
           03 WS-DOC-MES                     PIC 9(02).
           03 WS-DOC-DIA                     PIC 9(02).
       01 WS-DATA-DOC-NUM REDEFINES WS-DATA-DOC
                                             PIC 9(08).
       01 WS-DATA-DOC-ED.
           03 WS-DOC-ED-DIA                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DOC-ED-MES                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DOC-ED-ANO                  PIC 9(04).
       77 WS-EMISSAO-ED                      PIC X(10) VALUE SPACES.
       77 WS-PREVISTA-ED                     PIC X(10) VALUE SPACES.

      *    CAMPOS EDITADOS DO DOCUMENTO E DO RELATORIO.
       77 WS-ESTOQUE-ED                      PIC -(05)9.99.
       77 WS-PONTO-ED                        PIC -(05)9.99.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-TOTAL-ITEM-ED                   PIC -(09)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.

           COPY DTNEGWS.

           COPY RPTHDR.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P050-CARREGA-ABERTOS
               PERFORM P100-LE-PRODUTO
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
               PERFORM P500-GERA-PEDIDOS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COMPGER'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN INPUT  PRODUTO-MASTER
           OPEN INPUT  FORNECEDOR-MASTER
           OPEN OUTPUT PEDIDO-DOCUMENTO
           OPEN OUTPUT GERACAO-RPT

      *    STATUS 35 = PRIMEIRA NOITE DA COMPRA: CRIA O CADASTRO DE
      *    PEDIDOS VAZIO E REABRE EM I-O.
           OPEN I-O PEDIDO-COMPRA
           IF WS-FS-PEDCOMPRA = '35'
               OPEN OUTPUT PEDIDO-COMPRA
               CLOSE PEDIDO-COMPRA
               OPEN I-O PEDIDO-COMPRA
           END-IF

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA: ' WS-FS-PEDCOMPRA
               MOVE 8                         TO WS-RETORNO
           END-IF

      *    SEM O CADASTRO DE FORNECEDORES NENHUM CANDIDATO TEM A
      *    QUEM SER PEDIDO: A NOITE SO' RELATA.
           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'AVISO: FORNMAST INDISPONIVEL - NENHUM PEDIDO '
                       'SERA GERADO: ' WS-FS-FORNMAST
           END-IF

           MOVE 'GERACAO DE PEDIDOS DE COMPRA' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * VARRE O PEDCOMPRA: GUARDA O MAIOR NUMERO DE PEDIDO E OS
      * PRODUTOS COM ITEM AINDA EM ABERTO (ABERTO OU RECEBIDO EM
      * PARTE) - ESTES NAO SAO PEDIDOS DE NOVO.
      *****************************************
       P050-CARREGA-ABERTOS.
      *****************************************

           SET FIM-DOS-PEDIDOS                TO FALSE

           PERFORM P060-UM-REGISTRO UNTIL FIM-DOS-PEDIDOS
           .

      *****************************************
       P060-UM-REGISTRO.
      *****************************************

           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET FIM-DOS-PEDIDOS        TO TRUE
           END-READ

           IF FIM-DOS-PEDIDOS
               EXIT PARAGRAPH
           END-IF

           IF PC-NUMERO > WS-ULTIMO-PEDIDO
               MOVE PC-NUMERO                 TO WS-ULTIMO-PEDIDO
           END-IF

           IF NOT PC-CABECALHO AND PC-EM-ABERTO
               IF WS-QT-TAB-ABERTOS < 2000
                   ADD 1                      TO WS-QT-TAB-ABERTOS
                   MOVE PC-PRODUTO
                       TO WS-ABT-PRODUTO(WS-QT-TAB-ABERTOS)
                   MOVE PC-NUMERO
                       TO WS-ABT-PEDIDO(WS-QT-TAB-ABERTOS)
               ELSE
                   DISPLAY 'TABELA DE ITENS EM ABERTO CHEIA (2000) - '
                           'PEDIDO ' PC-NUMERO ' PRODUTO ' PC-PRODUTO
                           ' NAO CONSIDERADO'
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P100-LE-PRODUTO.
      *****************************************

           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * SO' PRODUTO COM CONTROLE DE ESTOQUE E SALDO NO PONTO DE
      * REPOSICAO OU ABAIXO E' CANDIDATO - O MESMO CRITERIO DO
      * RELATORIO DE REPOSICAO. O CANDIDATO VAI PARA A TABELA DE
      * ITENS A PEDIR OU SAI NO RELATORIO COM O MOTIVO DE NAO SER
      * PEDIDO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF PROD-QTDE-ESTOQUE IS NUMERIC
              AND PROD-PONTO-REPOSICAO IS NUMERIC
              AND PROD-QTDE-ESTOQUE NOT > PROD-PONTO-REPOSICAO
               ADD 1                          TO WS-QT-CANDIDATOS
               PERFORM P300-AVALIA-CANDIDATO
           END-IF

           PERFORM P100-LE-PRODUTO
           .

      *****************************************
       P300-AVALIA-CANDIDATO.
      *****************************************

           PERFORM P310-PROCURA-ABERTO
           IF PRODUTO-JA-PEDIDO
               ADD 1                          TO WS-QT-JA-PEDIDOS
               MOVE SPACES                    TO WS-MOTIVO
               STRING 'JA PEDIDO - PEDIDO EM ABERTO '
                                              DELIMITED BY SIZE
                      WS-ABT-PEDIDO(WS-IX-ABERTO)
                                              DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               PERFORM P400-LINHA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           IF PROD-FORNECEDOR = SPACES OR LOW-VALUES
               MOVE 'SEM FORNECEDOR PREFERIDO' TO WS-MOTIVO
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
              AND WS-FS-FORNMAST NOT = '23'
               MOVE 'CADASTRO DE FORNECEDORES INDISPONIVEL'
                                              TO WS-MOTIVO
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           MOVE PROD-FORNECEDOR               TO FORN-CODIGO
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-FORNMAST NOT = '00'
               MOVE SPACES                    TO WS-MOTIVO
               STRING 'FORNECEDOR '           DELIMITED BY SIZE
                      PROD-FORNECEDOR         DELIMITED BY SIZE
                      ' FORA DO FORNMAST'     DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           IF FORN-INATIVO
               MOVE SPACES                    TO WS-MOTIVO
               STRING 'FORNECEDOR '           DELIMITED BY SIZE
                      PROD-FORNECEDOR         DELIMITED BY SIZE
                      ' INATIVO'              DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-CALCULA-QUANTIDADE
           IF WS-MOTIVO NOT = SPACES
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           PERFORM P330-INSERE-CANDIDATO
           .

      *****************************************
       P310-PROCURA-ABERTO.
      *****************************************

           SET PRODUTO-JA-PEDIDO              TO FALSE

           PERFORM VARYING WS-IX-ABERTO FROM 1 BY 1
                   UNTIL WS-IX-ABERTO > WS-QT-TAB-ABERTOS
               IF WS-ABT-PRODUTO(WS-IX-ABERTO) = PROD-CODIGO
                   SET PRODUTO-JA-PEDIDO      TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * QUANTIDADE A PEDIR: O QUE FALTA PARA O SALDO VOLTAR AO
      * PONTO DE REPOSICAO, ARREDONDADO PARA CIMA ATE O MULTIPLO DE
      * COMPRA, NO MINIMO UM MULTIPLO (SALDO JA NO PONTO). MULTIPLO
      * EM BRANCO OU ZERADO VALE 1.
      *****************************************
       P320-CALCULA-QUANTIDADE.
      *****************************************

           MOVE SPACES                        TO WS-MOTIVO

           IF PROD-MULTIPLO-COMPRA IS NUMERIC
              AND PROD-MULTIPLO-COMPRA > ZEROS
               MOVE PROD-MULTIPLO-COMPRA      TO WS-MULTIPLO
           ELSE
               MOVE 1                         TO WS-MULTIPLO
           END-IF

           COMPUTE WS-FALTA =
                   PROD-PONTO-REPOSICAO - PROD-QTDE-ESTOQUE

           IF WS-FALTA NOT > ZEROS
               MOVE 1                         TO WS-QT-MULTIPLOS
           ELSE
               DIVIDE WS-FALTA BY WS-MULTIPLO
                   GIVING WS-QT-MULTIPLOS
               IF WS-QT-MULTIPLOS * WS-MULTIPLO < WS-FALTA
                   ADD 1                      TO WS-QT-MULTIPLOS
               END-IF
           END-IF

           COMPUTE WS-QTDE-PEDIDO = WS-QT-MULTIPLOS * WS-MULTIPLO

           IF WS-QTDE-PEDIDO > 99999.99
               MOVE 'QUANTIDADE ACIMA DO LIMITE DA LINHA'
                                              TO WS-MOTIVO
           END-IF
           .

      *****************************************
      * INSERE O ITEM NA TABELA NA POSICAO DE FORNECEDOR + PRODUTO
      * (O PRODMAST JA VEM EM ORDEM DE PRODUTO, ENTAO DENTRO DO
      * FORNECEDOR O ITEM NOVO VAI PARA O FIM DO GRUPO).
      *****************************************
       P330-INSERE-CANDIDATO.
      *****************************************

           IF WS-QT-TAB-CAND NOT < 1000
               MOVE 'TABELA DE ITENS A PEDIR CHEIA (1000)'
                                              TO WS-MOTIVO
               PERFORM P390-RECUSA-CANDIDATO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-POS FROM 1 BY 1
                   UNTIL WS-IX-POS > WS-QT-TAB-CAND
               IF WS-CND-FORNECEDOR(WS-IX-POS) > PROD-FORNECEDOR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IX-CAND FROM WS-QT-TAB-CAND BY -1
                   UNTIL WS-IX-CAND < WS-IX-POS
               MOVE WS-TAB-CND-ITEM(WS-IX-CAND)
                   TO WS-TAB-CND-ITEM(WS-IX-CAND + 1)
           END-PERFORM

           ADD 1                              TO WS-QT-TAB-CAND
           MOVE PROD-FORNECEDOR    TO WS-CND-FORNECEDOR(WS-IX-POS)
           MOVE PROD-CODIGO        TO WS-CND-PRODUTO(WS-IX-POS)
           MOVE PROD-DESCRICAO     TO WS-CND-DESCRICAO(WS-IX-POS)
           MOVE PROD-UNIDADE       TO WS-CND-UNIDADE(WS-IX-POS)
           MOVE WS-QTDE-PEDIDO     TO WS-CND-QTDE(WS-IX-POS)
           IF PROD-CUSTO IS NUMERIC
               MOVE PROD-CUSTO     TO WS-CND-PRECO(WS-IX-POS)
           ELSE
               MOVE ZEROS          TO WS-CND-PRECO(WS-IX-POS)
           END-IF
           .

      *****************************************
      * CANDIDATO QUE NAO PODE SER PEDIDO POR FALTA DE CADASTRO:
      * SAI NO RELATORIO E A NOITE TERMINA COM RC 4 - A COMPRA
      * PRECISA COMPLETAR O CADASTRO OU PEDIR A MAO.
      *****************************************
       P390-RECUSA-CANDIDATO.
      *****************************************

           ADD 1                              TO WS-QT-SEM-FORNECEDOR
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF
           PERFORM P400-LINHA-CANDIDATO
           .

      *****************************************
       P400-LINHA-CANDIDATO.
      *****************************************

           MOVE PROD-QTDE-ESTOQUE             TO WS-ESTOQUE-ED
           MOVE PROD-PONTO-REPOSICAO          TO WS-PONTO-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO '    DELIMITED BY SIZE
                  PROD-CODIGO   DELIMITED BY SIZE
                  ' SALDO '     DELIMITED BY SIZE
                  WS-ESTOQUE-ED DELIMITED BY SIZE
                  ' PONTO '     DELIMITED BY SIZE
                  WS-PONTO-ED   DELIMITED BY SIZE
                  ' NAO PEDIDO: ' DELIMITED BY SIZE
                  WS-MOTIVO     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * UM PEDIDO POR FORNECEDOR: A TABELA JA ESTA EM ORDEM DE
      * FORNECEDOR, ENTAO CADA GRUPO CONSECUTIVO VIRA UM PEDIDO.
      *****************************************
       P500-GERA-PEDIDOS.
      *****************************************

           MOVE 1                             TO WS-IX-INICIO

           PERFORM P510-UM-PEDIDO
               UNTIL WS-IX-INICIO > WS-QT-TAB-CAND
           .

      *****************************************
      * DELIMITA O GRUPO DO FORNECEDOR, SOMA O VALOR, GRAVA O
      * CABECALHO (LINHA 000) E OS ITENS NO PEDCOMPRA E IMPRIME O
      * DOCUMENTO DO PEDIDO.
      *****************************************
       P510-UM-PEDIDO.
      *****************************************

           MOVE ZEROS                         TO WS-TOTAL-PEDIDO
           MOVE WS-IX-INICIO                  TO WS-IX-FIM

           PERFORM VARYING WS-IX-CAND FROM WS-IX-INICIO BY 1
                   UNTIL WS-IX-CAND > WS-QT-TAB-CAND
                      OR WS-CND-FORNECEDOR(WS-IX-CAND)
                         NOT = WS-CND-FORNECEDOR(WS-IX-INICIO)
               MOVE WS-IX-CAND                TO WS-IX-FIM
               COMPUTE WS-TOTAL-ITEM ROUNDED =
                       WS-CND-QTDE(WS-IX-CAND)
                     * WS-CND-PRECO(WS-IX-CAND)
               ADD WS-TOTAL-ITEM              TO WS-TOTAL-PEDIDO
           END-PERFORM

           MOVE WS-CND-FORNECEDOR(WS-IX-INICIO) TO FORN-CODIGO
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           ADD 1                              TO WS-ULTIMO-PEDIDO
           MOVE WS-ULTIMO-PEDIDO              TO WS-PEDIDO-ATUAL

           COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                 + FORN-PRAZO-ENTREGA
           COMPUTE WS-DATA-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT)

           MOVE SPACES                        TO WS-REG-PEDCOMPRA
           MOVE WS-PEDIDO-ATUAL               TO PC-NUMERO
           MOVE ZEROS                         TO PC-LINHA
           SET PC-ABERTO                      TO TRUE
           MOVE FORN-CODIGO                   TO PC-FORNECEDOR
           MOVE WS-DATA-NEGOCIO               TO PC-DATA-EMISSAO
           MOVE WS-DATA-PREVISTA              TO PC-DATA-PREVISTA
           COMPUTE PC-QT-LINHAS = WS-IX-FIM - WS-IX-INICIO + 1
           MOVE WS-TOTAL-PEDIDO               TO PC-VALOR-TOTAL

           WRITE WS-REG-PEDCOMPRA
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O PEDIDO ' WS-PEDIDO-ATUAL
                       ': ' WS-FS-PEDCOMPRA
               MOVE 8                         TO WS-RETORNO
               COMPUTE WS-IX-INICIO = WS-QT-TAB-CAND + 1
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PEDIDOS

           PERFORM P600-CABECALHO-DOCUMENTO

           MOVE ZEROS                         TO WS-LINHA-ATUAL
           PERFORM P520-GRAVA-ITEM
               VARYING WS-IX-CAND FROM WS-IX-INICIO BY 1
               UNTIL WS-IX-CAND > WS-IX-FIM

           PERFORM P700-BLOCO-TOTAIS

           COMPUTE WS-IX-INICIO = WS-IX-FIM + 1
           .

      *****************************************
       P520-GRAVA-ITEM.
      *****************************************

           ADD 1                              TO WS-LINHA-ATUAL

           MOVE SPACES                        TO WS-REG-PEDCOMPRA
           MOVE WS-PEDIDO-ATUAL               TO PC-NUMERO
           MOVE WS-LINHA-ATUAL                TO PC-LINHA
           SET PC-ABERTO                      TO TRUE
           MOVE WS-CND-PRODUTO(WS-IX-CAND)    TO PC-PRODUTO
           MOVE WS-CND-QTDE(WS-IX-CAND)       TO PC-QTDE-PEDIDA
           MOVE WS-CND-PRECO(WS-IX-CAND)      TO PC-PRECO
           MOVE ZEROS                         TO PC-QTDE-RECEBIDA
           MOVE ZEROS                         TO PC-DATA-ULT-RECEB
           MOVE ZEROS                         TO PC-QTDE-FATURADA

           WRITE WS-REG-PEDCOMPRA
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O ITEM ' WS-LINHA-ATUAL
                       ' DO PEDIDO ' WS-PEDIDO-ATUAL ': '
                       WS-FS-PEDCOMPRA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ITENS

           PERFORM P650-LINHA-DO-ITEM

           MOVE WS-CND-QTDE(WS-IX-CAND)       TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PRODUTO '    DELIMITED BY SIZE
                  WS-CND-PRODUTO(WS-IX-CAND) DELIMITED BY SIZE
                  ' PEDIDO '    DELIMITED BY SIZE
                  WS-PEDIDO-ATUAL DELIMITED BY SIZE
                  ' LINHA '     DELIMITED BY SIZE
                  WS-LINHA-ATUAL DELIMITED BY SIZE
                  ' FORNECEDOR ' DELIMITED BY SIZE
                  WS-CND-FORNECEDOR(WS-IX-CAND) DELIMITED BY SIZE
                  ' QTDE '      DELIMITED BY SIZE
                  WS-QTDE-ED    DELIMITED BY SIZE
                  ' ENTREGA PREVISTA ' DELIMITED BY SIZE
                  WS-DATA-PREVISTA DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * QUEBRA DE PAGINA (FORM FEED) + CABECALHO COMPARTILHADO, UM
      * POR DOCUMENTO - O NUMERO DA PAGINA E' O NUMERO DO DOCUMENTO
      * NA NOITE, COMO NO DOCUMENTO DE FATURA. SEGUEM OS DADOS DO
      * PEDIDO E DO FORNECEDOR.
      *****************************************
       P600-CABECALHO-DOCUMENTO.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO WS-DATA-DOC-NUM
           PERFORM P690-EDITA-DATA
           MOVE WS-DATA-DOC-ED                TO WS-EMISSAO-ED
           MOVE WS-DATA-PREVISTA              TO WS-DATA-DOC-NUM
           PERFORM P690-EDITA-DATA
           MOVE WS-DATA-DOC-ED                TO WS-PREVISTA-ED

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           MOVE X'0C'                         TO WS-REG-DOCUMENTO(1:1)
           WRITE WS-REG-DOCUMENTO

           MOVE 'PEDIDO DE COMPRA'             TO RPTHDR-TITULO
           MOVE WS-QT-PEDIDOS                 TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           MOVE RPTHDR-LINHA                  TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'PEDIDO DE COMPRA: ' DELIMITED BY SIZE
                  WS-PEDIDO-ATUAL DELIMITED BY SIZE
                  '   EMISSAO: '  DELIMITED BY SIZE
                  WS-EMISSAO-ED   DELIMITED BY SIZE
                  '   ENTREGA PREVISTA: ' DELIMITED BY SIZE
                  WS-PREVISTA-ED  DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'FORNECEDOR: ' DELIMITED BY SIZE
                  FORN-CODIGO   DELIMITED BY SIZE
                  ' - '         DELIMITED BY SIZE
                  FORN-NOME     DELIMITED BY '  '
                  '   CNPJ: '   DELIMITED BY SIZE
                  FORN-CNPJ     DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'CONTATO: '   DELIMITED BY SIZE
                  FORN-CONTATO  DELIMITED BY '  '
                  '   TELEFONE: ' DELIMITED BY SIZE
                  FORN-TELEFONE DELIMITED BY '  '
                  '   E-MAIL: ' DELIMITED BY SIZE
                  FORN-EMAIL    DELIMITED BY SPACE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
      * LINHA DO ITEM NO DOCUMENTO: NUMERO DA LINHA, PRODUTO,
      * DESCRICAO, QUANTIDADE X PRECO UNITARIO = TOTAL DO ITEM.
      *****************************************
       P650-LINHA-DO-ITEM.
      *****************************************

           COMPUTE WS-TOTAL-ITEM ROUNDED =
                   WS-CND-QTDE(WS-IX-CAND) * WS-CND-PRECO(WS-IX-CAND)

           MOVE WS-CND-QTDE(WS-IX-CAND)       TO WS-QTDE-ED
           MOVE WS-CND-PRECO(WS-IX-CAND)      TO WS-PRECO-ED
           MOVE WS-TOTAL-ITEM                 TO WS-TOTAL-ITEM-ED

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  '          DELIMITED BY SIZE
                  WS-LINHA-ATUAL DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-CND-PRODUTO(WS-IX-CAND) DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-CND-DESCRICAO(WS-IX-CAND) DELIMITED BY '  '
                  '  QTDE '     DELIMITED BY SIZE
                  WS-QTDE-ED    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-CND-UNIDADE(WS-IX-CAND) DELIMITED BY SIZE
                  ' X '         DELIMITED BY SIZE
                  WS-PRECO-ED   DELIMITED BY SIZE
                  ' = '         DELIMITED BY SIZE
                  WS-TOTAL-ITEM-ED DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
       P690-EDITA-DATA.
      *****************************************

           MOVE WS-DOC-DIA                    TO WS-DOC-ED-DIA
           MOVE WS-DOC-MES                    TO WS-DOC-ED-MES
           MOVE WS-DOC-ANO                    TO WS-DOC-ED-ANO
           .

      *****************************************
       P700-BLOCO-TOTAIS.
      *****************************************

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO

           MOVE WS-TOTAL-PEDIDO               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  TOTAL DO PEDIDO...: ' DELIMITED BY SIZE
                  WS-VALOR-ED   DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  ENTREGAR ATE......: ' DELIMITED BY SIZE
                  WS-PREVISTA-ED DELIMITED BY SIZE
                  '   MENCIONAR O NUMERO DO PEDIDO NA NOTA FISCAL'
                                 DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'CANDIDATOS: '          DELIMITED BY SIZE
                      WS-QT-CANDIDATOS        DELIMITED BY SIZE
                      '  JA PEDIDOS: '        DELIMITED BY SIZE
                      WS-QT-JA-PEDIDOS        DELIMITED BY SIZE
                      '  SEM FORNECEDOR VALIDO: '
                                              DELIMITED BY SIZE
                      WS-QT-SEM-FORNECEDOR    DELIMITED BY SIZE
                      '  PEDIDOS GERADOS: '   DELIMITED BY SIZE
                      WS-QT-PEDIDOS           DELIMITED BY SIZE
                      '  ITENS: '             DELIMITED BY SIZE
                      WS-QT-ITENS             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               CLOSE GERACAO-RPT
           END-IF

           IF WS-FS-DOCUMENTO = '00'
               CLOSE PEDIDO-DOCUMENTO
           END-IF

           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '10'
               CLOSE PRODUTO-MASTER
           END-IF

           IF WS-FS-FORNMAST = '00' OR WS-FS-FORNMAST = '23'
               CLOSE FORNECEDOR-MASTER
           END-IF

           IF WS-FS-PEDCOMPRA NOT = '35' AND WS-FS-PEDCOMPRA NOT = '91'
               CLOSE PEDIDO-COMPRA
           END-IF

           DISPLAY 'PRODUTOS LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'CANDIDATOS A COMPRA..: ' WS-QT-CANDIDATOS
           DISPLAY 'JA COM PEDIDO ABERTO.: ' WS-QT-JA-PEDIDOS
           DISPLAY 'SEM FORNECEDOR VALIDO: ' WS-QT-SEM-FORNECEDOR
           DISPLAY 'PEDIDOS GERADOS......: ' WS-QT-PEDIDOS
           DISPLAY 'ITENS DE PEDIDO......: ' WS-QT-ITENS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-PEDIDOS                  TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-PEDIDOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY RPTHDPR.

       END PROGRAM DEMONSTRA-COMPGER.
