      *                    SUSPENDE A FATURA INTEIRA COM FAT-LIMITE
      *                    E ALERTA O OPERADOR (OPERALERT); LIMITE
      *                    ZERADO OU EM BRANCO = SEM LIMITE
      *   15/10/2026 WT - CONFERIR TAMBEM O LIMITE DO GRUPO ECONOMICO
      *                    DO CLIENTE (WS-CLIENTE-GRUPO DO CLIMAST,
      *                    LIMITE NA TABELA GRPLIM): TOTAL DA FATURA
      *                    + SALDO EM ABERTO DE TODOS OS MEMBROS DO
      *                    GRUPO ACIMA DO LIMITE DO GRUPO SUSPENDE A
      *                    FATURA COM FAT-LIMGRP, MESMO COM O LIMITE
      *                    INDIVIDUAL FOLGADO (COPY/GRUPOPR.CPY)
      *   15/10/2026 WT - IMPOSTO MUNICIPAL PELA CIDADE DE ENTREGA DO
      *                    CLIENTE (CLIEND TIPO 'E',
      *                    COPY/ENDERPR.CPY), ONDE O SERVICO
      *                    ACONTECE; SEM ENDERECO DE ENTREGA, PELA
      *                    CIDADE DO CLIENTE-MASTER
      *   15/10/2026 WT - CARIMBAR A UF E A CIDADE DA TRIBUTACAO
      *                    (FT-UF / FT-CIDADE) NO FATTOTAIS E NO
      *                    HISTORICO FATTOTHIST, QUE CRESCE PARA 120
      *                    POSICOES - BASE DA APURACAO MENSAL DOS
      *                    IMPOSTOS POR UF E POR CIDADE
      *   15/10/2026 WT - ANOTAR NO KARDEX ESTMOV (COPY/ESTMOVPR.CPY)
      *                    CADA BAIXA DE ESTOQUE DO ITEM E CADA
      *                    DEVOLUCAO DA BAIXA NA SUSPENSAO DA FATURA,
      *                    COM O SALDO RESULTANTE E A FATURA DE ORIGEM
      *   15/10/2026 WT - ITEM DE PEDIDO CONVERTIDO DE COTACAO
      *                    (WS-IT-COTACAO) PASSA NA CONFERENCIA DE
      *                    PRECO PELO PRECO COTADO: O PRODUTO E O
      *                    PRECO DO ITEM PRECISAM ESTAR NUMA LINHA DA
      *                    COTACAO GANHA NO CADASTRO COTACOES, MESMO
      *                    QUE A VIGENCIA DO PRODPRECO TENHA MUDADO
      *   15/10/2026 WT - FATURA CUJO PRIMEIRO ITEM CHEGA SEM
      *                    REPRESENTANTE (LINHAS DIGITADAS OU CARREGADAS
      *                    DE FORA NO FATITENS) RECEBE O DO TERRITORIO
      *                    DO CLIENTE (TERRIT, COPY/TERRPR.CPY) NA
      *                    DATA DE NEGOCIO ANTES DE IR PARA O FATTOTAIS
      *   15/10/2026 WT - ITEM DE FATURA RECORRENTE COM PRECO ACORDADO
      *                    (WS-IT-CONTRATO) PASSA NA CONFERENCIA DE
      *                    PRECO SE O PRODUTO E O PRECO DO ITEM ESTAO
      *                    NUMA LINHA DO CONTRATO NO CONTRMAST - O
      *                    PRECO REAJUSTADO PELO INDICE NAO E' O DE
      *                    TABELA
      *   15/10/2026 WT - ITEM PRO-RATA (WS-IT-DIAS-COBERTOS DE
      *                    WS-IT-DIAS-CICLO, FATURA RECORRENTE QUE
      *                    COBRE SO' PARTE DO CICLO): O PRECO CONFERIDO
      *                    E' PROPORCIONALIZADO AOS DIAS, ARREDONDADO
      *                    NO CENTAVO, ANTES DA QUANTIDADE; A BASE SAI
      *                    NUMA LINHA DO ITEM NO FATRESULT
      *   15/10/2026 WT - ITEM DE CONSUMO MEDIDO (WS-IT-CONTRATO, PRECO
      *                    DE UMA FAIXA DE TARIFA) PASSA NA CONFERENCIA
      *                    DE PRECO SE O PRODUTO E O PRECO ESTAO NUMA
      *                    FAIXA DO CONTRATO NA TABELA TARIFAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FATURA INITIAL.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT LIMITES-GRUPO       ASSIGN TO 'GRPLIM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GRPLIM.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT TERRITORIOS         ASSIGN TO 'TERRIT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TERRIT.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTLOVR.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT COTACOES-ARQ        ASSIGN TO 'COTACOES'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY COT-CHAVE
                                       FILE STATUS WS-FS-COTACOES.

           SELECT CONTRATO-MASTER     ASSIGN TO 'CONTRMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTR-NUMERO
                                       FILE STATUS WS-FS-CONTRATO.

           SELECT TABELA-TARIFAS      ASSIGN TO 'TARIFAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TARIFAS.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.
      *    WS-REG-FATTOT), ANEXADO NOITE A NOITE - AO CONTRARIO DO
      *    FATTOTAIS, NAO E' TRUNCADO A CADA EXECUCAO.
       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

      *    UMA LINHA POR UF E VIGENCIA: A TAXA PASSA A VALER NA DATA
      *    DE VIGENCIA E PERMANECE ATE UMA VIGENCIA MAIS NOVA. A
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD LIMITES-GRUPO.
           COPY GRPLIM.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD TERRITORIOS.
           COPY TERRIT.

       FD ERRLOG.
           COPY ERRLOG.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

       FD COTACOES-ARQ.
           COPY COTACAO.

       FD CONTRATO-MASTER.
           COPY CONTRMST.

       FD TABELA-TARIFAS.
           COPY TARIFA.

       WORKING-STORAGE SECTION.
       77 WS-FS-ITENS                    PIC X(02) VALUE '00'.
       77 WS-FS-RESULT                   PIC X(02) VALUE '00'.
       77 WS-FS-TOT-HIST                 PIC X(02) VALUE '00'.
       77 WS-FS-TAXAS                    PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                 PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                   PIC X(02) VALUE '00'.
       77 WS-QT-SUSP-PRODUTO             PIC 9(06) VALUE ZEROS.
       77 WS-QT-SUSP-PRECO               PIC 9(06) VALUE ZEROS.
       77 WS-FS-CLIMAST                  PIC X(02) VALUE '00'.
           88 PRECO-VIGENTE-ACHADO       VALUE 'S' FALSE 'N'.
       77 WS-PRECO-VIGENTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    PRECO COTADO: O ITEM DE PEDIDO CONVERTIDO DE COTACAO VALE
      *    PELO PRECO DA LINHA DA COTACAO GANHA (CADASTRO COTACOES).
       77 WS-FS-COTACOES                 PIC X(02) VALUE '00'.
       77 WS-SW-PRECO-COT                PIC X(01) VALUE 'N'.
           88 PRECO-COTADO-ACHADO        VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-COT                  PIC X(01) VALUE 'N'.
           88 FIM-DA-COTACAO             VALUE 'S' FALSE 'N'.

      *    PRECO ACORDADO: O ITEM DA FATURA RECORRENTE VALE PELO
      *    PRECO DA LINHA DO CONTRATO (CADASTRO CONTRMAST).
       77 WS-FS-CONTRATO                 PIC X(02) VALUE '00'.
       77 WS-SW-PRECO-CONTR              PIC X(01) VALUE 'N'.
           88 PRECO-CONTRATO-ACHADO      VALUE 'S' FALSE 'N'.
       77 WS-IX-CONTR                    PIC 9(01) VALUE ZEROS.

      *    PRECO DE FAIXA: O ITEM DE CONSUMO MEDIDO VALE PELO PRECO DE
      *    UMA FAIXA DO CONTRATO NA TABELA TARIFAS.
       77 WS-FS-TARIFAS                  PIC X(02) VALUE '00'.
       77 WS-QT-TAB-TARIFAS              PIC 9(03) VALUE ZEROS.
       77 WS-IX-TARIFA                   PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TARIFAS.
           03 WS-TAB-TARIFAS-ITEM  OCCURS 200 TIMES.
               05 WS-TRF-CONTRATO        PIC 9(06).
               05 WS-TRF-PRODUTO         PIC X(08).
               05 WS-TRF-PRECO           PIC 9(05)V99.

      *    BAIXA DE ESTOQUE DO ITEM APROVADO: SALDO RESULTANTE
      *    NEGATIVO SUSPENDE O ITEM COM FAT-ESTOQUE; PRODUTO COM OS
      *    CAMPOS DE ESTOQUE EM BRANCO NAO E' CONTROLADO.
       77 WS-LIMITE-CLIENTE    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ABERTO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ED                    PIC -(11)9.99.
      *    O MESMO PARA O GRUPO ECONOMICO DO CLIENTE: O CODIGO DE
      *    SUSPENSAO DIZ QUAL DOS DOIS LIMITES ESTOUROU.
       77 WS-QT-SUSP-LIMGRP              PIC 9(06) VALUE ZEROS.
       77 WS-SW-LIMITE-GRUPO             PIC X(01) VALUE 'N'.
           88 LIMITE-GRUPO-EXCEDIDO      VALUE 'S' FALSE 'N'.
       77 WS-COD-SUSP-LIMITE             PIC X(10) VALUE SPACES.
       77 WS-FS-ERRLOG                   PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                   PIC X(02) VALUE '00'.
       77 WS-EOF                         PIC X(01) VALUE 'N'.
       77 WS-QTDE             PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-PRECO            PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ITEM        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-PRORATA                  PIC X(01) VALUE 'N'.
           88 ITEM-PRO-RATA              VALUE 'S' FALSE 'N'.
       77 WS-SUBTOTAL-FATURA   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    TAXA DE IMPOSTO DA FATURA EM CURSO, CARREGADA POR
           COPY DIAUTIL.

           COPY DTNEGWS.
           COPY GRUPOWS.
           COPY ENDERWS.
           COPY TERRWS.

       LINKAGE SECTION.
           COPY JOBRES.
           PERFORM P032-CARREGA-TAXAS-CIDADE
           PERFORM P035-CARREGA-PRECOS
           PERFORM P038-CARREGA-DESCONTOS
           PERFORM P039-CARREGA-TARIFAS
           PERFORM P-CARREGA-TERRITORIOS

           OPEN INPUT  FATURA-ITENS
           OPEN OUTPUT FATURA-RESULT
      *    LIMITE DE CREDITO; INDISPONIVEIS, A VERIFICACAO E'
      *    SALTADA (COMO UM CLIENTE SEM LIMITE), COM AVISO.
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CLIENTE-ENDERECO
           OPEN INPUT PAGTO-PENDENTES

      *    SEM O CADASTRO DE COTACOES O ITEM COTADO E' CONFERIDO
      *    PELO PRECO VIGENTE, COMO QUALQUER OUTRO.
           OPEN INPUT COTACOES-ARQ

      *    IDEM PARA O CADASTRO DE CONTRATOS E O PRECO ACORDADO.
           OPEN INPUT CONTRATO-MASTER

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: CLIENTE-MASTER INDISPONIVEL: '
                       WS-FS-CLIMAST
                       WS-FS-PAGTOPEND
           END-IF

      *    LIMITES E MEMBROS DOS GRUPOS ECONOMICOS, UMA VEZ POR LOTE.
           PERFORM P-CARREGA-GRUPOS

      *    ERRLOG E' COMPARTILHADO COM OS DEMAIS PROGRAMAS DE CALCULO
      *    DO LOTE NOTURNO (MATEMATICA, JUROS) - ABRE EM EXTEND PARA
      *    NAO TRUNCAR AS OCORRENCIAS JA GRAVADAS POR ELES.
           .

      *********************************************************
      * CIDADE DE ENTREGA DO CLIENTE DA FATURA EM CURSO (CLIEND
      * TIPO 'E' - E' LA QUE O SERVICO ACONTECE), OU A CIDADE DO
      * CLIENTE-MASTER QUANDO NAO HA ENDERECO DE ENTREGA; CLIENTE
      * SEM CADASTRO OU MASTER INDISPONIVEL FICA SEM CIDADE (E
      * PORTANTO SEM IMPOSTO MUNICIPAL).
      *********************************************************
       P641-LE-CIDADE-CLIENTE.
      *********************************************************
           END-READ

           IF WS-FS-CLIMAST = '00'
               MOVE WS-CLIENTE-FATURA         TO WS-ENDR-CLIENTE
               MOVE 'E'                       TO WS-ENDR-TIPO
               PERFORM P-OBTEM-ENDERECO
               MOVE WS-ENDR-CIDADE            TO WS-CIDADE-FATURA
           END-IF
           .

           DISPLAY 'DESCONTOS CARREGADOS.: ' WS-QT-TAB-DESC
           .

      *********************************************************
      * AS FAIXAS DE TARIFA DOS CONTRATOS; AUSENTE, O ITEM DE
      * CONSUMO MEDIDO FORA DO PRECO VIGENTE SUSPENDE COM
      * FAT-PRECDIV.
      *********************************************************
       P039-CARREGA-TARIFAS.
      *********************************************************

           OPEN INPUT TABELA-TARIFAS

           IF WS-FS-TARIFAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-TARIFAS NOT = '00'
                      OR WS-QT-TAB-TARIFAS = 200
               READ TABELA-TARIFAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-TARIFAS = '00'
                  AND TAR-PRECO IS NUMERIC
                   ADD 1                      TO WS-QT-TAB-TARIFAS
                   MOVE TAR-CONTRATO
                       TO WS-TRF-CONTRATO(WS-QT-TAB-TARIFAS)
                   MOVE TAR-PRODUTO
                       TO WS-TRF-PRODUTO(WS-QT-TAB-TARIFAS)
                   MOVE TAR-PRECO
                       TO WS-TRF-PRECO(WS-QT-TAB-TARIFAS)
               END-IF
           END-PERFORM

           CLOSE TABELA-TARIFAS
           .

      *********************************************************
      * ESCOLHE A REGRA DE DESCONTO DO ITEM: A REGRA ESPECIFICA DO
      * CLIENTE PREVALECE SOBRE A GERAL (CLIENTE ZEROS); DENTRO DO
           END-PERFORM
           .

      *********************************************************
      * ITEM DE PEDIDO CONVERTIDO DE COTACAO: O PRECO DO ITEM VALE
      * SE UMA LINHA DA COTACAO GANHA TEM O MESMO PRODUTO E O MESMO
      * PRECO - O PRECO COTADO E' HONRADO MESMO DEPOIS DE UMA
      * VIGENCIA NOVA NO PRODPRECO.
      *********************************************************
       P235-CONFERE-PRECO-COTADO.
      *********************************************************

           SET PRECO-COTADO-ACHADO            TO FALSE

           IF WS-FS-COTACOES NOT = '00' AND WS-FS-COTACOES NOT = '10'
              AND WS-FS-COTACOES NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-COTACAO                 TO COT-NUMERO
           MOVE ZEROS                         TO COT-LINHA
           SET FIM-DA-COTACAO                 TO FALSE

           START COTACOES-ARQ KEY NOT < COT-CHAVE
               INVALID KEY
                   SET FIM-DA-COTACAO         TO TRUE
           END-START

           PERFORM UNTIL FIM-DA-COTACAO OR PRECO-COTADO-ACHADO
               READ COTACOES-ARQ NEXT RECORD
                   AT END
                       SET FIM-DA-COTACAO     TO TRUE
               END-READ
               IF NOT FIM-DA-COTACAO
                   IF COT-NUMERO NOT = WS-IT-COTACAO
                       SET FIM-DA-COTACAO     TO TRUE
                   ELSE
                       IF COT-GANHA
                          AND COT-PRODUTO = WS-IT-PRODUTO
                          AND COT-PRECO = WS-IT-PRECO
                           SET PRECO-COTADO-ACHADO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *********************************************************
      * ITEM DE FATURA RECORRENTE: O PRECO DO ITEM VALE SE UMA
      * LINHA DO CONTRATO TEM O MESMO PRODUTO E O MESMO PRECO
      * ACORDADO - O PRECO REAJUSTADO PELO INDICE E' HONRADO. O
      * ITEM DE CONSUMO MEDIDO VALE SE O PRECO E' O DE UMA FAIXA DA
      * TARIFA DO CONTRATO PARA O PRODUTO.
      *********************************************************
       P236-CONFERE-PRECO-CONTRATO.
      *********************************************************

           SET PRECO-CONTRATO-ACHADO          TO FALSE

           IF WS-FS-CONTRATO NOT = '00' AND WS-FS-CONTRATO NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-CONTRATO                TO CONTR-NUMERO

           READ CONTRATO-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM VARYING WS-IX-CONTR FROM 1 BY 1
                   UNTIL WS-IX-CONTR > 5
                      OR PRECO-CONTRATO-ACHADO
               IF CONTR-PRODUTO(WS-IX-CONTR) = WS-IT-PRODUTO
                  AND CONTR-PRECO-ACORDADO(WS-IX-CONTR) IS NUMERIC
                  AND CONTR-PRECO-ACORDADO(WS-IX-CONTR) = WS-IT-PRECO
                   SET PRECO-CONTRATO-ACHADO  TO TRUE
               END-IF
           END-PERFORM

      *    CONSUMO MEDIDO: O PRECO DE UMA FAIXA DA TARIFA DO CONTRATO.
           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
                      OR PRECO-CONTRATO-ACHADO
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = WS-IT-CONTRATO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA) = WS-IT-PRODUTO
                  AND WS-TRF-PRECO(WS-IX-TARIFA) = WS-IT-PRECO
                   SET PRECO-CONTRATO-ACHADO  TO TRUE
               END-IF
           END-PERFORM
           .

      *********************************************************
      * PROCURA A TAXA VIGENTE DA UF DA FATURA NA DATA DE NEGOCIO:
      * ENTRE AS VIGENCIAS DA UF QUE NAO PASSAM DA DATA, VALE A
      *        O PRECO DE CONFERENCIA E' O VIGENTE NA DATA DE
      *        NEGOCIO, NAO MAIS O PRECO UNICO DO CADASTRO.
               PERFORM P230-BUSCA-PRECO-VIGENTE
               IF WS-IT-PRECO NOT = WS-PRECO-VIGENTE
                  AND WS-IT-COTACAO IS NUMERIC
                  AND WS-IT-COTACAO > ZEROS
                   PERFORM P235-CONFERE-PRECO-COTADO
                   IF PRECO-COTADO-ACHADO
                       MOVE WS-IT-PRECO       TO WS-PRECO-VIGENTE
                   END-IF
               END-IF
               IF WS-IT-PRECO NOT = WS-PRECO-VIGENTE
                  AND WS-IT-CONTRATO IS NUMERIC
                  AND WS-IT-CONTRATO > ZEROS
                   PERFORM P236-CONFERE-PRECO-CONTRATO
                   IF PRECO-CONTRATO-ACHADO
                       MOVE WS-IT-PRECO       TO WS-PRECO-VIGENTE
                   END-IF
               END-IF
               IF WS-IT-PRECO NOT = WS-PRECO-VIGENTE
                   MOVE 'S'                   TO WS-SW-ERRO
                   MOVE 'FAT-PRECDIV'         TO WS-COD-ERRO
       P500-CALC.
      *********************************************************

      *    ITEM PRO-RATA: O PRECO UNITARIO COBRADO E' O PROPORCIONAL
      *    AOS DIAS COBERTOS DO CICLO - A MESMA CONTA DA NF-E E DO
      *    DOCUMENTO.
           SET ITEM-PRO-RATA                  TO FALSE
           IF WS-IT-DIAS-CICLO IS NUMERIC
              AND WS-IT-DIAS-COBERTOS IS NUMERIC
              AND WS-IT-DIAS-CICLO > ZEROS
              AND WS-IT-DIAS-COBERTOS < WS-IT-DIAS-CICLO
               SET ITEM-PRO-RATA              TO TRUE
               COMPUTE WS-PRECO ROUNDED =
                       WS-PRECO * WS-IT-DIAS-COBERTOS
                                / WS-IT-DIAS-CICLO
           END-IF

           MULTIPLY WS-QTDE           BY WS-PRECO GIVING WS-TOTAL-ITEM
                                       ROUNDED
                                       ON SIZE ERROR PERFORM P800-ERRO
      *    ANOTA A BAIXA PARA PODER DEVOLVE-LA SE A QUEBRA SUSPENDER
      *    A FATURA INTEIRA.
           IF WS-FS-PRODMAST = '00'
               COMPUTE MOV-QTDE = ZEROS - WS-IT-QTDE
               PERFORM P570-GRAVA-KARDEX
               IF WS-QT-TAB-BAIXAS < 200
                   ADD 1                      TO WS-QT-TAB-BAIXAS
                   MOVE PROD-CODIGO
                   DISPLAY 'ERRO AO DEVOLVER O ESTOQUE DO PRODUTO '
                           PROD-CODIGO ': ' WS-FS-PRODMAST
           END-REWRITE

           IF WS-FS-PRODMAST = '00'
               MOVE WS-BXA-QTDE(WS-IX-BAIXA)  TO MOV-QTDE
               PERFORM P570-GRAVA-KARDEX
           END-IF
           .

      *********************************************************
      * ANOTA NO KARDEX A MUDANCA DE SALDO QUE ACABOU DE SER
      * REGRAVADA NO PRODMAST (MOV-QTDE JA COM O SINAL DO EFEITO):
      * VENDA DA FATURA EM CURSO, COM O SALDO RESULTANTE.
      *********************************************************
       P570-GRAVA-KARDEX.
      *********************************************************

           MOVE PROD-CODIGO                   TO MOV-PRODUTO
           MOVE WS-DATA-NEGOCIO               TO MOV-DATA-NEGOCIO
           SET MOV-VENDA                      TO TRUE
           MOVE PROD-QTDE-ESTOQUE             TO MOV-SALDO
           MOVE 'FAT'                         TO MOV-DOC-TIPO
           MOVE WS-FATURA-ATUAL               TO MOV-DOC-NUMERO
           MOVE 'DEMONSTRA-FATURA'            TO MOV-PROGRAMA
           PERFORM P-GRAVA-ESTMOV
           .

      *********************************************************

           WRITE WS-REG-FATURA

           IF ITEM-PRO-RATA
               MOVE SPACES                    TO WS-REG-FATURA
               STRING 'ITEM '       DELIMITED BY SIZE
                      WS-IT-SEQ     DELIMITED BY SIZE
                      ' PRO-RATA '  DELIMITED BY SIZE
                      WS-IT-DIAS-COBERTOS DELIMITED BY SIZE
                      '/'           DELIMITED BY SIZE
                      WS-IT-DIAS-CICLO DELIMITED BY SIZE
                      ' DIAS DO CICLO' DELIMITED BY SIZE
                      INTO WS-REG-FATURA
               END-STRING
               WRITE WS-REG-FATURA
           END-IF

           ADD WS-TOTAL-ITEM                  TO WS-SUBTOTAL-FATURA
           ADD WS-DESCONTO-ITEM               TO WS-DESCONTO-FATURA


      *    TOTAL DA FATURA + SALDO EM ABERTO DO CLIENTE ACIMA DO
      *    LIMITE DE CREDITO: A FATURA NAO POSTA - VAI INTEIRA PARA
      *    O SUSPENSO COM FAT-LIMITE E O OPERADOR E' ALERTADO. COM O
      *    LIMITE INDIVIDUAL FOLGADO, O DO GRUPO ECONOMICO AINDA
      *    PODE BARRAR A FATURA (FAT-LIMGRP).
           PERFORM P645-VERIFICA-LIMITE

           IF LIMITE-EXCEDIDO
               ADD 1                           TO WS-QT-SUSP-LIMITE
               MOVE 'FAT-LIMITE'               TO WS-COD-SUSP-LIMITE
           ELSE
               PERFORM P648-VERIFICA-LIMITE-GRUPO
               IF LIMITE-GRUPO-EXCEDIDO
                   ADD 1                       TO WS-QT-SUSP-LIMGRP
                   MOVE 'FAT-LIMGRP'           TO WS-COD-SUSP-LIMITE
               END-IF
           END-IF

           IF LIMITE-EXCEDIDO OR LIMITE-GRUPO-EXCEDIDO
               MOVE WS-TOTAL-FATURA            TO WS-TOTAL-FATURA-ED
               MOVE SPACES                     TO WS-REG-FATSUSP
               STRING 'FATURA '     DELIMITED BY SIZE
                      WS-CLIENTE-FATURA DELIMITED BY SIZE
                      ' TOTAL '     DELIMITED BY SIZE
                      WS-TOTAL-FATURA-ED DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-COD-SUSP-LIMITE DELIMITED BY SIZE
                      INTO WS-REG-FATSUSP
               END-STRING
               WRITE WS-REG-FATSUSP
               MOVE SPACES                     TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-FATURA'         TO ALERTA-PROGRAMA
               MOVE 2                          TO ALERTA-SEVERIDADE
               IF LIMITE-EXCEDIDO
                   STRING 'FATURA ' DELIMITED BY SIZE
                          WS-FATURA-ATUAL DELIMITED BY SIZE
                          ' SUSPENSA: LIMITE DE CREDITO DO CLIENTE '
                                   DELIMITED BY SIZE
                          WS-CLIENTE-FATURA DELIMITED BY SIZE
                          INTO ALERTA-TEXTO
                   END-STRING
               ELSE
                   STRING 'FATURA ' DELIMITED BY SIZE
                          WS-FATURA-ATUAL DELIMITED BY SIZE
                          ' SUSPENSA: LIMITE DO GRUPO '
                                   DELIMITED BY SIZE
                          WS-GRP-CODIGO DELIMITED BY SIZE
                          ' CLIENTE '  DELIMITED BY SIZE
                          WS-CLIENTE-FATURA DELIMITED BY SIZE
                          INTO ALERTA-TEXTO
                   END-STRING
               END-IF
               PERFORM P-GRAVA-ALERTA

               PERFORM P560-DEVOLVE-ESTOQUE
           END-STRING
           WRITE WS-REG-FATURA

      *    SEM REPRESENTANTE NO ITEM, VALE O DO TERRITORIO.
           IF WS-REP-FATURA = SPACES
               PERFORM P646-REP-TERRITORIO
           END-IF

           MOVE WS-FATURA-ATUAL                TO FT-NUM-FATURA
           MOVE WS-CLIENTE-FATURA              TO FT-NUM-CLIENTE
           MOVE WS-SUBTOTAL-FATURA             TO FT-SUBTOTAL
           MOVE WS-VALOR-IMP-CID               TO FT-IMPOSTO-CID
           MOVE SPACE                          TO FT-SITUACAO
           MOVE WS-REP-FATURA                  TO FT-REP
           MOVE WS-UF-FATURA                   TO FT-UF
           MOVE WS-CIDADE-FATURA               TO FT-CIDADE
           MOVE ZEROS                          TO FT-DATA-CANC
           WRITE WS-REG-FATTOT

           MOVE SPACES                         TO WS-REG-FATTOTHIST
           MOVE ZEROS                          TO WS-QT-ITENS-FATURA
           .

      *********************************************************
      * REPRESENTANTE DO TERRITORIO DO CLIENTE DA FATURA EM CURSO
      * (CIDADE E UF DO CADASTRO) NA DATA DE NEGOCIO; CLIENTE SEM
      * CADASTRO OU MASTER INDISPONIVEL SEGUE SEM REPRESENTANTE.
      *********************************************************
       P646-REP-TERRITORIO.
      *********************************************************

           IF WS-FS-CLIMAST NOT = '00' AND WS-FS-CLIMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLIENTE-FATURA             TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLIENTE-FATURA             TO WS-TERR-CLIENTE
           MOVE WS-ESTADO(1:2)                TO WS-TERR-UF
           MOVE WS-CIDADE                     TO WS-TERR-CIDADE
           MOVE WS-DATA-NEGOCIO               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO
           MOVE WS-TERR-REP                   TO WS-REP-FATURA
           .

      *********************************************************
      * VERIFICA O LIMITE DE CREDITO DO CLIENTE DA FATURA EM CURSO:
      * LE O CADASTRO (LIMITE ZERADO, EM BRANCO OU CLIENTE SEM
           END-IF
           .

      *********************************************************
      * LIMITE DO GRUPO ECONOMICO DO CLIENTE DA FATURA EM CURSO:
      * TOTAL DA FATURA + SALDO EM ABERTO DE TODOS OS MEMBROS DO
      * GRUPO CONTRA O LIMITE DO GRPLIM. CLIENTE SEM GRUPO OU GRUPO
      * SEM LIMITE = SEM VERIFICACAO.
      *********************************************************
       P648-VERIFICA-LIMITE-GRUPO.
      *********************************************************

           SET LIMITE-GRUPO-EXCEDIDO          TO FALSE

           MOVE WS-CLIENTE-FATURA             TO WS-GRP-CLIENTE
           PERFORM P-EXPOSICAO-GRUPO

           IF NOT GRUPO-COM-LIMITE
               EXIT PARAGRAPH
           END-IF

           IF WS-TOTAL-FATURA + WS-GRP-SALDO > WS-GRP-LIMITE
               SET LIMITE-GRUPO-EXCEDIDO      TO TRUE
           END-IF
           .

      *********************************************************
      * FECHA O LOTE: ENCERRA A ULTIMA FATURA ABERTA E GRAVA O
      * TOTAL GERAL DO DIA NO ARQUIVO DE RESULTADOS.
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
               CLOSE PAGTO-PENDENTES
           END-IF

           IF WS-FS-COTACOES = '00' OR WS-FS-COTACOES = '10'
              OR WS-FS-COTACOES = '23'
               CLOSE COTACOES-ARQ
           END-IF

           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '23'
               CLOSE CONTRATO-MASTER
           END-IF

           DISPLAY 'ITENS LIDOS..........: ' WS-QT-LIDOS
           DISPLAY 'ITENS PROCESSADOS....: ' WS-QT-PROCESSADOS
           DISPLAY 'ITENS SUSPENSOS......: ' WS-QT-SUSPENSOS
           DISPLAY 'FATURAS VAZIAS.......: ' WS-QT-FATURAS-VAZIAS
           DISPLAY 'FATURAS SEM TAXA UF..: ' WS-QT-SUSP-TAXA
           DISPLAY 'FATURAS ACIMA LIMITE.: ' WS-QT-SUSP-LIMITE
           DISPLAY 'ACIMA LIMITE DO GRUPO: ' WS-QT-SUSP-LIMGRP
           DISPLAY 'ITENS SEM PRODUTO....: ' WS-QT-SUSP-PRODUTO
           DISPLAY 'ITENS PRECO DIVERGE..: ' WS-QT-SUSP-PRECO
           DISPLAY 'ITENS SEM ESTOQUE....: ' WS-QT-SUSP-ESTOQUE
              AND (WS-QT-SUSPENSOS > ZEROS
                OR WS-QT-SUSP-TAXA > ZEROS
                OR WS-QT-SUSP-LIMITE > ZEROS
                OR WS-QT-SUSP-LIMGRP > ZEROS
                OR WS-QT-SUSP-PRODUTO > ZEROS
                OR WS-QT-SUSP-PRECO > ZEROS
                OR DOW-FIM-DE-SEMANA)
           COPY RUNCTLPR.
           COPY DIAUTPR.
           COPY ALERTAPR.
           COPY ESTMOVPR.
           COPY GRUPOPR.
           COPY ENDERPR.
           COPY TERRPR.

       END PROGRAM DEMONSTRA-FATURA.
