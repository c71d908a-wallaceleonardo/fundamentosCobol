      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: EMISSAO DE COTACOES DE VENDA: O COMERCIAL COTAVA EM
      *          PLANILHA E, ACEITA A PROPOSTA, O PEDIDO ERA
      *          REDIGITADO NO DEMONSTRA-PEDENTRY, MUITAS VEZES COM
      *          PRECO DIFERENTE DO COTADO. AQUI A COTACAO E'
      *          MONTADA COM AS MESMAS REGRAS DA ENTRADA DE PEDIDOS E
      *          DO FATURAMENTO: CLIENTE CADASTRADO E ATIVO, PRODUTO
      *          NO PRODMAST, PRECO VIGENTE (PRODPRECO COM FALLBACK
      *          NO PROD-PRECO) E O DESCONTO DA TABELA DESCONTO (A
      *          REGRA DO CLIENTE PREVALECE SOBRE A GERAL; VALE A
      *          MAIOR FAIXA DE QUANTIDADE ATINGIDA). A COTACAO GANHA
      *          NUMERO (CONTROLE SEQUENCIAL COTSEQ), REPRESENTANTE
      *          (REPMAST) E VALIDADE (DATA DE NEGOCIO + SISPARAM
      *          VALIDADE-COTACAO DIAS, PADRAO 15), VAI PARA O
      *          CADASTRO COTACOES ABERTA ('A') E SAI IMPRESSA NO
      *          COTDOC PARA O CLIENTE. A CONVERSAO EM PEDIDO, PELO
      *          PRECO COTADO, E' FEITA NA ENTRADA DE PEDIDOS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - REPRESENTANTE DA COTACAO PELA TABELA DE
      *                    TERRITORIOS (TERRIT, COPY/TERRPR.CPY) EM
      *                    VEZ DE DIGITADO; A TROCA MANUAL SO' COM
      *                    SUPERVISOR DO OPERAUTH E ALERTA NO
      *                    OPERALERT (COPY/REPOVPR.CPY)
      *   15/10/2026 WT - O SUPERVISOR DA TROCA DE REPRESENTANTE SE
      *                    AUTENTICA COM A SENHA (COPY SENHAPR,
      *                    CREDENCIAIS NO OPERCRED), NAO SO COM O ID
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COTENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACOES-ARQ        ASSIGN TO 'COTACOES'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY COT-CHAVE
                                       FILE STATUS WS-FS-COTACOES.

           SELECT COTACAO-SEQUENCIA   ASSIGN TO 'COTSEQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SEQUENCIA.

           SELECT COTACAO-DOCUMENTO   ASSIGN TO 'COTDOC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DOCUMENTO.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
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
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT PRECO-VIGENCIAS     ASSIGN TO 'PRODPRECO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PRECOS.

           SELECT TABELA-DESCONTO     ASSIGN TO 'DESCONTO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCONTO.

           SELECT REP-MASTER          ASSIGN TO 'REPMAST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REPMAST.

           SELECT TERRITORIOS         ASSIGN TO 'TERRIT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TERRIT.

           SELECT OPER-AUTORIZACAO    ASSIGN TO 'OPERAUTH'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

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
       FD COTACOES-ARQ.
           COPY COTACAO.

      *    UMA LINHA: O ULTIMO NUMERO DE COTACAO ATRIBUIDO. AUSENTE
      *    COMECA DE 500000.
       FD COTACAO-SEQUENCIA.
       01 WS-REG-SEQUENCIA.
           03 SEQ-ULTIMA-COTACAO                 PIC 9(06).

       FD COTACAO-DOCUMENTO.
       01 WS-REG-DOCUMENTO                        PIC X(100).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD PRECO-VIGENCIAS.
       01 WS-REG-PRODPRECO.
           03 PRC-CODIGO                         PIC X(08).
           03 PRC-VIGENCIA                       PIC 9(08).
           03 PRC-PRECO                          PIC S9(05)V99.

      *    UMA LINHA POR REGRA DE DESCONTO, COMO NO FATURAMENTO:
      *    CLIENTE (ZEROS = VALE PARA TODOS), QUANTIDADE MINIMA DA
      *    FAIXA E PERCENTUAL.
       FD TABELA-DESCONTO.
       01 WS-REG-DESCONTO.
           03 DSC-NUM-CLIENTE                    PIC 9(06).
           03 DSC-QTDE-MIN                       PIC S9(05)V99.
           03 DSC-PERCENTUAL                     PIC 9V999.

       FD REP-MASTER.
       01 WS-REG-REPMAST.
           03 REP-CODIGO                         PIC X(04).
           03 REP-NOME                           PIC X(30).
           03 REP-PERCENTUAL                     PIC 9V999.

       FD TERRITORIOS.
           COPY TERRIT.

      *    UMA LINHA POR PERMISSAO: OPERADOR + PROGRAM-ID PERMITIDO
      *    (O PERFIL '*SUPER' MARCA O SUPERVISOR).
       FD OPER-AUTORIZACAO.
       01 WS-REG-OPERAUTH.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-COTACOES                     PIC X(02) VALUE '00'.
       77 WS-FS-SEQUENCIA                    PIC X(02) VALUE '00'.
       77 WS-FS-DOCUMENTO                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-PRECOS                       PIC X(02) VALUE '00'.
       77 WS-FS-DESCONTO                     PIC X(02) VALUE '00'.
       77 WS-FS-REPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-OPERAUTH                     PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-NUM-CLIENTE-COT                 PIC 9(06) VALUE ZEROS.
       77 WS-REP-COT                         PIC X(04) VALUE SPACES.
       77 WS-REP-NOME-COT                    PIC X(30) VALUE SPACES.
       77 WS-QT-COTACOES                     PIC 9(04) VALUE ZEROS.
       77 WS-ULTIMA-COTACAO                  PIC 9(06) VALUE 500000.
       77 WS-PRODUTO-INF                     PIC X(08) VALUE SPACES.
       77 WS-QTDE-INF          PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    VALIDADE DA COTACAO EM DIAS CORRIDOS A PARTIR DA DATA DE
      *    NEGOCIO (PARAMETRO VALIDADE-COTACAO).
       77 WS-DIAS-VALIDADE                   PIC 9(03) VALUE 15.
       77 WS-DATA-VALIDADE                   PIC 9(08) VALUE ZEROS.
       77 WS-DIA-INT                         PIC 9(08) VALUE ZEROS.

      *    LINHAS DA COTACAO EM CURSO, PARA O DOCUMENTO.
       77 WS-QT-LINHAS-COT                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-LINHA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-LINHAS.
           03 WS-TAB-LINHA-ITEM        OCCURS 20 TIMES.
               05 WS-LIN-PRODUTO              PIC X(08).
               05 WS-LIN-DESCRICAO            PIC X(30).
               05 WS-LIN-QTDE      PIC S9(05)V99 COMP-3.
               05 WS-LIN-PRECO     PIC S9(05)V99 COMP-3.
               05 WS-LIN-PCT                  PIC 9V999.
               05 WS-LIN-DESCONTO  PIC S9(07)V99 COMP-3.
               05 WS-LIN-TOTAL     PIC S9(07)V99 COMP-3.

       77 WS-BRUTO-LINHA       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-BRUTO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-DESCONTO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-COTACAO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    PRECO VIGENTE, COMO NO FATURAMENTO.
       77 WS-QT-TAB-PRECOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-PRECO                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PRECOS.
           03 WS-TAB-PRECOS-ITEM       OCCURS 300 TIMES.
               05 WS-PRC-CODIGO               PIC X(08).
               05 WS-PRC-VIGENCIA             PIC 9(08).
               05 WS-PRC-PRECO                PIC S9(05)V99.
       77 WS-MELHOR-VIG-PRECO                PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-VIGENTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    TABELA DE DESCONTOS, COMO NO FATURAMENTO.
       77 WS-QT-TAB-DESC                     PIC 9(03) VALUE ZEROS.
       77 WS-IX-DESC                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DESCONTOS.
           03 WS-TAB-DESC-ITEM         OCCURS 100 TIMES.
               05 WS-DSC-CLIENTE              PIC 9(06).
               05 WS-DSC-QTDE-MIN             PIC S9(05)V99.
               05 WS-DSC-PERCENTUAL           PIC 9V999.
       77 WS-MELHOR-FAIXA      PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-DESC-CLIENTE                 PIC X(01) VALUE 'N'.
           88 DESCONTO-DO-CLIENTE            VALUE 'S' FALSE 'N'.
       77 WS-PCT-DESCONTO                    PIC 9V999 VALUE ZEROS.

      *    CADASTRO DE REPRESENTANTES EM TABELA.
       77 WS-QT-TAB-REP                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-REP                          PIC 9(02) VALUE ZEROS.
       77 WS-SW-REP                          PIC X(01) VALUE 'N'.
           88 REP-ENCONTRADO                 VALUE 'S' FALSE 'N'.
       01 WS-TAB-REPS.
           03 WS-TAB-REP-ITEM          OCCURS 50 TIMES.
               05 WS-REP-CODIGO               PIC X(04).
               05 WS-REP-NOME                 PIC X(30).

      *    DATAS DO DOCUMENTO EM DD/MM/AAAA.
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
       77 WS-VALIDADE-ED                     PIC X(10) VALUE SPACES.

       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-PCT-ED                          PIC 9.999.
       77 WS-VALOR-ED                        PIC -(07)9.99.
       77 WS-TOTAL-ED                        PIC -(09)9.99.

           COPY DTNEGWS.
           COPY PARAMWS.
           COPY ENDERWS.
           COPY TERRWS.
           COPY RPTHDR.

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

           MOVE 'DEMONSTRA-COTENTRY'          TO WS-SEN-PROGRAMA

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COTENTRY'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'VALIDADE-COTACAO'            TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-DIAS-VALIDADE
           END-IF

           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                 + WS-DIAS-VALIDADE
           COMPUTE WS-DATA-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

           MOVE WS-DATA-NEGOCIO               TO WS-DATA-DOC-NUM
           PERFORM P810-EDITA-DATA
           MOVE WS-DATA-DOC-ED                TO WS-EMISSAO-ED
           MOVE WS-DATA-VALIDADE              TO WS-DATA-DOC-NUM
           PERFORM P810-EDITA-DATA
           MOVE WS-DATA-DOC-ED                TO WS-VALIDADE-ED

           PERFORM P030-LE-SEQUENCIA
           PERFORM P040-CARREGA-PRECOS
           PERFORM P050-CARREGA-DESCONTOS
           PERFORM P060-CARREGA-REPS
           PERFORM P-CARREGA-TERRITORIOS

           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CLIENTE-ENDERECO
           OPEN INPUT PRODUTO-MASTER

           OPEN I-O COTACOES-ARQ
           IF WS-FS-COTACOES = '35'
               OPEN OUTPUT COTACOES-ARQ
               CLOSE COTACOES-ARQ
               OPEN I-O COTACOES-ARQ
           END-IF

           OPEN EXTEND COTACAO-DOCUMENTO
           IF WS-FS-DOCUMENTO = '35'
               OPEN OUTPUT COTACAO-DOCUMENTO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'CLIENTE-MASTER INDISPONIVEL: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL: '
                       WS-FS-PRODMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-COTACOES NOT = '00'
               DISPLAY 'CADASTRO DE COTACOES INDISPONIVEL: '
                       WS-FS-COTACOES
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-DOCUMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O COTDOC: ' WS-FS-DOCUMENTO
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
       P030-LE-SEQUENCIA.
      *****************************************

           OPEN INPUT COTACAO-SEQUENCIA

           IF WS-FS-SEQUENCIA = '00'
               READ COTACAO-SEQUENCIA
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SEQUENCIA = '00'
                  AND SEQ-ULTIMA-COTACAO IS NUMERIC
                   MOVE SEQ-ULTIMA-COTACAO    TO WS-ULTIMA-COTACAO
               END-IF
               CLOSE COTACAO-SEQUENCIA
           END-IF
           .

      *****************************************
       P040-CARREGA-PRECOS.
      *****************************************

           OPEN INPUT PRECO-VIGENCIAS

           IF WS-FS-PRECOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-PRECOS NOT = '00'
                      OR WS-QT-TAB-PRECOS = 300
               READ PRECO-VIGENCIAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PRECOS = '00'
                   ADD 1                      TO WS-QT-TAB-PRECOS
                   MOVE PRC-CODIGO
                       TO WS-PRC-CODIGO(WS-QT-TAB-PRECOS)
                   MOVE PRC-VIGENCIA
                       TO WS-PRC-VIGENCIA(WS-QT-TAB-PRECOS)
                   MOVE PRC-PRECO
                       TO WS-PRC-PRECO(WS-QT-TAB-PRECOS)
               END-IF
           END-PERFORM

           CLOSE PRECO-VIGENCIAS
           .

      *****************************************
      * TABELA DE DESCONTOS AUSENTE NAO E' FATAL: A COTACAO SAI SEM
      * DESCONTO, COMO SAIRIA A FATURA.
      *****************************************
       P050-CARREGA-DESCONTOS.
      *****************************************

           OPEN INPUT TABELA-DESCONTO

           IF WS-FS-DESCONTO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-DESCONTO NOT = '00'
                      OR WS-QT-TAB-DESC = 100
               READ TABELA-DESCONTO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-DESCONTO = '00'
                   ADD 1                      TO WS-QT-TAB-DESC
                   MOVE DSC-NUM-CLIENTE
                       TO WS-DSC-CLIENTE(WS-QT-TAB-DESC)
                   MOVE DSC-QTDE-MIN
                       TO WS-DSC-QTDE-MIN(WS-QT-TAB-DESC)
                   MOVE DSC-PERCENTUAL
                       TO WS-DSC-PERCENTUAL(WS-QT-TAB-DESC)
               END-IF
           END-PERFORM

           CLOSE TABELA-DESCONTO
           .

      *****************************************
      * CADASTRO REPMAST AUSENTE: O DOCUMENTO SAI SEM O NOME DO
      * REPRESENTANTE.
      *****************************************
       P060-CARREGA-REPS.
      *****************************************

           OPEN INPUT REP-MASTER

           IF WS-FS-REPMAST NOT = '00'
               DISPLAY 'AVISO: CADASTRO REPMAST INDISPONIVEL: '
                       WS-FS-REPMAST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-REPMAST NOT = '00'
                      OR WS-QT-TAB-REP = 50
               READ REP-MASTER
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-REPMAST = '00'
                   ADD 1                      TO WS-QT-TAB-REP
                   MOVE REP-CODIGO
                       TO WS-REP-CODIGO(WS-QT-TAB-REP)
                   MOVE REP-NOME
                       TO WS-REP-NOME(WS-QT-TAB-REP)
               END-IF
           END-PERFORM

           CLOSE REP-MASTER
           .

      *****************************************
      * UMA COTACAO POR VOLTA: CLIENTE (ZEROS ENCERRA),
      * REPRESENTANTE, DEPOIS AS LINHAS ATE O PRODUTO EM BRANCO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'EMISSAO DE COTACOES - INFORME O CLIENTE (ZEROS '
                   'PARA ENCERRAR): '
           ACCEPT WS-NUM-CLIENTE-COT

           IF WS-NUM-CLIENTE-COT = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P300-CAPTA-COTACAO
           END-IF
           .

      *****************************************
       P300-CAPTA-COTACAO.
      *****************************************

           MOVE WS-NUM-CLIENTE-COT            TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-NUM-CLIENTE-COT
                           ' NAO CADASTRADO - COTACAO RECUSADA.'
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF CLIENTE-INATIVO
               DISPLAY 'CLIENTE ' WS-NUM-CLIENTE-COT
                       ' INATIVADO PELO OFFBOARDING - COTACAO '
                       'RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P310-CAPTA-REPRESENTANTE

           MOVE ZEROS                         TO WS-QT-LINHAS-COT
           MOVE ZEROS                         TO WS-TOTAL-BRUTO
           MOVE ZEROS                         TO WS-TOTAL-DESCONTO
           MOVE ZEROS                         TO WS-TOTAL-COTACAO

           ADD 1                              TO WS-ULTIMA-COTACAO

           MOVE HIGH-VALUES                   TO WS-PRODUTO-INF
           PERFORM P400-CAPTA-LINHA
               UNTIL WS-PRODUTO-INF = SPACES
                  OR WS-QT-LINHAS-COT = 20

           IF WS-QT-LINHAS-COT = 20
               DISPLAY 'COTACAO COMPLETOU 20 LINHAS - ENCERRADA.'
           END-IF

           IF WS-QT-LINHAS-COT > ZEROS
               ADD 1                          TO WS-QT-COTACOES
               PERFORM P600-IMPRIME-COTACAO
               MOVE WS-TOTAL-COTACAO          TO WS-TOTAL-ED
               DISPLAY 'COTACAO ' WS-ULTIMA-COTACAO
                       ' EMITIDA COM ' WS-QT-LINHAS-COT
                       ' LINHA(S), TOTAL ' WS-TOTAL-ED
                       ', VALIDA ATE ' WS-VALIDADE-ED
           ELSE
               DISPLAY 'COTACAO SEM LINHAS - NADA GRAVADO.'
               SUBTRACT 1                     FROM WS-ULTIMA-COTACAO
           END-IF
           .

      *****************************************
      * REPRESENTANTE DA COTACAO: O DO TERRITORIO DO CLIENTE (CIDADE
      * E UF DO CADASTRO) NA DATA DE NEGOCIO; A TROCA MANUAL FICA
      * COM O SUPERVISOR. O NOME, PARA O DOCUMENTO, VEM DO REPMAST.
      *****************************************
       P310-CAPTA-REPRESENTANTE.
      *****************************************

           MOVE WS-NUM-CLIENTE-COT            TO WS-TERR-CLIENTE
           MOVE WS-ESTADO(1:2)                TO WS-TERR-UF
           MOVE WS-CIDADE                     TO WS-TERR-CIDADE
           MOVE WS-DATA-NEGOCIO               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO

           PERFORM P-ESCOLHE-REPRESENTANTE
           MOVE WS-REP-ESCOLHIDO              TO WS-REP-COT

           MOVE SPACES                        TO WS-REP-NOME-COT
           IF WS-REP-COT = SPACES
               EXIT PARAGRAPH
           END-IF

           SET REP-ENCONTRADO                 TO FALSE
           PERFORM VARYING WS-IX-REP FROM 1 BY 1
                   UNTIL WS-IX-REP > WS-QT-TAB-REP
                      OR REP-ENCONTRADO
               IF WS-REP-CODIGO(WS-IX-REP) = WS-REP-COT
                   SET REP-ENCONTRADO         TO TRUE
                   MOVE WS-REP-NOME(WS-IX-REP) TO WS-REP-NOME-COT
               END-IF
           END-PERFORM
           .

      *****************************************
      * UMA LINHA DA COTACAO: PRODUTO (BRANCO ENCERRA A COTACAO) E
      * QUANTIDADE; O PRECO E O DESCONTO SAO OS DO FATURAMENTO NA
      * DATA DE NEGOCIO.
      *****************************************
       P400-CAPTA-LINHA.
      *****************************************

           DISPLAY 'PRODUTO (BRANCO ENCERRA A COTACAO): '
           MOVE SPACES                        TO WS-PRODUTO-INF
           ACCEPT WS-PRODUTO-INF

           IF WS-PRODUTO-INF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRODUTO-INF                TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ' WS-PRODUTO-INF
                           ' NAO CADASTRADO - LINHA RECUSADA.'
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'QUANTIDADE: '
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF NOT > ZEROS
               DISPLAY 'QUANTIDADE INVALIDA - LINHA RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P450-BUSCA-PRECO-VIGENTE
           PERFORM P460-BUSCA-DESCONTO

           ADD 1                              TO WS-QT-LINHAS-COT
           MOVE WS-QT-LINHAS-COT              TO WS-IX-LINHA

           COMPUTE WS-BRUTO-LINHA ROUNDED =
                   WS-QTDE-INF * WS-PRECO-VIGENTE
           MOVE WS-PRODUTO-INF        TO WS-LIN-PRODUTO(WS-IX-LINHA)
           MOVE PROD-DESCRICAO        TO WS-LIN-DESCRICAO(WS-IX-LINHA)
           MOVE WS-QTDE-INF           TO WS-LIN-QTDE(WS-IX-LINHA)
           MOVE WS-PRECO-VIGENTE      TO WS-LIN-PRECO(WS-IX-LINHA)
           MOVE WS-PCT-DESCONTO       TO WS-LIN-PCT(WS-IX-LINHA)
           COMPUTE WS-LIN-DESCONTO(WS-IX-LINHA) ROUNDED =
                   WS-BRUTO-LINHA * WS-PCT-DESCONTO
           COMPUTE WS-LIN-TOTAL(WS-IX-LINHA) =
                   WS-BRUTO-LINHA - WS-LIN-DESCONTO(WS-IX-LINHA)

           MOVE SPACES                        TO WS-REG-COTACAO
           MOVE WS-ULTIMA-COTACAO             TO COT-NUMERO
           MOVE WS-QT-LINHAS-COT              TO COT-LINHA
           MOVE WS-NUM-CLIENTE-COT            TO COT-NUM-CLIENTE
           MOVE WS-REP-COT                    TO COT-REP
           MOVE WS-DATA-NEGOCIO               TO COT-DATA-EMISSAO
           MOVE WS-DATA-VALIDADE              TO COT-DATA-VALIDADE
           MOVE WS-PRODUTO-INF                TO COT-PRODUTO
           MOVE WS-QTDE-INF                   TO COT-QTDE
           MOVE WS-PRECO-VIGENTE              TO COT-PRECO
           MOVE WS-PCT-DESCONTO               TO COT-PCT-DESCONTO
           SET COT-ABERTA                     TO TRUE
           MOVE WS-DATA-NEGOCIO               TO COT-DATA-SITUACAO
           MOVE ZEROS                         TO COT-PEDIDO

           WRITE WS-REG-COTACAO
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-COTACOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A COTACAO ' WS-ULTIMA-COTACAO
                       ' (' WS-FS-COTACOES ') - LINHA RECUSADA.'
               SUBTRACT 1                     FROM WS-QT-LINHAS-COT
               EXIT PARAGRAPH
           END-IF

           ADD WS-BRUTO-LINHA                 TO WS-TOTAL-BRUTO
           ADD WS-LIN-DESCONTO(WS-IX-LINHA)   TO WS-TOTAL-DESCONTO
           ADD WS-LIN-TOTAL(WS-IX-LINHA)      TO WS-TOTAL-COTACAO

           MOVE WS-PRECO-VIGENTE              TO WS-PRECO-ED
           MOVE WS-LIN-TOTAL(WS-IX-LINHA)     TO WS-VALOR-ED
           DISPLAY 'PRECO ' WS-PRECO-ED '  TOTAL DA LINHA '
                   WS-VALOR-ED
           .

      *****************************************
      * PRECO DO PRODUTO EM VIGOR NA DATA DE NEGOCIO (A MESMA REGRA
      * DO FATURAMENTO).
      *****************************************
       P450-BUSCA-PRECO-VIGENTE.
      *****************************************

           MOVE ZEROS                         TO WS-MELHOR-VIG-PRECO
           MOVE PROD-PRECO                    TO WS-PRECO-VIGENTE

           PERFORM VARYING WS-IX-PRECO FROM 1 BY 1
                   UNTIL WS-IX-PRECO > WS-QT-TAB-PRECOS
               IF WS-PRC-CODIGO(WS-IX-PRECO) = PROD-CODIGO
                  AND WS-PRC-VIGENCIA(WS-IX-PRECO)
                       NOT > WS-DATA-NEGOCIO
                  AND WS-PRC-VIGENCIA(WS-IX-PRECO)
                       NOT < WS-MELHOR-VIG-PRECO
                   MOVE WS-PRC-VIGENCIA(WS-IX-PRECO)
                       TO WS-MELHOR-VIG-PRECO
                   MOVE WS-PRC-PRECO(WS-IX-PRECO)
                       TO WS-PRECO-VIGENTE
               END-IF
           END-PERFORM
           .

      *****************************************
      * REGRA DE DESCONTO DA LINHA, A MESMA DO FATURAMENTO: A REGRA
      * DO PROPRIO CLIENTE PREVALECE SOBRE A GERAL (CLIENTE ZEROS);
      * NO MESMO NIVEL VALE A MAIOR FAIXA DE QUANTIDADE ATINGIDA.
      *****************************************
       P460-BUSCA-DESCONTO.
      *****************************************

           MOVE ZEROS                         TO WS-PCT-DESCONTO
           MOVE -99999.99                     TO WS-MELHOR-FAIXA
           SET DESCONTO-DO-CLIENTE            TO FALSE

           PERFORM VARYING WS-IX-DESC FROM 1 BY 1
                   UNTIL WS-IX-DESC > WS-QT-TAB-DESC
               IF (WS-DSC-CLIENTE(WS-IX-DESC) = WS-NUM-CLIENTE-COT
                OR WS-DSC-CLIENTE(WS-IX-DESC) = ZEROS)
                  AND WS-QTDE-INF NOT < WS-DSC-QTDE-MIN(WS-IX-DESC)
                   IF WS-DSC-CLIENTE(WS-IX-DESC) = WS-NUM-CLIENTE-COT
                      AND NOT DESCONTO-DO-CLIENTE
                       SET DESCONTO-DO-CLIENTE TO TRUE
                       MOVE WS-DSC-QTDE-MIN(WS-IX-DESC)
                                               TO WS-MELHOR-FAIXA
                       MOVE WS-DSC-PERCENTUAL(WS-IX-DESC)
                                               TO WS-PCT-DESCONTO
                   ELSE
                       IF (WS-DSC-CLIENTE(WS-IX-DESC)
                               = WS-NUM-CLIENTE-COT
                        OR NOT DESCONTO-DO-CLIENTE)
                          AND WS-DSC-QTDE-MIN(WS-IX-DESC)
                               > WS-MELHOR-FAIXA
                           MOVE WS-DSC-QTDE-MIN(WS-IX-DESC)
                                               TO WS-MELHOR-FAIXA
                           MOVE WS-DSC-PERCENTUAL(WS-IX-DESC)
                                               TO WS-PCT-DESCONTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * DOCUMENTO DA COTACAO: QUEBRA DE PAGINA + CABECALHO
      * COMPARTILHADO, DADOS DO CLIENTE (ENDERECO DE FATURAMENTO OU,
      * NA FALTA, O DO CADASTRO), LINHAS E O BLOCO DE TOTAIS.
      *****************************************
       P600-IMPRIME-COTACAO.
      *****************************************

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           MOVE X'0C'                         TO WS-REG-DOCUMENTO(1:1)
           WRITE WS-REG-DOCUMENTO

           MOVE 'COTACAO DE VENDA'            TO RPTHDR-TITULO
           MOVE WS-QT-COTACOES                TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           MOVE RPTHDR-LINHA                  TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'COTACAO: '                 DELIMITED BY SIZE
                  WS-ULTIMA-COTACAO           DELIMITED BY SIZE
                  '   EMISSAO: '              DELIMITED BY SIZE
                  WS-EMISSAO-ED               DELIMITED BY SIZE
                  '   VALIDA ATE: '           DELIMITED BY SIZE
                  WS-VALIDADE-ED              DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE WS-NUM-CLIENTE-COT            TO WS-ENDR-CLIENTE
           MOVE 'F'                           TO WS-ENDR-TIPO
           PERFORM P-OBTEM-ENDERECO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'CLIENTE: '                 DELIMITED BY SIZE
                  WS-NUM-CLIENTE-COT          DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOME                     DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '         '                 DELIMITED BY SIZE
                  WS-ENDR-ENDERECO            DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-ENDR-CIDADE              DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           IF WS-REP-COT NOT = SPACES
               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING 'REPRESENTANTE: '       DELIMITED BY SIZE
                      WS-REP-COT              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-REP-NOME-COT         DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'PRODUTO  DESCRICAO                      '
                                              DELIMITED BY SIZE
                  '   QTDE     PRECO  DESC.       TOTAL'
                                              DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           PERFORM P610-LINHA-DOCUMENTO
               VARYING WS-IX-LINHA FROM 1 BY 1
               UNTIL WS-IX-LINHA > WS-QT-LINHAS-COT

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO

           MOVE WS-TOTAL-BRUTO                TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'VALOR BRUTO.....: '        DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE WS-TOTAL-DESCONTO             TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'DESCONTO........: '        DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE WS-TOTAL-COTACAO              TO WS-TOTAL-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'TOTAL DA COTACAO: '        DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           WRITE WS-REG-DOCUMENTO
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'PRECOS GARANTIDOS PARA PEDIDO FEITO ATE '
                                              DELIMITED BY SIZE
                  WS-VALIDADE-ED              DELIMITED BY SIZE
                  '. IMPOSTOS NAO INCLUSOS.'  DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
       P610-LINHA-DOCUMENTO.
      *****************************************

           MOVE WS-LIN-QTDE(WS-IX-LINHA)      TO WS-QTDE-ED
           MOVE WS-LIN-PRECO(WS-IX-LINHA)     TO WS-PRECO-ED
           MOVE WS-LIN-PCT(WS-IX-LINHA)       TO WS-PCT-ED
           MOVE WS-LIN-TOTAL(WS-IX-LINHA)     TO WS-VALOR-ED

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING WS-LIN-PRODUTO(WS-IX-LINHA)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-LIN-DESCRICAO(WS-IX-LINHA) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-QTDE-ED                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-PRECO-ED                   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-PCT-ED                     DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-VALOR-ED                   DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
       P810-EDITA-DATA.
      *****************************************

           MOVE WS-DOC-DIA                    TO WS-DOC-ED-DIA
           MOVE WS-DOC-MES                    TO WS-DOC-ED-MES
           MOVE WS-DOC-ANO                    TO WS-DOC-ED-ANO
           .

      *****************************************
       P900-REGRAVA-SEQUENCIA.
      *****************************************

           OPEN OUTPUT COTACAO-SEQUENCIA

           IF WS-FS-SEQUENCIA = '00'
               MOVE WS-ULTIMA-COTACAO         TO SEQ-ULTIMA-COTACAO
               WRITE WS-REG-SEQUENCIA
               CLOSE COTACAO-SEQUENCIA
           ELSE
               DISPLAY 'ERRO AO REGRAVAR O COTSEQ: ' WS-FS-SEQUENCIA
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           PERFORM P900-REGRAVA-SEQUENCIA

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF
           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF
           IF WS-FS-COTACOES NOT = '35' AND WS-FS-COTACOES NOT = '91'
               CLOSE COTACOES-ARQ
           END-IF
           IF WS-FS-DOCUMENTO = '00'
               CLOSE COTACAO-DOCUMENTO
           END-IF

           DISPLAY 'COTACOES EMITIDAS....: ' WS-QT-COTACOES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-COTACOES                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY ENDERPR.
           COPY RPTHDPR.
           COPY TERRPR.
           COPY REPOVPR.
           COPY ALERTAPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-COTENTRY.
