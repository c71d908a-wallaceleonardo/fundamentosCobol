      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: NEGATIVACAO DO DEVEDOR NO BUREAU DE CREDITO, ANTES
      *          DA COLOCACAO EM AGENCIA (DEMONSTRA-AGPLACE). DUAS
      *          PASSADAS POR NOITE:
      *          1) BAIXAS - CADA NEGATIVACAO ATIVA DO CADASTRO
      *             NEGREG E' CONFERIDA CONTRA O PAGTOPEND; PAGAMENTO
      *             CONFIRMADO, CANCELADO/BAIXADO COMO INCOBRAVEL,
      *             CONTESTADO OU FORA DO ARQUIVO GERA O REGISTRO DE
      *             EXCLUSAO NO ARQUIVO DO BUREAU, A BAIXA NO NEGREG
      *             E A LINHA NO LOG NEGLOG. EXCLUSAO ALEM DO PRAZO
      *             LEGAL (SISPARAM NEGATIV-PRAZO-BAIXA, EM DIAS
      *             CORRIDOS, PADRAO 5) VAI PARA O OPERALERT.
      *          2) INCLUSOES - PAGAMENTO ATRASADO HA PELO MENOS
      *             SISPARAM NEGATIV-DIAS (PADRAO 30), SEM
      *             CONTESTACAO E SEM PROMESSA DE PAGAMENTO EM
      *             VIGOR, AINDA NAO NEGATIVADO, SAI NO ARQUIVO DO
      *             BUREAU COM OS DADOS DO CLIENTE-MASTER E ENTRA NO
      *             NEGREG.
      *          O ARQUIVO NEGBUREAU FECHA COM O TRAILER DE CONTROLE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - IDENTIFICAR O DEVEDOR PELO DOCUMENTO FISCAL
      *                    (TIPO E NUMERO CPF/CNPJ DO CLIENTE-MASTER)
      *                    NO FIM DAS LINHAS 'I' E 'E' DO NEGBUREAU
      *   15/10/2026 WT - STEP DA CADEIA NOTURNA (APOS O PAGTOJUR):
      *                    AREA DE RESULTADO LK-RESULTADO-JOB POR
      *                    LINKAGE E GOBACK, PARA O RETOMADOR
      *                    (DEMONSTRA-NIGHTRST) PODER CHAMA-LO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-NEGATIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT NEG-REGISTRO        ASSIGN TO 'NEGREG'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NEG-NUM-PAGTO
                                       ALTERNATE RECORD KEY
                                           NEG-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-NEGREG.

           SELECT BUREAU-ARQUIVO      ASSIGN TO 'NEGBUREAU'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BUREAU.

           SELECT NEG-LOG             ASSIGN TO 'NEGLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-NEGLOG.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD NEG-REGISTRO.
           COPY NEGREG.

      *    LAYOUT FIXO DA INTERFACE COM O BUREAU: LINHAS 'I'
      *    (INCLUSAO) E 'E' (EXCLUSAO) COM O DEVEDOR E A DIVIDA, E A
      *    LINHA 'T' FINAL COM OS TOTAIS DE CONTROLE, CONFERIDOS
      *    PELO BUREAU ANTES DE CARREGAR O LOTE. O PAGAMENTO E' O
      *    NUMERO DO CONTRATO PARA O BUREAU - A EXCLUSAO CASA COM A
      *    INCLUSAO POR ELE.
       FD BUREAU-ARQUIVO.
       01 WS-REG-BUREAU.
           03 NBU-TIPO                           PIC X(01).
               88 NBU-INCLUSAO                   VALUE 'I'.
               88 NBU-EXCLUSAO                   VALUE 'E'.
               88 NBU-TRAILER                    VALUE 'T'.
           03 NBU-DADOS                          PIC X(165).
           03 NBU-DADOS-DETALHE REDEFINES NBU-DADOS.
               05 NBU-NUM-CLIENTE                PIC 9(06).
               05 NBU-NOME                       PIC X(30).
               05 NBU-ENDERECO                   PIC X(20).
               05 NBU-CIDADE                     PIC X(30).
               05 NBU-ESTADO                     PIC X(30).
               05 NBU-NUM-PAGTO                  PIC 9(06).
               05 NBU-VALOR                      PIC 9(07)V99.
               05 NBU-DATA-VENC                  PIC X(10).
               05 NBU-DATA-INCLUSAO              PIC 9(08).
               05 NBU-MOTIVO                     PIC X(01).
      *        'F' = CPF, 'J' = CNPJ; EM BRANCO QUANDO O CLIENTE
      *        AINDA NAO TEM DOCUMENTO NO CADASTRO.
               05 NBU-TIPO-DOCUMENTO             PIC X(01).
               05 NBU-NUM-DOCUMENTO              PIC X(14).
           03 NBU-DADOS-TRAILER REDEFINES NBU-DADOS.
               05 NBU-QT-INCLUSOES               PIC 9(06).
               05 NBU-QT-EXCLUSOES               PIC 9(06).
               05 NBU-VALOR-INCLUSOES            PIC 9(11)V99.
               05 FILLER                         PIC X(140).

      *    LOG ACUMULADO DAS NEGATIVACOES E BAIXAS (NUNCA ZERADO): A
      *    PROVA DE QUANDO CADA EXCLUSAO FOI ENVIADA E QUANTOS DIAS,
      *    NO MAXIMO, SE PASSARAM DESDE O FATO QUE A OBRIGOU.
       FD NEG-LOG.
       01 WS-REG-NEGLOG.
           03 NLOG-DATA                          PIC 9(08).
           03 NLOG-ACAO                          PIC X(01).
           03 NLOG-NUM-PAGTO                     PIC 9(06).
           03 NLOG-NUM-CLIENTE                   PIC 9(06).
           03 NLOG-VALOR                         PIC 9(07)V99.
           03 NLOG-MOTIVO                        PIC X(01).
           03 NLOG-DIAS-BAIXA                    PIC 9(03).
           03 NLOG-SW-FORA-PRAZO                 PIC X(01).

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-NEGREG                       PIC X(02) VALUE '00'.
       77 WS-FS-BUREAU                       PIC X(02) VALUE '00'.
       77 WS-FS-NEGLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-CONFERIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUSOES                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-PRAZO                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-INCLUSOES                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-NEGATIVADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CADASTRO                 PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-INCLUSOES   PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    CORTE DE ATRASO PARA NEGATIVAR E PRAZO LEGAL DA EXCLUSAO
      *    APOS O FATO QUE A OBRIGA, AFINAVEIS PELO SISPARAM.
       77 WS-DIAS-NEGATIVAR                  PIC 9(03) VALUE 30.
       77 WS-PRAZO-BAIXA                     PIC 9(03) VALUE 5.

       77 WS-MOTIVO-BAIXA                    PIC X(01) VALUE SPACE.
       77 WS-DIAS-BAIXA                      PIC 9(05) VALUE ZEROS.
       77 WS-SW-PAGTO                        PIC X(01) VALUE 'N'.
           88 PAGTO-ACHADO                   VALUE 'S' FALSE 'N'.
       77 WS-SW-CLIENTE                      PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO                 VALUE 'S' FALSE 'N'.

           COPY PARAMWS.

           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-BAIXAS
               PERFORM P300-INCLUSOES
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-NEGATIV'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'NEGATIV-DIAS'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR            TO WS-DIAS-NEGATIVAR
           END-IF
           MOVE 'NEGATIV-PRAZO-BAIXA'         TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR            TO WS-PRAZO-BAIXA
           END-IF

           OPEN INPUT PAGTO-PENDENTES
           OPEN INPUT CLIENTE-MASTER

      *    PRIMEIRA EXECUCAO: O CADASTRO DE NEGATIVACOES NASCE VAZIO.
           OPEN I-O NEG-REGISTRO
           IF WS-FS-NEGREG = '35'
               OPEN OUTPUT NEG-REGISTRO
               CLOSE NEG-REGISTRO
               OPEN I-O NEG-REGISTRO
           END-IF

           OPEN OUTPUT BUREAU-ARQUIVO

           OPEN EXTEND NEG-LOG
           IF WS-FS-NEGLOG = '35'
               OPEN OUTPUT NEG-LOG
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 8                         TO WS-RETORNO
           END-IF

      *    SEM O CADASTRO NAO HA COMO SABER QUEM JA ESTA NO BUREAU -
      *    NADA E' ENVIADO (RC 8).
           IF WS-FS-NEGREG NOT = '00' OR WS-FS-BUREAU NOT = '00'
               DISPLAY 'ERRO AO ABRIR NEGREG/NEGBUREAU: '
                       WS-FS-NEGREG ' ' WS-FS-BUREAU
                       ' - NADA ENVIADO AO BUREAU (RC 8).'
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: CLIENTE-MASTER INDISPONIVEL: '
                       WS-FS-CLIMAST
           END-IF
           .

      *****************************************
      * PASSADA 1 - BAIXAS. PERCORRE O NEGREG INTEIRO E CONFERE
      * CADA NEGATIVACAO ATIVA CONTRA O PAGTOPEND. A BAIXA VEM
      * ANTES DA INCLUSAO PARA QUE A EXCLUSAO SAIA NA MESMA NOITE
      * EM QUE O FATO FOI VISTO.
      *****************************************
       P100-BAIXAS.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE ZEROS                         TO NEG-NUM-PAGTO
           START NEG-REGISTRO KEY NOT < NEG-NUM-PAGTO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM P110-UMA-NEGATIVACAO UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P110-UMA-NEGATIVACAO.
      *****************************************

           READ NEG-REGISTRO NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO OR NOT NEG-ATIVA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CONFERIDAS

           SET PAGTO-ACHADO                   TO TRUE
           MOVE NEG-NUM-PAGTO                 TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   SET PAGTO-ACHADO           TO FALSE
           END-READ

           EVALUATE TRUE
               WHEN NOT PAGTO-ACHADO
                   MOVE 'R'                   TO WS-MOTIVO-BAIXA
               WHEN PAGTO-CONFIRMADO
                   MOVE 'C'                   TO WS-MOTIVO-BAIXA
               WHEN PAGTO-CANCELADO
                   MOVE 'X'                   TO WS-MOTIVO-BAIXA
               WHEN PAGTO-EM-DISPUTA
                   MOVE 'D'                   TO WS-MOTIVO-BAIXA
               WHEN OTHER
                   MOVE SPACE                 TO WS-MOTIVO-BAIXA
           END-EVALUATE

      *    AINDA EM ABERTO: SO' CARIMBA QUE FOI VISTO HOJE.
           IF WS-MOTIVO-BAIXA = SPACE
               MOVE WS-DATA-NEGOCIO           TO NEG-DATA-ULT-CONF
               REWRITE WS-REG-NEGREG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A NEGATIVACAO '
                               NEG-NUM-PAGTO ': ' WS-FS-NEGREG
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           PERFORM P200-EXCLUI-DO-BUREAU
           .

      *****************************************
      * EXCLUSAO: REGISTRO 'E' PARA O BUREAU, BAIXA NO NEGREG, LOG
      * COM O TETO DE DIAS DESDE O FATO (A PARTIR DA ULTIMA VEZ EM
      * QUE O PAGAMENTO FOI VISTO EM ABERTO) E ALERTA SE PASSOU DO
      * PRAZO LEGAL.
      *****************************************
       P200-EXCLUI-DO-BUREAU.
      *****************************************

           MOVE NEG-NUM-CLIENTE               TO WS-NUM-CLIENTE
           PERFORM P500-LE-CLIENTE

           MOVE SPACES                        TO WS-REG-BUREAU
           SET NBU-EXCLUSAO                   TO TRUE
           PERFORM P510-MONTA-DEVEDOR
           MOVE NEG-NUM-PAGTO                 TO NBU-NUM-PAGTO
           MOVE NEG-VALOR                     TO NBU-VALOR
           MOVE NEG-DATA-VENC                 TO NBU-DATA-VENC
           MOVE NEG-DATA-INCLUSAO             TO NBU-DATA-INCLUSAO
           MOVE WS-MOTIVO-BAIXA               TO NBU-MOTIVO
           WRITE WS-REG-BUREAU

           MOVE ZEROS                         TO WS-DIAS-BAIXA
           IF NEG-DATA-ULT-CONF IS NUMERIC
              AND NEG-DATA-ULT-CONF > ZEROS
              AND NEG-DATA-ULT-CONF < WS-DATA-NEGOCIO
               COMPUTE WS-DIAS-BAIXA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
                     - FUNCTION INTEGER-OF-DATE(NEG-DATA-ULT-CONF)
           END-IF

           SET NEG-BAIXADA                    TO TRUE
           MOVE WS-DATA-NEGOCIO               TO NEG-DATA-BAIXA
           MOVE WS-MOTIVO-BAIXA               TO NEG-MOTIVO-BAIXA
           REWRITE WS-REG-NEGREG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A NEGATIVACAO '
                           NEG-NUM-PAGTO ': ' WS-FS-NEGREG
           END-REWRITE

           ADD 1                              TO WS-QT-EXCLUSOES

           MOVE WS-DATA-NEGOCIO               TO NLOG-DATA
           MOVE 'E'                           TO NLOG-ACAO
           MOVE NEG-NUM-PAGTO                 TO NLOG-NUM-PAGTO
           MOVE NEG-NUM-CLIENTE               TO NLOG-NUM-CLIENTE
           MOVE NEG-VALOR                     TO NLOG-VALOR
           MOVE WS-MOTIVO-BAIXA               TO NLOG-MOTIVO
           IF WS-DIAS-BAIXA > 999
               MOVE 999                       TO NLOG-DIAS-BAIXA
           ELSE
               MOVE WS-DIAS-BAIXA             TO NLOG-DIAS-BAIXA
           END-IF
           MOVE 'N'                           TO NLOG-SW-FORA-PRAZO

           IF WS-DIAS-BAIXA > WS-PRAZO-BAIXA
               MOVE 'S'                       TO NLOG-SW-FORA-PRAZO
               ADD 1                          TO WS-QT-FORA-PRAZO
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-NEGATIV'       TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               STRING 'EXCLUSAO BUREAU FORA DO PRAZO PAGTO '
                                               DELIMITED BY SIZE
                      NEG-NUM-PAGTO           DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF

           IF WS-FS-NEGLOG = '00'
               WRITE WS-REG-NEGLOG
           END-IF

           IF PAGTO-ACHADO
               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-PAGTO                  TO AUDIT-SITUACAO-ANTERIOR
               MOVE WS-PAGTO                  TO AUDIT-SITUACAO-NOVA
               MOVE 'NEG BAIXA'               TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD
           END-IF
           .

      *****************************************
      * PASSADA 2 - INCLUSOES. VARRE O PAGTOPEND DO INICIO; O
      * ATRASADO ALEM DO CORTE, SEM CONTESTACAO E SEM PROMESSA EM
      * VIGOR, VAI PARA O BUREAU SE AINDA NAO ESTIVER LA'.
      *****************************************
       P300-INCLUSOES.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE ZEROS                         TO PAGTO-NUMERO
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUMERO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM P310-UM-PAGAMENTO UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P310-UM-PAGAMENTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           IF NOT PAGTO-ATRASADO
              OR PAGTO-DIAS-ATRASO < WS-DIAS-NEGATIVAR
              OR PAGTO-EM-DISPUTA
              OR PAGTO-VALOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

      *    PROMESSA EM VIGOR SEGURA A NEGATIVACAO, COMO SEGURA AS
      *    CARTAS; A QUEBRADA NAO.
           IF PAGTO-COM-PROMESSA
              AND PAGTO-DATA-PROMESSA IS NUMERIC
              AND PAGTO-DATA-PROMESSA NOT < WS-DATA-NEGOCIO
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUMERO                  TO NEG-NUM-PAGTO
           READ NEG-REGISTRO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-NEGREG = '00' AND NEG-ATIVA
               ADD 1                          TO WS-QT-JA-NEGATIVADOS
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-INCLUI-NO-BUREAU
           .

      *****************************************
      * INCLUSAO: REGISTRO 'I' PARA O BUREAU, NEGATIVACAO NO NEGREG
      * (NOVA, OU REATIVANDO UMA BAIXA ANTERIOR DO MESMO PAGAMENTO),
      * LOG E TRILHA PAGTOAUD.
      *****************************************
       P400-INCLUI-NO-BUREAU.
      *****************************************

           MOVE PAGTO-NUM-CLIENTE             TO WS-NUM-CLIENTE
           PERFORM P500-LE-CLIENTE

           MOVE SPACES                        TO WS-REG-BUREAU
           SET NBU-INCLUSAO                   TO TRUE
           PERFORM P510-MONTA-DEVEDOR
           MOVE PAGTO-NUMERO                  TO NBU-NUM-PAGTO
           MOVE PAGTO-VALOR                   TO NBU-VALOR
           MOVE PAGTO-DATA-VENC               TO NBU-DATA-VENC
           MOVE WS-DATA-NEGOCIO               TO NBU-DATA-INCLUSAO
           WRITE WS-REG-BUREAU

           MOVE PAGTO-NUMERO                  TO NEG-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO NEG-NUM-CLIENTE
           MOVE PAGTO-VALOR                   TO NEG-VALOR
           MOVE PAGTO-DATA-VENC               TO NEG-DATA-VENC
           MOVE WS-DATA-NEGOCIO               TO NEG-DATA-INCLUSAO
           MOVE WS-DATA-NEGOCIO               TO NEG-DATA-ULT-CONF
           SET NEG-ATIVA                      TO TRUE
           MOVE ZEROS                         TO NEG-DATA-BAIXA
           MOVE SPACE                         TO NEG-MOTIVO-BAIXA

           IF WS-FS-NEGREG = '00'
               REWRITE WS-REG-NEGREG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-REG-NEGREG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF WS-FS-NEGREG NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A NEGATIVACAO '
                       PAGTO-NUMERO ': ' WS-FS-NEGREG
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-NEGATIV'       TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               STRING 'NEGATIVACAO SEM REGISTRO NO NEGREG PAGTO '
                                               DELIMITED BY SIZE
                      PAGTO-NUMERO            DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF

           ADD 1                              TO WS-QT-INCLUSOES
           ADD PAGTO-VALOR                    TO WS-VALOR-INCLUSOES

           MOVE WS-DATA-NEGOCIO               TO NLOG-DATA
           MOVE 'I'                           TO NLOG-ACAO
           MOVE PAGTO-NUMERO                  TO NLOG-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO NLOG-NUM-CLIENTE
           MOVE PAGTO-VALOR                   TO NLOG-VALOR
           MOVE SPACE                         TO NLOG-MOTIVO
           MOVE ZEROS                         TO NLOG-DIAS-BAIXA
           MOVE 'N'                           TO NLOG-SW-FORA-PRAZO
           IF WS-FS-NEGLOG = '00'
               WRITE WS-REG-NEGLOG
           END-IF

      *    A NEGATIVACAO NAO MUDA A SITUACAO, MAS FICA NA TRILHA.
           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'NEGATIVADO'                  TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD
           .

      *****************************************
       P500-LE-CLIENTE.
      *****************************************

           SET CLIENTE-ACHADO                 TO FALSE

           IF WS-FS-CLIMAST NOT = '00' AND WS-FS-CLIMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           READ CLIENTE-MASTER
               INVALID KEY
                   ADD 1                      TO WS-QT-SEM-CADASTRO
           END-READ

           IF WS-FS-CLIMAST = '00'
               SET CLIENTE-ACHADO             TO TRUE
           END-IF
           .

      *****************************************
       P510-MONTA-DEVEDOR.
      *****************************************

           MOVE WS-NUM-CLIENTE                TO NBU-NUM-CLIENTE

           IF CLIENTE-ACHADO
               MOVE WS-NOME                   TO NBU-NOME
               MOVE WS-ENDERECO               TO NBU-ENDERECO
               MOVE WS-CIDADE                 TO NBU-CIDADE
               MOVE WS-ESTADO                 TO NBU-ESTADO
               MOVE WS-TIPO-DOCUMENTO         TO NBU-TIPO-DOCUMENTO
               MOVE WS-NUM-DOCUMENTO          TO NBU-NUM-DOCUMENTO
           END-IF
           .

      *****************************************
      * TRAILER DE CONTROLE E TOTAIS DA EXECUCAO.
      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-BUREAU = '00'
               MOVE SPACES                    TO WS-REG-BUREAU
               SET NBU-TRAILER                TO TRUE
               MOVE WS-QT-INCLUSOES           TO NBU-QT-INCLUSOES
               MOVE WS-QT-EXCLUSOES           TO NBU-QT-EXCLUSOES
               MOVE WS-VALOR-INCLUSOES        TO NBU-VALOR-INCLUSOES
               WRITE WS-REG-BUREAU
               CLOSE BUREAU-ARQUIVO
           END-IF

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
              OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-NEGREG NOT = '91' AND WS-FS-NEGREG NOT = '35'
               CLOSE NEG-REGISTRO
           END-IF

           IF WS-FS-NEGLOG = '00'
               CLOSE NEG-LOG
           END-IF

           DISPLAY 'NEGATIVACOES CONFERIDAS.: ' WS-QT-CONFERIDAS
           DISPLAY 'EXCLUSOES ENVIADAS......: ' WS-QT-EXCLUSOES
           DISPLAY 'EXCLUSOES FORA DO PRAZO.: ' WS-QT-FORA-PRAZO
           DISPLAY 'PAGAMENTOS LIDOS........: ' WS-QT-LIDOS
           DISPLAY 'INCLUSOES ENVIADAS......: ' WS-QT-INCLUSOES
           DISPLAY 'JA NEGATIVADOS..........: ' WS-QT-JA-NEGATIVADOS
           DISPLAY 'SEM CADASTRO............: ' WS-QT-SEM-CADASTRO

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS =
                   WS-QT-INCLUSOES + WS-QT-EXCLUSOES
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS
              AND (WS-QT-SEM-CADASTRO > ZEROS
                   OR WS-QT-FORA-PRAZO > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE RUNLOG-QT-PROCESSADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY ALERTAPR.

       END PROGRAM DEMONSTRA-NEGATIV.
