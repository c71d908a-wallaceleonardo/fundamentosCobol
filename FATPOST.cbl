      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - CONSUMIR OS CREDITOS A FAVOR DO CLIENTE
      *                    (CADASTRO CREDCLI, SOBRAS DE RETORNO
      *                    GUARDADAS PELO DEMONSTRA-BANKRET) NA
      *                    FATURA SEGUINTE, DO MAIS ANTIGO PARA O
      *                    MAIS NOVO, COMO A NOTA DE CREDITO: O
      *                    PAGAMENTO NASCE LIQUIDO DO CREDITO
      *                    (PAGTO-CREDITO-APLIC) E, COBERTO POR
      *                    INTEIRO, E' CONFIRMADO POR CREDITO
      *                    (P -> C, TRANSICAO VALIDADA, ORIGEM
      *                    CREDCLI NA TRILHA); O CONSUMO SEGUE NO
      *                    MOVIMENTO CREDMOV PARA O EXTRATO CONTABIL
      *   15/10/2026 WT - CONDICAO DE PAGAMENTO DO CLIENTE
      *                    (WS-COND-PAGTO NO CLIMAST, TABELA CONDPAG):
      *                    A FATURA VIRA UM PAGAMENTO PENDENTE POR
      *                    PARCELA, COM A SOMA EXATA DO FT-TOTAL (A
      *                    ULTIMA PARCELA LEVA O RESIDUO) E CADA
      *                    VENCIMENTO NO DIA UTIL. A 1A PARCELA
      *                    MANTEM O NUMERO DA FATURA; AS DEMAIS TOMAM
      *                    NUMERO DO CONTROLE PAGTOSEQ E APONTAM A
      *                    FATURA EM PAGTO-NUM-ORIGEM. CONDICAO
      *                    INVALIDA CAI NO PAGAMENTO UNICO, COM LINHA
      *                    NO RELATORIO
      *   15/10/2026 WT - JORNAL DE IMAGENS ANTES/DEPOIS (PAGTOJRN,
      *                    ROTINA COMPARTILHADA COPY PAGJRNPR) DE CADA
      *                    REGISTRO DO PAGTOPEND INCLUIDO OU
      *                    REGRAVADO, PARA O ESTORNO DO PASSO
      *                    (DEMONSTRA-PAGTOBKO); LINHA QUE NAO ENTRA
      *                    NO JORNAL TERMINA O PASSO COM RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FATPOST.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONSOLIDAR.

           SELECT CREDITOS-CLIENTE    ASSIGN TO 'CREDCLI'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-CHAVE
                                       FILE STATUS WS-FS-CREDCLI.

           SELECT CREDITO-MOVIMENTO   ASSIGN TO 'CREDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CREDMOV.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT PAGTO-JORNAL        ASSIGN TO 'PAGTOJRN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGJRN.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT CONDICOES-PAGTO     ASSIGN TO 'CONDPAG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONDPAG.

           SELECT PAGTO-SEQUENCIA     ASSIGN TO 'PAGTOSEQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SEQUENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA-TOTAIS.
       FD FATURAS-CONSOLIDAR.
       01 WS-REG-FATCONSOL                        PIC X(100).

      *    CREDITOS A FAVOR DO CLIENTE (SOBRAS DE RETORNO BANCARIO),
      *    CONSUMIDOS AQUI CONTRA AS FATURAS SEGUINTES.
       FD CREDITOS-CLIENTE.
           COPY CREDCLI.

      *    MOVIMENTO DE CREDITOS PARA O EXTRATO CONTABIL: 'A' =
      *    CREDITO ABATIDO NUMA FATURA. ANEXADO - O EXTRATO CONSOME
      *    E ZERA.
       FD CREDITO-MOVIMENTO.
       01 WS-REG-CREDMOV.
           03 CMOV-TIPO                          PIC X(01).
           03 CMOV-NUM-CLIENTE                   PIC 9(06).
           03 CMOV-NUM-PAGTO                     PIC 9(06).
           03 CMOV-VALOR                         PIC 9(09)V99.
           03 CMOV-DATA                          PIC 9(08).

       FD RUN-LOG.
           COPY RUNLOG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD CONDICOES-PAGTO.
           COPY CONDPAG.

      *    CONTROLE DO ULTIMO NUMERO DE PAGAMENTO ATRIBUIDO (O MESMO
      *    DE DEMONSTRA-EMPBILL E DEMONSTRA-FATCONS), PARA AS
      *    PARCELAS ALEM DA PRIMEIRA.
       FD PAGTO-SEQUENCIA.
       01 WS-REG-SEQUENCIA.
           03 SEQ-ULTIMO-NUMERO                  PIC 9(06).

       FD PAGTO-JORNAL.
           COPY PAGJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS-TOTAIS                       PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
       77 WS-CRED-ED                         PIC -(09)9.99.

      *    CREDITOS A FAVOR DO CLIENTE (CREDCLI) ABATIDOS NA FATURA
      *    EM CURSO.
       77 WS-FS-CREDCLI                      PIC X(02) VALUE '00'.
       77 WS-FS-CREDMOV                      PIC X(02) VALUE '00'.
       77 WS-SW-EOF-CREDCLI                  PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN-CREDCLI            VALUE 'S' FALSE 'N'.
       77 WS-VALOR-ABATER      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-CREDCLI-ABATIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CREDCLI     PIC S9(11)V99 COMP-3 VALUE ZEROS.

           COPY PAGTRX.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-SW-EOF-PRE                      PIC X(01) VALUE 'N'.
      *    VALOR ORIGINAL DO PAGAMENTO EXISTENTE (SEM A MORA JA
      *    ACUMULADA), BASE DA CONFERENCIA DE JA-POSTADO.
       77 WS-VALOR-ORIGINAL    PIC S9(07)V99 COMP-3 VALUE ZEROS.
      *    VALOR QUE O PAGAMENTO EXISTENTE DEVERIA TER PARA SER ESTA
      *    MESMA FATURA: O TOTAL, OU A 1A PARCELA QUANDO PARCELADA.
       77 WS-VALOR-ESPERADO    PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    PARCELAMENTO PELA CONDICAO DE PAGAMENTO DO CLIENTE: AS
      *    PARCELAS ALEM DA PRIMEIRA NUMERADAS PELO PAGTOSEQ.
       77 WS-FS-SEQUENCIA                    PIC X(02) VALUE '00'.
       77 WS-ULTIMO-NUMERO                   PIC 9(06) VALUE 900000.
       77 WS-SW-NUMERO-LIVRE                 PIC X(01) VALUE 'N'.
           88 NUMERO-LIVRE                   VALUE 'S' FALSE 'N'.
       77 WS-SW-PARCELAMENTO                 PIC X(01) VALUE 'N'.
           88 PARCELAMENTO-INTERROMPIDO      VALUE 'S' FALSE 'N'.
       77 WS-IX-PARCELA                      PIC 9(02) VALUE ZEROS.
       77 WS-QT-PARCELADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCELAS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-COND-INVALIDA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS-PARCELA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-NUMEROS-USADOS               PIC 9(06) VALUE ZEROS.
       01 WS-PARC-VENC-AAAAMMDD.
           03 WS-PARC-VENC-ANO               PIC 9(04).
           03 WS-PARC-VENC-MES               PIC 9(02).
           03 WS-PARC-VENC-DIA               PIC 9(02).
       01 WS-PARC-VENC-NUM REDEFINES WS-PARC-VENC-AAAAMMDD
                                             PIC 9(08).

      *    PRAZO PADRAO DE VENCIMENTO, EM DIAS CORRIDOS A PARTIR DA
      *    DATA DE NEGOCIO.

           COPY PARAMWS.
           COPY DTNEGWS.
           COPY PAGJRNWS.
           COPY FERIADWS.
           COPY CONDPGWS.

       LINKAGE SECTION.
           COPY JOBRES.
           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO               TO WS-PREG-DATA

           MOVE 'DEMONSTRA-FATPOST'            TO WS-JRN-PROGRAMA
           MOVE WS-DATA-NEGOCIO                TO WS-JRN-DATA-NEGOCIO

      *    PRAZO PADRAO DE VENCIMENTO AFINAVEL PELO SISPARAM.
           PERFORM P-CARREGA-PARAMETROS
           MOVE 'PRAZO-VENCIMENTO'            TO WS-PARAM-CHAVE

           MOVE WS-VENC-NUM                   TO WS-VENC-AAAAMMDD

      *    CONDICOES DE PAGAMENTO E O CONTROLE DE NUMERACAO DAS
      *    PARCELAS.
           PERFORM P-CARREGA-CONDPAG
           PERFORM P050-LE-SEQUENCIA

           OPEN INPUT FATURA-TOTAIS
           OPEN I-O   PAGTO-PENDENTES
           OPEN OUTPUT POSTAGEM-RPT
               OPEN OUTPUT FATURAS-CONSOLIDAR
           END-IF

      *    CREDITOS DE CLIENTE: CADASTRO AUSENTE = NINGUEM TEM
      *    CREDITO AINDA; INDISPONIVEL, AS FATURAS SAEM CHEIAS, COM
      *    AVISO - O CREDITO ESPERA A PROXIMA POSTAGEM.
           OPEN I-O CREDITOS-CLIENTE
           IF WS-FS-CREDCLI NOT = '00' AND WS-FS-CREDCLI NOT = '35'
               DISPLAY 'AVISO: CREDCLI INDISPONIVEL: ' WS-FS-CREDCLI
           END-IF

           OPEN EXTEND CREDITO-MOVIMENTO
           IF WS-FS-CREDMOV = '35'
               OPEN OUTPUT CREDITO-MOVIMENTO
           END-IF

      *    STATUS 35 = AINDA NAO HA ARQUIVO DE PAGAMENTOS (PRIMEIRO
      *    CICLO): CRIA VAZIO E REABRE EM I-O.
           IF WS-FS-PAGTOPEND = '35'
           END-IF
           .

      *****************************************
      * ULTIMO NUMERO DE PAGAMENTO ATRIBUIDO, DO CONTROLE PAGTOSEQ
      * (AUSENTE = COMECA NO PADRAO 900000, COMO NO EMPBILL).
      *****************************************
       P050-LE-SEQUENCIA.
      *****************************************

           OPEN INPUT PAGTO-SEQUENCIA

           IF WS-FS-SEQUENCIA = '00'
               READ PAGTO-SEQUENCIA
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SEQUENCIA = '00'
                  AND SEQ-ULTIMO-NUMERO IS NUMERIC
                   MOVE SEQ-ULTIMO-NUMERO     TO WS-ULTIMO-NUMERO
               END-IF
               CLOSE PAGTO-SEQUENCIA
           END-IF
           .

      *****************************************
      * PRE-PASSADA: CONTA AS FATURAS E SOMA OS TOTAIS, FECHA E
      * REABRE A ENTRADA. IDENTIDADE JA PROCESSADA ('P' SEM 'L'
           MOVE ZEROS                         TO PAGTO-JUROS-ACUM
           MOVE ZEROS                         TO PAGTO-NUM-ORIGEM
           MOVE 'F'                           TO PAGTO-ORIGEM
           MOVE ZEROS                         TO PAGTO-CREDITO-APLIC

      *    CLIENTE COM CONDICAO DE PAGAMENTO: UM PAGAMENTO POR
      *    PARCELA. CONDICAO QUE NAO FECHA NA TABELA CAI NO
      *    PAGAMENTO UNICO ABAIXO.
           IF WS-COND-PAGTO NOT = SPACES
               PERFORM P500-POSTA-PARCELAS
               IF CONDICAO-VALIDA
                   PERFORM P100-LE-TOTAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-VENC-DIA                   TO PAGTO-DATA-VENC(1:2)
           MOVE '/'                           TO PAGTO-DATA-VENC(3:1)

           EVALUATE TRUE
               WHEN WS-FS-PAGTOPEND = '00'
                   MOVE 'I'                   TO WS-JRN-OPERACAO
                   PERFORM P-GRAVA-PAGJRN
                   ADD 1                      TO WS-QT-POSTADOS
                   ADD FT-TOTAL               TO WS-VALOR-POSTADO
                   PERFORM P250-ABATE-CREDITO-CLIENTE
               WHEN WS-FS-PAGTOPEND = '22'
                   MOVE FT-TOTAL              TO WS-VALOR-ESPERADO
                   PERFORM P300-CONFERE-JA-POSTADO
               WHEN OTHER
                   ADD 1                      TO WS-QT-ERROS
           .

      *****************************************
      * CREDITOS A FAVOR DO CLIENTE (SOBRAS DE RETORNO NO CREDCLI)
      * ABATEM O PAGAMENTO RECEM-CRIADO, DO MAIS ANTIGO PARA O MAIS
      * NOVO PELA CHAVE CLIENTE + PAGAMENTO DE ORIGEM - O MESMO
      * CRITERIO DA NOTA DE CREDITO. COBERTO POR INTEIRO, O
      * PAGAMENTO E' CONFIRMADO POR CREDITO (P -> C); EM PARTE,
      * SEGUE PENDENTE PELO RESIDUO.
      *****************************************
       P250-ABATE-CREDITO-CLIENTE.
      *****************************************

           IF WS-FS-CREDCLI NOT = '00' AND WS-FS-CREDCLI NOT = '23'
              AND WS-FS-CREDCLI NOT = '10'
               EXIT PARAGRAPH
           END-IF

      *    SEM O MOVIMENTO PARA O CONTABIL O CREDITO NAO E' TOCADO.
           IF WS-FS-CREDMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE FT-NUM-CLIENTE                TO CRED-NUM-CLIENTE
           MOVE ZEROS                         TO CRED-NUM-PAGTO
           START CREDITOS-CLIENTE KEY NOT < CRED-CHAVE
               INVALID KEY
                   CONTINUE
           END-START

           IF WS-FS-CREDCLI = '00'
               SET FIM-DO-SCAN-CREDCLI        TO FALSE
           ELSE
               SET FIM-DO-SCAN-CREDCLI        TO TRUE
           END-IF

           PERFORM P260-CONSOME-CREDITO-CLIENTE
               UNTIL FIM-DO-SCAN-CREDCLI
                  OR PAGTO-VALOR NOT > ZEROS

           IF PAGTO-CREDITO-APLIC NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGTO                      TO WS-SITUACAO-ANTERIOR

      *    COBERTO POR INTEIRO: CONFIRMACAO POR CREDITO, PELA REGRA
      *    DE TRANSICAO COMPARTILHADA.
           IF PAGTO-VALOR NOT > ZEROS
               MOVE WS-PAGTO                  TO TRX-SITUACAO-DE
               MOVE 'C'                       TO TRX-SITUACAO-PARA
               MOVE 'DEMONSTRA-FATPOST'       TO TRX-PROGRAMA
               MOVE PAGTO-NUMERO              TO TRX-NUM-PAGTO
               PERFORM P-VALIDA-TRANSICAO
               IF NOT TRANSICAO-ILEGAL
                   SET PAGTO-CONFIRMADO       TO TRUE
               END-IF
           END-IF

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-SITUACAO-ANTERIOR      TO AUDIT-SITUACAO-ANTERIOR
               MOVE WS-PAGTO                  TO AUDIT-SITUACAO-NOVA
               MOVE 'CREDCLI'                 TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD
           END-IF

           MOVE PAGTO-CREDITO-APLIC           TO WS-CRED-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           IF PAGTO-CONFIRMADO
               STRING '  PAGTO ' DELIMITED BY SIZE
                      PAGTO-NUMERO DELIMITED BY SIZE
                      ' QUITADO POR CREDITO DO CLIENTE '
                                               DELIMITED BY SIZE
                      WS-CRED-ED DELIMITED BY SIZE
                      INTO WS-REG-POSTAGEM
               END-STRING
           ELSE
               STRING '  PAGTO ' DELIMITED BY SIZE
                      PAGTO-NUMERO DELIMITED BY SIZE
                      ' ABATIDO POR CREDITO DO CLIENTE '
                                               DELIMITED BY SIZE
                      WS-CRED-ED DELIMITED BY SIZE
                      INTO WS-REG-POSTAGEM
               END-STRING
           END-IF
           WRITE WS-REG-POSTAGEM
           .

      *****************************************
       P260-CONSOME-CREDITO-CLIENTE.
      *****************************************

           READ CREDITOS-CLIENTE NEXT RECORD
               AT END
                   SET FIM-DO-SCAN-CREDCLI    TO TRUE
           END-READ

           IF FIM-DO-SCAN-CREDCLI
               EXIT PARAGRAPH
           END-IF

           IF CRED-NUM-CLIENTE NOT = FT-NUM-CLIENTE
               SET FIM-DO-SCAN-CREDCLI        TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF CRED-SALDO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF CRED-SALDO < PAGTO-VALOR
               MOVE CRED-SALDO                TO WS-VALOR-ABATER
           ELSE
               MOVE PAGTO-VALOR               TO WS-VALOR-ABATER
           END-IF

           SUBTRACT WS-VALOR-ABATER           FROM CRED-SALDO
           MOVE WS-RUN-DATE                   TO CRED-DATA-ULT-USO

           REWRITE WS-REG-CREDCLI
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CREDITO DO CLIENTE '
                           CRED-NUM-CLIENTE ': ' WS-FS-CREDCLI
           END-REWRITE

           IF WS-FS-CREDCLI NOT = '00'
               SET FIM-DO-SCAN-CREDCLI        TO TRUE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-ABATER           FROM PAGTO-VALOR
           ADD WS-VALOR-ABATER                TO PAGTO-CREDITO-APLIC
           ADD 1                              TO WS-QT-CREDCLI-ABATIDOS
           ADD WS-VALOR-ABATER                TO WS-VALOR-CREDCLI

           IF WS-FS-CREDMOV = '00'
               MOVE 'A'                       TO CMOV-TIPO
               MOVE CRED-NUM-CLIENTE          TO CMOV-NUM-CLIENTE
               MOVE PAGTO-NUMERO              TO CMOV-NUM-PAGTO
               MOVE WS-VALOR-ABATER           TO CMOV-VALOR
               MOVE WS-RUN-DATE               TO CMOV-DATA
               WRITE WS-REG-CREDMOV
           END-IF
           .

      *****************************************
      * O MODO DE FATURAMENTO E A CONDICAO DE PAGAMENTO VEM DO
      * CLIMAST; CLIENTE SEM CADASTRO OU MASTER INDISPONIVEL E'
      * INDIVIDUAL, EM PAGAMENTO UNICO.
      *****************************************
       P150-CONFERE-CONSOLIDADO.
      *****************************************

           MOVE SPACE                         TO WS-MODO-FATURAMENTO
           MOVE SPACES                        TO WS-COND-PAGTO

           IF WS-FS-CLIMAST NOT = '00' AND WS-FS-CLIMAST NOT = '23'
               EXIT PARAGRAPH

           IF WS-FS-CLIMAST NOT = '00'
               MOVE SPACE                     TO WS-MODO-FATURAMENTO
               MOVE SPACES                    TO WS-COND-PAGTO
           END-IF

      *    REGISTRO GRAVADO ANTES DA CONDICAO EXISTIR.
           IF WS-COND-PAGTO = LOW-VALUES
               MOVE SPACES                    TO WS-COND-PAGTO
           END-IF
           .

               IF PAGTO-JUROS-ACUM IS NOT NUMERIC
                   MOVE ZEROS                 TO PAGTO-JUROS-ACUM
               END-IF
               IF PAGTO-CREDITO-APLIC IS NOT NUMERIC
                   MOVE ZEROS                 TO PAGTO-CREDITO-APLIC
               END-IF
               COMPUTE WS-VALOR-ORIGINAL =
                       PAGTO-VALOR - PAGTO-JUROS-ACUM
                     + PAGTO-CREDITO-APLIC
           END-IF

           IF WS-FS-PAGTOPEND = '00'
              AND PAGTO-NUM-CLIENTE = FT-NUM-CLIENTE
              AND WS-VALOR-ORIGINAL = WS-VALOR-ESPERADO
               ADD 1                          TO WS-QT-JA-POSTADOS
           ELSE
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P-JRN-GUARDA-ANTES

           IF NOT (PAGTO-PENDENTE OR PAGTO-ATRASADO)
               EXIT PARAGRAPH
           END-IF
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-SITUACAO-ANTERIOR      TO AUDIT-SITUACAO-ANTERIOR
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-PAGTO                  TO AUDIT-SITUACAO-ANTERIOR
           END-IF
           .

      *****************************************
      * FATURA PARCELADA PELA CONDICAO DE PAGAMENTO DO CLIENTE: O
      * PLANO (P-MONTA-PLANO) DA' VALOR E PRAZO DE CADA PARCELA; A
      * 1A PARCELA E' GRAVADA COM O NUMERO DA FATURA - SE A CHAVE
      * JA EXISTE, A FATURA JA FOI POSTADA (OU COLIDIU) E NADA MAIS
      * E' GRAVADO. A FATURA CONTA UMA VEZ NA CONCILIACAO; AS
      * PARCELAS TEM CONTADOR PROPRIO.
      *****************************************
       P500-POSTA-PARCELAS.
      *****************************************

           MOVE WS-COND-PAGTO                 TO WS-CPAG-COD-TESTE
           MOVE FT-TOTAL                      TO WS-CPAG-TOTAL
           MOVE WS-RUN-DATE                   TO WS-CPAG-DATA-BASE
           PERFORM P-MONTA-PLANO

           IF NOT CONDICAO-VALIDA
               ADD 1                          TO WS-QT-COND-INVALIDA
               DISPLAY 'CONDICAO ' WS-COND-PAGTO ' DO CLIENTE '
                       FT-NUM-CLIENTE ' INVALIDA NA CONDPAG - '
                       'FATURA ' FT-NUM-FATURA ' EM PAGAMENTO UNICO'
               MOVE SPACES                    TO WS-REG-POSTAGEM
               STRING 'FATURA ' DELIMITED BY SIZE
                      FT-NUM-FATURA DELIMITED BY SIZE
                      ' - CONDICAO ' DELIMITED BY SIZE
                      WS-COND-PAGTO DELIMITED BY SIZE
                      ' INVALIDA - PAGAMENTO UNICO' DELIMITED BY SIZE
                      INTO WS-REG-POSTAGEM
               END-STRING
               WRITE WS-REG-POSTAGEM
               EXIT PARAGRAPH
           END-IF

           SET PARCELAMENTO-INTERROMPIDO      TO FALSE
           PERFORM P510-GRAVA-PARCELA
               VARYING WS-IX-PARCELA FROM 1 BY 1
                 UNTIL WS-IX-PARCELA > WS-CPAG-QT-PARCELAS
                    OR PARCELAMENTO-INTERROMPIDO
           .

      *****************************************
      * UMA PARCELA DO PLANO: VENCIMENTO EMPURRADO PARA O DIA UTIL,
      * GRAVACAO E, GRAVADA, O ABATIMENTO DOS CREDITOS DO CLIENTE
      * COMO EM QUALQUER PAGAMENTO RECEM-POSTADO.
      *****************************************
       P510-GRAVA-PARCELA.
      *****************************************

           IF WS-IX-PARCELA > 1
               PERFORM P520-PROXIMO-NUMERO
               IF NOT NUMERO-LIVRE
                   ADD 1                      TO WS-QT-ERROS-PARCELA
                   DISPLAY 'SEM NUMERO LIVRE PARA A PARCELA '
                           WS-IX-PARCELA ' DA FATURA ' FT-NUM-FATURA
                   SET PARCELAMENTO-INTERROMPIDO TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES                        TO WS-REG-PAGTO-PENDENTE
           IF WS-IX-PARCELA = 1
               MOVE FT-NUM-FATURA             TO PAGTO-NUMERO
               MOVE ZEROS                     TO PAGTO-NUM-ORIGEM
           ELSE
               MOVE WS-ULTIMO-NUMERO          TO PAGTO-NUMERO
               MOVE FT-NUM-FATURA             TO PAGTO-NUM-ORIGEM
           END-IF
           MOVE FT-NUM-CLIENTE                TO PAGTO-NUM-CLIENTE
           MOVE WS-CPAG-PARC-VALOR(WS-IX-PARCELA) TO PAGTO-VALOR
           MOVE ZEROS                         TO PAGTO-DIAS-ATRASO
           SET PAGTO-PENDENTE                 TO TRUE
           MOVE ZEROS                         TO PAGTO-NIVEL-COBRANCA
           MOVE ZEROS                         TO PAGTO-JUROS-ACUM
           MOVE 'F'                           TO PAGTO-ORIGEM
           MOVE ZEROS                         TO PAGTO-CREDITO-APLIC

           MOVE WS-CPAG-PARC-VENC(WS-IX-PARCELA) TO WS-FER-DATA-TESTE
           PERFORM P-PROXIMO-DIA-UTIL
           MOVE WS-FER-PROXIMO                TO WS-PARC-VENC-NUM

           MOVE WS-PARC-VENC-DIA              TO PAGTO-DATA-VENC(1:2)
           MOVE '/'                           TO PAGTO-DATA-VENC(3:1)
           MOVE WS-PARC-VENC-MES              TO PAGTO-DATA-VENC(4:2)
           MOVE '/'                           TO PAGTO-DATA-VENC(6:1)
           MOVE WS-PARC-VENC-ANO              TO PAGTO-DATA-VENC(7:4)

           WRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   CONTINUE
           END-WRITE

      *    A 1A PARCELA DECIDE A FATURA: CHAVE EXISTENTE = JA
      *    POSTADA (MESMO CLIENTE E VALOR DA 1A PARCELA) OU COLISAO.
           IF WS-IX-PARCELA = 1
               EVALUATE TRUE
                   WHEN WS-FS-PAGTOPEND = '00'
                       ADD 1                  TO WS-QT-POSTADOS
                       ADD 1                  TO WS-QT-PARCELADAS
                   WHEN WS-FS-PAGTOPEND = '22'
                       MOVE WS-CPAG-PARC-VALOR(1)
                                               TO WS-VALOR-ESPERADO
                       PERFORM P300-CONFERE-JA-POSTADO
                       SET PARCELAMENTO-INTERROMPIDO TO TRUE
                       EXIT PARAGRAPH
                   WHEN OTHER
                       ADD 1                  TO WS-QT-ERROS
                       DISPLAY 'ERRO AO POSTAR A FATURA '
                               FT-NUM-FATURA ': ' WS-FS-PAGTOPEND
                       SET PARCELAMENTO-INTERROMPIDO TO TRUE
                       EXIT PARAGRAPH
               END-EVALUATE
           ELSE
               IF WS-FS-PAGTOPEND NOT = '00'
                   ADD 1                      TO WS-QT-ERROS-PARCELA
                   DISPLAY 'ERRO AO GRAVAR A PARCELA ' WS-IX-PARCELA
                           ' DA FATURA ' FT-NUM-FATURA ': '
                           WS-FS-PAGTOPEND
                   MOVE SPACES                TO WS-REG-POSTAGEM
                   STRING 'FATURA ' DELIMITED BY SIZE
                          FT-NUM-FATURA DELIMITED BY SIZE
                          ' - PARCELA ' DELIMITED BY SIZE
                          WS-IX-PARCELA DELIMITED BY SIZE
                          ' NAO GRAVADA' DELIMITED BY SIZE
                          INTO WS-REG-POSTAGEM
                   END-STRING
                   WRITE WS-REG-POSTAGEM
                   SET PARCELAMENTO-INTERROMPIDO TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'I'                           TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-PAGJRN

           ADD 1                              TO WS-QT-PARCELAS
           ADD PAGTO-VALOR                    TO WS-VALOR-POSTADO

           MOVE PAGTO-VALOR                   TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING '  FAT ' DELIMITED BY SIZE
                  FT-NUM-FATURA DELIMITED BY SIZE
                  ' PARC ' DELIMITED BY SIZE
                  WS-IX-PARCELA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CPAG-QT-PARCELAS DELIMITED BY SIZE
                  ' PAGTO ' DELIMITED BY SIZE
                  PAGTO-NUMERO DELIMITED BY SIZE
                  ' VENC ' DELIMITED BY SIZE
                  PAGTO-DATA-VENC DELIMITED BY SIZE
                  ' R$ ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           PERFORM P250-ABATE-CREDITO-CLIENTE
           .

      *****************************************
      * PROXIMO NUMERO LIVRE DO PAGTOSEQ: NUMERO JA OCUPADO NO
      * PAGTOPEND (GRAVADO POR FORA DO CONTROLE) E' SALTADO, COMO NA
      * CONFERENCIA DE COLISAO DA RENEGOCIACAO. O READ E' FEITO
      * ANTES DE MONTAR O REGISTRO DA PARCELA.
      *****************************************
       P520-PROXIMO-NUMERO.
      *****************************************

           SET NUMERO-LIVRE                   TO FALSE

           PERFORM UNTIL NUMERO-LIVRE
                      OR WS-ULTIMO-NUMERO = 999999
               ADD 1                          TO WS-ULTIMO-NUMERO
               ADD 1                          TO WS-QT-NUMEROS-USADOS
               MOVE WS-ULTIMO-NUMERO          TO PAGTO-NUMERO
               READ PAGTO-PENDENTES
                   INVALID KEY
                       SET NUMERO-LIVRE       TO TRUE
               END-READ
           END-PERFORM
           .

      *****************************************
      * REGRAVA O ULTIMO NUMERO ATRIBUIDO NO CONTROLE PAGTOSEQ -
      * SO' QUANDO ALGUMA PARCELA CONSUMIU NUMERO.
      *****************************************
       P900-REGRAVA-SEQUENCIA.
      *****************************************

           IF WS-QT-NUMEROS-USADOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAGTO-SEQUENCIA

           IF WS-FS-SEQUENCIA = '00'
               MOVE WS-ULTIMO-NUMERO          TO SEQ-ULTIMO-NUMERO
               WRITE WS-REG-SEQUENCIA
               CLOSE PAGTO-SEQUENCIA
           ELSE
               DISPLAY 'ERRO AO REGRAVAR O PAGTOSEQ: '
                       WS-FS-SEQUENCIA
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * RELATORIO DE POSTAGEM: CONCILIA AS FATURAS LIDAS COM OS
      * PAGAMENTOS CRIADOS, JA POSTADOS E COM ERRO.
       P999-FIM.
      *****************************************

           PERFORM P900-REGRAVA-SEQUENCIA

           MOVE WS-QT-LIDOS                   TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'FATURAS LIDAS........: ' DELIMITED BY SIZE
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-QT-CREDCLI-ABATIDOS        TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'CREDITOS DE CLIENTE..: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-VALOR-CREDCLI              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'VALOR DE CREDITO.....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-QT-CONSOLIDADAS            TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'CONSOLIDADAS.........: ' DELIMITED BY SIZE
           END-STRING
           WRITE WS-REG-POSTAGEM

      *    PARCELAMENTO: INFORMATIVO, FORA DA CONCILIACAO (A FATURA
      *    PARCELADA JA CONTA EM PAGAMENTOS CRIADOS).
           MOVE WS-QT-PARCELADAS              TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'FATURAS PARCELADAS...: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-QT-PARCELAS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'PARCELAS GRAVADAS....: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-QT-ERROS-PARCELA           TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'PARCELAS COM ERRO....: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           MOVE WS-QT-COND-INVALIDA           TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-POSTAGEM
           STRING 'CONDICAO INVALIDA....: ' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  INTO WS-REG-POSTAGEM
           END-STRING
           WRITE WS-REG-POSTAGEM

           IF WS-QT-POSTADOS + WS-QT-JA-POSTADOS + WS-QT-CREDITOS
              + WS-QT-CONSOLIDADAS + WS-QT-ERROS = WS-QT-LIDOS
               MOVE 'CONCILIACAO..........: BATE'
           END-IF
           CLOSE FATURAS-CONSOLIDAR

           IF WS-FS-CREDCLI NOT = '91' AND WS-FS-CREDCLI NOT = '35'
               CLOSE CREDITOS-CLIENTE
           END-IF
           IF WS-FS-CREDMOV = '00'
               CLOSE CREDITO-MOVIMENTO
           END-IF

           DISPLAY 'FATURAS LIDAS........: ' WS-QT-LIDOS
           DISPLAY 'PAGAMENTOS CRIADOS...: ' WS-QT-POSTADOS
           DISPLAY 'JA POSTADOS..........: ' WS-QT-JA-POSTADOS
           DISPLAY 'NOTAS DE CREDITO.....: ' WS-QT-CREDITOS
           DISPLAY 'CONSOLIDADAS.........: ' WS-QT-CONSOLIDADAS
           DISPLAY 'REEMBOLSOS GERADOS...: ' WS-QT-REEMBOLSOS
           DISPLAY 'CREDITOS DE CLIENTE..: ' WS-QT-CREDCLI-ABATIDOS
           DISPLAY 'FATURAS PARCELADAS...: ' WS-QT-PARCELADAS
           DISPLAY 'PARCELAS GRAVADAS....: ' WS-QT-PARCELAS
           DISPLAY 'ERROS DE POSTAGEM....: ' WS-QT-ERROS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
               PERFORM P-GRAVA-PROCREG
           END-IF

           IF WS-RETORNO = ZEROS
              AND (WS-QT-ERROS > ZEROS OR WS-QT-ERROS-PARCELA > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           IF WS-RETORNO = ZEROS AND WS-QT-JORNAL-ERRO > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE
           COPY FERIADPR.
           COPY PARAMPR.
           COPY PAGAUDPR.
           COPY PAGJRNPR.
           COPY PAGTRXPR.
           COPY PROCREGPR.
           COPY ALERTAPR.
           COPY CONDPGPR.

       END PROGRAM DEMONSTRA-FATPOST.
