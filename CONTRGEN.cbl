      *          AS LINHAS DE FATITENS (ANEXADAS AO ARQUIVO DA
      *          NOITE, ANTES DE DEMONSTRA-FATURA RODAR) COM O PRECO
      *          VIGENTE DO PRODUTO (TABELA PRODPRECO COM FALLBACK NO
      *          PROD-PRECO, A MESMA REGRA DO FATURAMENTO) - OU O
      *          PRECO ACORDADO DA LINHA DO CONTRATO, QUANDO HA - E A
      *          UF DO CLIENTE NO CLIMAST - DALI EM DIANTE A CADEIA
      *          TRATA O CONTRATO COMO QUALQUER FATURA DIGITADA. O
      *          NUMERO DA FATURA VEM DO CONTROLE SEQUENCIAL FATSEQ. UMA
      *          EXECUCAO POR DATA DE NEGOCIO (RUNCTL) - GERAR DUAS
      *          VEZES FATURARIA O MES EM DOBRO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - REPRESENTANTE DE CADA LINHA GERADA PELA
      *                    TABELA DE TERRITORIOS (TERRIT,
      *                    COPY/TERRPR.CPY) NA DATA DE NEGOCIO, COM A
      *                    CIDADE E A UF DO CLIENTE NO CLIMAST - AS
      *                    FATURAS RECORRENTES SAIAM SEM REPRESENTANTE
      *                    E NAO PAGAVAM COMISSAO A NINGUEM
      *   15/10/2026 WT - LINHA COM PRECO ACORDADO NO CONTRATO (E
      *                    REAJUSTADO PELO INDICE) SAI A ESSE PRECO,
      *                    COM O NUMERO DO CONTRATO EM WS-IT-CONTRATO
      *                    PARA O FATURAMENTO CONFERIR
      *   15/10/2026 WT - PRO-RATA NO INICIO E NO FIM DO CONTRATO: O
      *                    CONTRATO QUE COMECA FORA DO DIA DE
      *                    FATURAMENTO GANHA A FATURA INICIAL DO
      *                    INICIO ATE A VESPERA DO PRIMEIRO DIA DE
      *                    FATURAMENTO, E O QUE ACABA NO MEIO DO CICLO
      *                    (SEM RENOVACAO AUTOMATICA) FATURA SO' ATE O
      *                    FIM; OS DIAS SAO CONTADOS PELA REGRA DO
      *                    SISPARAM CONTRATO-PRORATA-BASE (0 = DIAS
      *                    CORRIDOS, 30 = MES COMERCIAL DE 30 DIAS). O
      *                    CICLO E O ULTIMO DIA FATURADO FICAM NO
      *                    CONTRMAST, QUE PASSA A SER ABERTO EM I-O. OS
      *                    AJUSTES PENDENTES DO CONTRAJUS (ALTERACAO DE
      *                    QUANTIDADE NO MEIO DO CICLO) ENTRAM NA
      *                    PROXIMA FATURA DO CONTRATO
      *   15/10/2026 WT - CONSUMO MEDIDO TARIFADO POR DEMONSTRA-USOTAR
      *                    (USOTARIF, COPY/USOTARIF.CPY): UMA LINHA DE
      *                    FATITENS POR FAIXA DE TARIFA, NA FATURA DO
      *                    CONTRATO OU SOZINHA NO CONTRATO ENCERRADO,
      *                    E O DEMONSTRATIVO DE CONSUMO (PERIODO,
      *                    LEITURAS E FAIXAS) GUARDADO NO USOEXTR PELO
      *                    NUMERO DA FATURA PARA O DOCUMENTO
      *   15/10/2026 WT - CRONOGRAMA DE RECEITA DIFERIDA (RECDIF,
      *                    COPY/RECDIF.CPY): A FATURA COM LINHAS DE
      *                    PERIODO (INICIAL, CICLO OU AJUSTE) GRAVA O
      *                    PERIODO DE SERVICO COBERTO E O BRUTO DO
      *                    CONSUMO MEDIDO DA MESMA FATURA - O EXTRATO
      *                    CONTABIL LANCA A RECEITA ANTECIPADA NA
      *                    CONTA DE RECEITA DIFERIDA E O FECHAMENTO
      *                    MENSAL A RECONHECE DIA A DIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONTRGEN.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT TERRITORIOS         ASSIGN TO 'TERRIT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TERRIT.

           SELECT CONTRATO-AJUSTES    ASSIGN TO 'CONTRAJUS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRAJUS.

           SELECT USO-TARIFADO        ASSIGN TO 'USOTARIF'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOTARIF.

           SELECT USO-EXTRATO         ASSIGN TO 'USOEXTR'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY UEX-CHAVE
                                       FILE STATUS WS-FS-USOEXTR.

           SELECT RECEITA-DIFERIDA    ASSIGN TO 'RECDIF'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RDF-NUM-FATURA
                                       FILE STATUS WS-FS-RECDIF.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT RUN-CONTROL         ASSIGN TO 'RUNCTL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTL.
       FD RUN-LOG.
           COPY RUNLOG.

       FD TERRITORIOS.
           COPY TERRIT.

      *    AJUSTES PRO-RATA PENDENTES (DEMONSTRA-CONTRMANUT).
       FD CONTRATO-AJUSTES.
           COPY CONTRAJU.

      *    CONSUMO TARIFADO A COBRAR (DEMONSTRA-USOTAR).
       FD USO-TARIFADO.
           COPY USOTARIF.

      *    DEMONSTRATIVO DE CONSUMO DA FATURA, PARA O DOCUMENTO.
       FD USO-EXTRATO.
           COPY USOEXT.

      *    CRONOGRAMA DA RECEITA COBRADA ANTECIPADAMENTE.
       FD RECEITA-DIFERIDA.
           COPY RECDIF.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD RUN-CONTROL.
           COPY RUNCTL.

       77 WS-SEQ-ITEM                        PIC 9(06) VALUE ZEROS.
       77 WS-IX-ITEM                         PIC 9(01) VALUE ZEROS.
       77 WS-UF-CLIENTE                      PIC X(02) VALUE SPACES.
       77 WS-REP-CLIENTE                     PIC X(04) VALUE SPACES.

      *    TABELA DE PRECOS POR CODIGO/VIGENCIA E A BUSCA DO PRECO
      *    EM VIGOR NA DATA DE NEGOCIO - A MESMA REGRA DE
       77 WS-MELHOR-VIG-PRECO                PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-VIGENTE     PIC S9(05)V99 COMP-3 VALUE ZEROS.

      *    PRO-RATA: REGRA DE CONTAGEM DOS DIAS (SISPARAM
      *    CONTRATO-PRORATA-BASE: 0 = DIAS CORRIDOS, 30 = MES
      *    COMERCIAL - TODO CICLO TEM 30 DIAS), OS CICLOS DO CONTRATO
      *    EM CURSO E OS DIAS COBERTOS/DO CICLO DAS LINHAS.
       77 WS-BASE-PRORATA                    PIC 9(02) VALUE ZEROS.
       77 WS-SW-FAT-INICIAL                  PIC X(01) VALUE 'N'.
           88 FATURA-INICIAL                 VALUE 'S' FALSE 'N'.
       77 WS-SW-FAT-REGULAR                  PIC X(01) VALUE 'N'.
           88 FATURA-REGULAR                 VALUE 'S' FALSE 'N'.
       77 WS-SW-FAT-AJUSTES                  PIC X(01) VALUE 'N'.
           88 FATURA-AJUSTES                 VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRA-FATURA                 PIC 9(08) VALUE ZEROS.
       77 WS-CICLO-INICIO                    PIC 9(08) VALUE ZEROS.
       77 WS-CICLO-FIM                       PIC 9(08) VALUE ZEROS.
       77 WS-COBRE-INICIO                    PIC 9(08) VALUE ZEROS.
       77 WS-COBRE-FIM                       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-COBERTOS                   PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-CICLO                      PIC 9(03) VALUE ZEROS.
       77 WS-SW-PRORATA                      PIC X(01) VALUE 'N'.
           88 PERIODO-PRO-RATA               VALUE 'S' FALSE 'N'.
       77 WS-QT-PRORATA                      PIC 9(06) VALUE ZEROS.

      *    DATA DE TRABALHO DAS CONTAS DE CICLO (MES SEGUINTE OU
      *    ANTERIOR NO DIA DE FATURAMENTO).
       01 WS-DATA-AUX                        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO                     PIC 9(04).
           03 WS-AUX-MES                     PIC 9(02).
           03 WS-AUX-DIA                     PIC 9(02).

      *    CONTAGEM DE DIAS DE WS-CNT-INICIO A WS-CNT-FIM, INCLUSIVE.
       01 WS-CNT-INICIO                      PIC 9(08) VALUE ZEROS.
       01 WS-CNT-INICIO-R REDEFINES WS-CNT-INICIO.
           03 WS-CNT-ANO-1                   PIC 9(04).
           03 WS-CNT-MES-1                   PIC 9(02).
           03 WS-CNT-DIA-1                   PIC 9(02).
       77 WS-CNT-FIM                         PIC 9(08) VALUE ZEROS.
       01 WS-CNT-APOS                        PIC 9(08) VALUE ZEROS.
       01 WS-CNT-APOS-R REDEFINES WS-CNT-APOS.
           03 WS-CNT-ANO-2                   PIC 9(04).
           03 WS-CNT-MES-2                   PIC 9(02).
           03 WS-CNT-DIA-2                   PIC 9(02).
       77 WS-CNT-DIAS                        PIC S9(05) VALUE ZEROS.

      *    AJUSTES PENDENTES DO CONTRAJUS: O COBRADO SAI DO ARQUIVO
      *    NA REGRAVACAO DO FIM; O RESTO FICA PARA A PROXIMA NOITE.
       77 WS-FS-CONTRAJUS                    PIC X(02) VALUE '00'.
       77 WS-QT-TAB-AJUSTES                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-AJUSTE                       PIC 9(03) VALUE ZEROS.
       77 WS-QT-AJUSTES-COBRADOS             PIC 9(06) VALUE ZEROS.
       01 WS-TAB-AJUSTES.
           03 WS-TAB-AJUSTES-ITEM      OCCURS 500 TIMES.
               05 WS-TAJ-IMAGEM               PIC X(74).
               05 WS-TAJ-CAMPOS REDEFINES WS-TAJ-IMAGEM.
                   07 WS-TAJ-CONTRATO         PIC 9(06).
                   07 WS-TAJ-PRODUTO          PIC X(08).
                   07 WS-TAJ-QTDE             PIC S9(05)V99.
                   07 WS-TAJ-PRECO            PIC S9(05)V99.
                   07 WS-TAJ-DATA-INICIO      PIC 9(08).
                   07 WS-TAJ-DATA-FIM         PIC 9(08).
                   07 WS-TAJ-CICLO-INICIO     PIC 9(08).
                   07 WS-TAJ-CICLO-FIM        PIC 9(08).
                   07 FILLER                  PIC X(14).
               05 WS-TAJ-SW-COBRADO           PIC X(01).
                   88 AJUSTE-COBRADO          VALUE 'S' FALSE 'N'.

      *    CONSUMO TARIFADO DO USOTARIF: LINHAS DE COBRANCA ('L') E
      *    DETALHES DAS LEITURAS ('D'). O COBRADO SAI DO ARQUIVO NA
      *    REGRAVACAO DO FIM; MAIS REGISTROS QUE A TABELA, NENHUM E'
      *    COBRADO NA NOITE, COMO NOS AJUSTES.
       77 WS-FS-USOTARIF                     PIC X(02) VALUE '00'.
       77 WS-FS-USOEXTR                      PIC X(02) VALUE '00'.
       77 WS-QT-TAB-USO                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-USO                          PIC 9(04) VALUE ZEROS.
       77 WS-QT-USO-COBRADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-SW-FAT-USO                      PIC X(01) VALUE 'N'.
           88 FATURA-USO                     VALUE 'S' FALSE 'N'.
       01 WS-TAB-USO.
           03 WS-TAB-USO-ITEM          OCCURS 2000 TIMES.
               05 WS-TUT-IMAGEM               PIC X(61).
               05 WS-TUT-CAMPOS REDEFINES WS-TUT-IMAGEM.
                   07 WS-TUT-CONTRATO         PIC 9(06).
                   07 WS-TUT-TIPO             PIC X(01).
                   07 WS-TUT-PRODUTO          PIC X(08).
                   07 WS-TUT-QTDE             PIC S9(05)V99.
                   07 WS-TUT-PRECO            PIC S9(05)V99.
                   07 WS-TUT-FAIXA            PIC 9(02).
                   07 WS-TUT-DATA-USO         PIC 9(08).
                   07 WS-TUT-SEQ-USO          PIC 9(06).
                   07 WS-TUT-PERIODO-INICIO   PIC 9(08).
                   07 WS-TUT-PERIODO-FIM      PIC 9(08).
               05 WS-TUT-SW-COBRADO           PIC X(01).
                   88 USO-COBRADO             VALUE 'S' FALSE 'N'.

      *    MONTAGEM DO DEMONSTRATIVO DE CONSUMO.
       77 WS-SEQ-EXTRATO                     PIC 9(04) VALUE ZEROS.
       77 WS-USO-INICIO                      PIC 9(08) VALUE ZEROS.
       77 WS-USO-FIM                         PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-FAIXA       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-USO         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-TOTAL-ED                        PIC -(07)9.99.
       01 WS-DATA-ED.
           03 WS-DATA-ED-DIA                 PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DATA-ED-MES                 PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DATA-ED-ANO                 PIC 9(04).
       77 WS-DATA-ED-INICIO                  PIC X(10) VALUE SPACES.

      *    PERIODO DE SERVICO DA FATURA PARA O CRONOGRAMA DE RECEITA
      *    DIFERIDA: DO MENOR INICIO AO MAIOR FIM DAS LINHAS DE
      *    PERIODO (FIM EM ZEROS = FATURA SO' DE CONSUMO, SEM
      *    CRONOGRAMA).
       77 WS-FS-RECDIF                       PIC X(02) VALUE '00'.
       77 WS-DIF-INICIO                      PIC 9(08) VALUE ZEROS.
       77 WS-DIF-FIM                         PIC 9(08) VALUE ZEROS.
       77 WS-QT-DIFERIDAS                    PIC 9(06) VALUE ZEROS.

           COPY RUNCTLWS.
           COPY DTNEGWS.
           COPY TERRWS.
           COPY PARAMWS.

       LINKAGE SECTION.
           COPY JOBRES.

           PERFORM P030-LE-SEQUENCIA
           PERFORM P040-CARREGA-PRECOS
           PERFORM P-CARREGA-TERRITORIOS
           PERFORM P050-CARREGA-AJUSTES
           PERFORM P060-CARREGA-USO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'CONTRATO-PRORATA-BASE'       TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR = 30
                   MOVE 30                    TO WS-BASE-PRORATA
               ELSE
                   IF WS-PARAM-VALOR NOT = ZEROS
                       DISPLAY 'AVISO: CONTRATO-PRORATA-BASE '
                               WS-PARAM-VALOR ' INVALIDO - '
                               'CONTANDO DIAS CORRIDOS'
                   END-IF
               END-IF
           END-IF

      *    I-O: O CICLO FATURADO E' GRAVADO DE VOLTA NO CONTRATO.
           OPEN I-O CONTRATO-MASTER
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT PRODUTO-MASTER

               OPEN OUTPUT FATURA-ITENS
           END-IF

      *    O DEMONSTRATIVO E' GUARDADO ATE O DOCUMENTO SAIR; NA
      *    PRIMEIRA VEZ O ARQUIVO E' CRIADO NA HORA. SEM ELE, O
      *    CONSUMO FICA PARA A PROXIMA NOITE.
           IF WS-QT-TAB-USO > ZEROS
               OPEN I-O USO-EXTRATO
               IF WS-FS-USOEXTR = '35'
                   OPEN OUTPUT USO-EXTRATO
                   CLOSE USO-EXTRATO
                   OPEN I-O USO-EXTRATO
               END-IF
               IF WS-FS-USOEXTR NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O USOEXTR: ' WS-FS-USOEXTR
                           ' - CONSUMO NAO COBRADO NESTA NOITE'
                   ADD 1                      TO WS-QT-ERROS
                   MOVE ZEROS                 TO WS-QT-TAB-USO
               END-IF
           END-IF

      *    SEM O CRONOGRAMA AS FATURAS SAEM MESMO ASSIM, MAS O
      *    EXTRATO CONTABIL LANCA A RECEITA INTEIRA NA NOITE - O
      *    LOTE AVISA COM RC 4.
           OPEN I-O RECEITA-DIFERIDA
           IF WS-FS-RECDIF = '35'
               OPEN OUTPUT RECEITA-DIFERIDA
               CLOSE RECEITA-DIFERIDA
               OPEN I-O RECEITA-DIFERIDA
           END-IF
           IF WS-FS-RECDIF NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RECDIF: ' WS-FS-RECDIF
                       ' - RECEITA DAS FATURAS NAO SERA DIFERIDA'
               ADD 1                          TO WS-QT-ERROS
           END-IF

           IF WS-FS-CONTRATO NOT = '00'
               DISPLAY 'CONTRATO-MASTER INDISPONIVEL: '
                       WS-FS-CONTRATO
           CLOSE PRECO-VIGENCIAS
           .

      *****************************************
      * CARREGA OS AJUSTES PENDENTES. MAIS AJUSTES QUE A TABELA: A
      * NOITE NAO COBRA NENHUM (A REGRAVACAO PERDERIA O EXCESSO) E
      * O LOTE TERMINA COM AVISO.
      *****************************************
       P050-CARREGA-AJUSTES.
      *****************************************

           OPEN INPUT CONTRATO-AJUSTES

           IF WS-FS-CONTRAJUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTRAJUS NOT = '00'
               READ CONTRATO-AJUSTES
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTRAJUS = '00'
                   IF WS-QT-TAB-AJUSTES = 500
                       DISPLAY 'AVISO: CONTRAJUS COM MAIS DE 500 '
                               'AJUSTES - NENHUM COBRADO NESTA NOITE'
                       ADD 1                  TO WS-QT-ERROS
                       MOVE ZEROS             TO WS-QT-TAB-AJUSTES
                       MOVE '10'              TO WS-FS-CONTRAJUS
                   ELSE
                       ADD 1                  TO WS-QT-TAB-AJUSTES
                       MOVE WS-REG-CONTRAJUS
                         TO WS-TAJ-IMAGEM(WS-QT-TAB-AJUSTES)
                       SET AJUSTE-COBRADO(WS-QT-TAB-AJUSTES)
                                              TO FALSE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CONTRATO-AJUSTES
           .

      *****************************************
      * CARREGA O CONSUMO TARIFADO A COBRAR.
      *****************************************
       P060-CARREGA-USO.
      *****************************************

           OPEN INPUT USO-TARIFADO

           IF WS-FS-USOTARIF NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-USOTARIF NOT = '00'
               READ USO-TARIFADO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-USOTARIF = '00'
                   IF WS-QT-TAB-USO = 2000
                       DISPLAY 'AVISO: USOTARIF COM MAIS DE 2000 '
                               'REGISTROS - NENHUM CONSUMO COBRADO '
                               'NESTA NOITE'
                       ADD 1                  TO WS-QT-ERROS
                       MOVE ZEROS             TO WS-QT-TAB-USO
                       MOVE '10'              TO WS-FS-USOTARIF
                   ELSE
                       ADD 1                  TO WS-QT-TAB-USO
                       MOVE WS-REG-USOTARIF
                         TO WS-TUT-IMAGEM(WS-QT-TAB-USO)
                       SET USO-COBRADO(WS-QT-TAB-USO) TO FALSE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE USO-TARIFADO
           .

      *****************************************
       P100-LE-CONTRATO.
      *****************************************
           .

      *****************************************
      * GERA O CONTRATO QUE FATURA HOJE E ESTA NA VIGENCIA, O QUE
      * COMECOU FORA DO DIA DE FATURAMENTO E AINDA NAO FOI FATURADO
      * (FATURA INICIAL PRO-RATA) E OS AJUSTES PENDENTES - ESTES VAO
      * NA FATURA DO CONTRATO OU, COM A VIGENCIA ENCERRADA, SOZINHOS.
      * O CONSUMO TARIFADO SO' EXISTE PARA O CONTRATO QUE FATURA
      * HOJE OU JA ENCERROU, E E' SEMPRE COBRADO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           SET FATURA-INICIAL                 TO FALSE
           SET FATURA-REGULAR                 TO FALSE
           SET FATURA-AJUSTES                 TO FALSE
           SET FATURA-USO                     TO FALSE

           IF CONTR-DATA-INICIO NOT > WS-DATA-NEGOCIO
               PERFORM P210-CONFERE-INICIAL

               IF CONTR-DIA-FATURAMENTO = WS-DIA-NEGOCIO
                  AND (CONTR-DATA-FIM = ZEROS
                    OR CONTR-DATA-FIM NOT < WS-DATA-NEGOCIO)
                   SET FATURA-REGULAR         TO TRUE
               END-IF

               PERFORM P220-CONFERE-AJUSTES
               IF FATURA-AJUSTES
                  AND NOT FATURA-INICIAL
                  AND NOT FATURA-REGULAR
                  AND (CONTR-DATA-FIM = ZEROS
                    OR CONTR-DATA-FIM NOT < WS-DATA-NEGOCIO)
                   SET FATURA-AJUSTES         TO FALSE
               END-IF

               PERFORM P230-CONFERE-USO
           END-IF

           IF FATURA-INICIAL OR FATURA-REGULAR OR FATURA-AJUSTES
              OR FATURA-USO
               PERFORM P300-GERA-FATURA
           END-IF

           PERFORM P100-LE-CONTRATO
           .

      *****************************************
      * CONTRATO AINDA NAO FATURADO QUE COMECOU FORA DO DIA DE
      * FATURAMENTO: OS DIAS DO INICIO ATE A VESPERA DO PRIMEIRO DIA
      * DE FATURAMENTO SAO COBRADOS NA FATURA INICIAL, GERADA ENTRE O
      * INICIO E ESSE DIA - DEPOIS DELE (CONTRATO ANTIGO OU CADEIA
      * PARADA) NAO HA MAIS FATURA INICIAL. O CICLO DE REFERENCIA E'
      * O QUE TERMINA NA VESPERA DO PRIMEIRO DIA DE FATURAMENTO.
      *****************************************
       P210-CONFERE-INICIAL.
      *****************************************

           IF CONTR-FAT-ATE IS NUMERIC
              AND CONTR-FAT-ATE > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE CONTR-DATA-INICIO             TO WS-DATA-AUX

           IF WS-AUX-DIA = CONTR-DIA-FATURAMENTO
               EXIT PARAGRAPH
           END-IF

           IF WS-AUX-DIA > CONTR-DIA-FATURAMENTO
               PERFORM P720-MES-SEGUINTE
           END-IF
           MOVE CONTR-DIA-FATURAMENTO         TO WS-AUX-DIA
           MOVE WS-DATA-AUX                   TO WS-PRIMEIRA-FATURA

           IF WS-DATA-NEGOCIO > WS-PRIMEIRA-FATURA
               EXIT PARAGRAPH
           END-IF

           PERFORM P730-MES-ANTERIOR
           MOVE WS-DATA-AUX                   TO WS-CICLO-INICIO
           COMPUTE WS-CICLO-FIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PRIMEIRA-FATURA) - 1)

           MOVE CONTR-DATA-INICIO             TO WS-COBRE-INICIO
           MOVE WS-CICLO-FIM                  TO WS-COBRE-FIM
           IF CONTR-DATA-FIM NOT = ZEROS
              AND CONTR-DATA-FIM < WS-COBRE-FIM
               MOVE CONTR-DATA-FIM            TO WS-COBRE-FIM
           END-IF

           IF WS-COBRE-FIM NOT < WS-COBRE-INICIO
               SET FATURA-INICIAL             TO TRUE
           END-IF
           .

      *****************************************
      * HA AJUSTE PENDENTE (NAO COBRADO) PARA O CONTRATO?
      *****************************************
       P220-CONFERE-AJUSTES.
      *****************************************

           PERFORM VARYING WS-IX-AJUSTE FROM 1 BY 1
                   UNTIL WS-IX-AJUSTE > WS-QT-TAB-AJUSTES
                      OR FATURA-AJUSTES
               IF WS-TAJ-CONTRATO(WS-IX-AJUSTE) = CONTR-NUMERO
                  AND NOT AJUSTE-COBRADO(WS-IX-AJUSTE)
                   SET FATURA-AJUSTES         TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************
      * HA CONSUMO TARIFADO (NAO COBRADO) PARA O CONTRATO?
      *****************************************
       P230-CONFERE-USO.
      *****************************************

           PERFORM VARYING WS-IX-USO FROM 1 BY 1
                   UNTIL WS-IX-USO > WS-QT-TAB-USO
                      OR FATURA-USO
               IF WS-TUT-CONTRATO(WS-IX-USO) = CONTR-NUMERO
                  AND NOT USO-COBRADO(WS-IX-USO)
                   SET FATURA-USO             TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************
      * UMA FATURA NOVA (NUMERO DO FATSEQ) COM UMA LINHA DE
      * FATITENS POR LINHA PREENCHIDA DO CONTRATO, PRECIFICADA PELA

           MOVE WS-ESTADO(1:2)                TO WS-UF-CLIENTE

      *    O REPRESENTANTE DO TERRITORIO DO CLIENTE HOJE.
           MOVE CONTR-NUM-CLIENTE             TO WS-TERR-CLIENTE
           MOVE WS-UF-CLIENTE                 TO WS-TERR-UF
           MOVE WS-CIDADE                     TO WS-TERR-CIDADE
           MOVE WS-DATA-NEGOCIO               TO WS-TERR-DATA
           PERFORM P-OBTEM-REP-TERRITORIO
           MOVE WS-TERR-REP                   TO WS-REP-CLIENTE

           ADD 1                              TO WS-ULTIMA-FATURA

           MOVE 99999999                      TO WS-DIF-INICIO
           MOVE ZEROS                         TO WS-DIF-FIM
           MOVE ZEROS                         TO WS-TOTAL-USO

      *    FATURA INICIAL: DO INICIO DO CONTRATO ATE A VESPERA DO
      *    PRIMEIRO DIA DE FATURAMENTO (OU O FIM DA VIGENCIA).
           IF FATURA-INICIAL
               PERFORM P310-LINHAS-DO-PERIODO
               PERFORM P340-AMPLIA-PERIODO
               MOVE WS-CICLO-INICIO           TO CONTR-CICLO-INICIO
               MOVE WS-CICLO-FIM              TO CONTR-CICLO-FIM
               MOVE WS-COBRE-FIM              TO CONTR-FAT-ATE
           END-IF

      *    CICLO DE HOJE ATE A VESPERA DO PROXIMO DIA DE
      *    FATURAMENTO; A VIGENCIA QUE ACABA ANTES (SEM RENOVACAO
      *    AUTOMATICA) LIMITA OS DIAS COBERTOS.
           IF FATURA-REGULAR
               MOVE WS-DATA-NEGOCIO           TO WS-CICLO-INICIO
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-AUX
               PERFORM P720-MES-SEGUINTE
               MOVE CONTR-DIA-FATURAMENTO     TO WS-AUX-DIA
               COMPUTE WS-CICLO-FIM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
               MOVE WS-CICLO-INICIO           TO WS-COBRE-INICIO
               MOVE WS-CICLO-FIM              TO WS-COBRE-FIM
               IF CONTR-DATA-FIM NOT = ZEROS
                  AND CONTR-DATA-FIM < WS-COBRE-FIM
                  AND NOT CONTR-RENOVA-AUTO
                   MOVE CONTR-DATA-FIM        TO WS-COBRE-FIM
               END-IF
               PERFORM P310-LINHAS-DO-PERIODO
               PERFORM P340-AMPLIA-PERIODO
               MOVE WS-CICLO-INICIO           TO CONTR-CICLO-INICIO
               MOVE WS-CICLO-FIM              TO CONTR-CICLO-FIM
               MOVE WS-COBRE-FIM              TO CONTR-FAT-ATE
           END-IF

           IF FATURA-AJUSTES
               PERFORM VARYING WS-IX-AJUSTE FROM 1 BY 1
                       UNTIL WS-IX-AJUSTE > WS-QT-TAB-AJUSTES
                   IF WS-TAJ-CONTRATO(WS-IX-AJUSTE) = CONTR-NUMERO
                      AND NOT AJUSTE-COBRADO(WS-IX-AJUSTE)
                       PERFORM P420-GERA-LINHA-AJUSTE
                   END-IF
               END-PERFORM
           END-IF

           IF FATURA-USO
               PERFORM P320-COBRA-CONSUMO
           END-IF

           IF FATURA-INICIAL OR FATURA-REGULAR
               REWRITE WS-REG-CONTRATO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-FS-CONTRATO NOT = '00'
                   ADD 1                      TO WS-QT-ERROS
                   DISPLAY 'CONTRATO ' CONTR-NUMERO
                           ' - ERRO AO GRAVAR O CICLO FATURADO: '
                           WS-FS-CONTRATO
               END-IF
           END-IF

           IF WS-DIF-FIM > ZEROS
               PERFORM P380-GRAVA-CRONOGRAMA
           END-IF

           ADD 1                              TO WS-QT-GERADOS
           .

      *****************************************
      * UMA LINHA POR LINHA PREENCHIDA DO CONTRATO PARA O PERIODO
      * WS-COBRE-INICIO A WS-COBRE-FIM DO CICLO WS-CICLO-INICIO A
      * WS-CICLO-FIM - PRO-RATA QUANDO COBRE MENOS QUE O CICLO.
      *****************************************
       P310-LINHAS-DO-PERIODO.
      *****************************************

           PERFORM P700-CALCULA-PRORATA

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               IF CONTR-PRODUTO(WS-IX-ITEM) NOT = SPACES
                   PERFORM P400-GERA-LINHA
               END-IF
           END-PERFORM
           .

      *****************************************
      * CONSUMO TARIFADO DO CONTRATO: O DEMONSTRATIVO (CABECALHO COM
      * O PERIODO, UMA LINHA POR LEITURA, UMA POR FAIXA E O TOTAL)
      * VAI PARA O USOEXTR E CADA FAIXA VIRA UMA LINHA DA FATURA.
      *****************************************
       P320-COBRA-CONSUMO.
      *****************************************

           MOVE ZEROS                         TO WS-SEQ-EXTRATO
           MOVE ZEROS                         TO WS-TOTAL-USO
           MOVE 99999999                      TO WS-USO-INICIO
           MOVE ZEROS                         TO WS-USO-FIM

           PERFORM VARYING WS-IX-USO FROM 1 BY 1
                   UNTIL WS-IX-USO > WS-QT-TAB-USO
               IF WS-TUT-CONTRATO(WS-IX-USO) = CONTR-NUMERO
                  AND NOT USO-COBRADO(WS-IX-USO)
                   IF WS-TUT-PERIODO-INICIO(WS-IX-USO) < WS-USO-INICIO
                       MOVE WS-TUT-PERIODO-INICIO(WS-IX-USO)
                                              TO WS-USO-INICIO
                   END-IF
                   IF WS-TUT-PERIODO-FIM(WS-IX-USO) > WS-USO-FIM
                       MOVE WS-TUT-PERIODO-FIM(WS-IX-USO)
                                              TO WS-USO-FIM
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES                        TO UEX-LINHA
           STRING 'DEMONSTRATIVO DE CONSUMO - CONTRATO '
                                      DELIMITED BY SIZE
                  CONTR-NUMERO        DELIMITED BY SIZE
                  INTO UEX-LINHA
           END-STRING
           PERFORM P360-GRAVA-EXTRATO

           MOVE WS-USO-INICIO                 TO WS-DATA-AUX
           PERFORM P370-EDITA-DATA
           MOVE WS-DATA-ED                    TO WS-DATA-ED-INICIO
           MOVE WS-USO-FIM                    TO WS-DATA-AUX
           PERFORM P370-EDITA-DATA
           MOVE SPACES                        TO UEX-LINHA
           STRING 'PERIODO: '         DELIMITED BY SIZE
                  WS-DATA-ED-INICIO   DELIMITED BY SIZE
                  ' A '               DELIMITED BY SIZE
                  WS-DATA-ED          DELIMITED BY SIZE
                  INTO UEX-LINHA
           END-STRING
           PERFORM P360-GRAVA-EXTRATO

           PERFORM VARYING WS-IX-USO FROM 1 BY 1
                   UNTIL WS-IX-USO > WS-QT-TAB-USO
               IF WS-TUT-CONTRATO(WS-IX-USO) = CONTR-NUMERO
                  AND NOT USO-COBRADO(WS-IX-USO)
                  AND WS-TUT-TIPO(WS-IX-USO) = 'D'
                   PERFORM P330-LINHA-LEITURA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IX-USO FROM 1 BY 1
                   UNTIL WS-IX-USO > WS-QT-TAB-USO
               IF WS-TUT-CONTRATO(WS-IX-USO) = CONTR-NUMERO
                  AND NOT USO-COBRADO(WS-IX-USO)
                  AND WS-TUT-TIPO(WS-IX-USO) = 'L'
                   PERFORM P430-GERA-LINHA-USO
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-USO                  TO WS-TOTAL-ED
           MOVE SPACES                        TO UEX-LINHA
           STRING '  TOTAL DO CONSUMO....: ' DELIMITED BY SIZE
                  WS-TOTAL-ED                DELIMITED BY SIZE
                  INTO UEX-LINHA
           END-STRING
           PERFORM P360-GRAVA-EXTRATO
           .

      *****************************************
      * UMA LEITURA NO DEMONSTRATIVO: DIA, SEQ NA MEDICAO, PRODUTO
      * E QUANTIDADE.
      *****************************************
       P330-LINHA-LEITURA.
      *****************************************

           MOVE WS-TUT-DATA-USO(WS-IX-USO)    TO WS-DATA-AUX
           PERFORM P370-EDITA-DATA
           MOVE WS-TUT-QTDE(WS-IX-USO)        TO WS-QTDE-ED

           MOVE SPACES                        TO UEX-LINHA
           STRING '  '                        DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  '  LEITURA '                DELIMITED BY SIZE
                  WS-TUT-SEQ-USO(WS-IX-USO)   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-TUT-PRODUTO(WS-IX-USO)   DELIMITED BY SIZE
                  '  QTDE '                   DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO UEX-LINHA
           END-STRING
           PERFORM P360-GRAVA-EXTRATO

           SET USO-COBRADO(WS-IX-USO)         TO TRUE
           .

      *****************************************
      * ESTENDE O PERIODO DE SERVICO DA FATURA AO PERIODO COBERTO
      * PELAS LINHAS QUE ACABARAM DE SER GERADAS.
      *****************************************
       P340-AMPLIA-PERIODO.
      *****************************************

           IF WS-COBRE-FIM < WS-COBRE-INICIO
               EXIT PARAGRAPH
           END-IF

           IF WS-COBRE-INICIO < WS-DIF-INICIO
               MOVE WS-COBRE-INICIO           TO WS-DIF-INICIO
           END-IF
           IF WS-COBRE-FIM > WS-DIF-FIM
               MOVE WS-COBRE-FIM              TO WS-DIF-FIM
           END-IF
           .

      *****************************************
       P360-GRAVA-EXTRATO.
      *****************************************

           ADD 1                              TO WS-SEQ-EXTRATO
           MOVE WS-ULTIMA-FATURA              TO UEX-NUM-FATURA
           MOVE WS-SEQ-EXTRATO                TO UEX-SEQ

           WRITE WS-REG-USOEXT
               INVALID KEY
                   ADD 1                      TO WS-QT-ERROS
                   DISPLAY 'FATURA ' WS-ULTIMA-FATURA
                           ' - ERRO AO GRAVAR O DEMONSTRATIVO: '
                           WS-FS-USOEXTR
           END-WRITE
           .

      *****************************************
      * WS-DATA-AUX (AAAAMMDD) EM WS-DATA-ED (DD/MM/AAAA).
      *****************************************
       P370-EDITA-DATA.
      *****************************************

           MOVE WS-AUX-DIA                    TO WS-DATA-ED-DIA
           MOVE WS-AUX-MES                    TO WS-DATA-ED-MES
           MOVE WS-AUX-ANO                    TO WS-DATA-ED-ANO
           .

      *****************************************
      * CRONOGRAMA DA FATURA: SITUACAO 'G' ATE O EXTRATO CONTABIL
      * LANCAR A RECEITA E GRAVAR O VALOR DIFERIDO.
      *****************************************
       P380-GRAVA-CRONOGRAMA.
      *****************************************

           IF WS-FS-RECDIF NOT = '00'
              AND WS-FS-RECDIF NOT = '22'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-REG-RECDIF
           MOVE WS-ULTIMA-FATURA              TO RDF-NUM-FATURA
           MOVE CONTR-NUMERO                  TO RDF-CONTRATO
           MOVE CONTR-NUM-CLIENTE             TO RDF-NUM-CLIENTE
           MOVE WS-DIF-INICIO                 TO RDF-INICIO
           MOVE WS-DIF-FIM                    TO RDF-FIM
           SET RDF-GERADA                     TO TRUE
           MOVE WS-TOTAL-USO                  TO RDF-VALOR-USO

           WRITE WS-REG-RECDIF
               INVALID KEY
                   ADD 1                      TO WS-QT-ERROS
                   DISPLAY 'FATURA ' WS-ULTIMA-FATURA
                           ' - ERRO AO GRAVAR O CRONOGRAMA DE RECEITA '
                           'DIFERIDA: ' WS-FS-RECDIF
           END-WRITE

           IF WS-FS-RECDIF = '00'
               ADD 1                          TO WS-QT-DIFERIDAS
           END-IF
           .

      *****************************************
           MOVE CONTR-PRODUTO(WS-IX-ITEM)     TO WS-IT-PRODUTO
           MOVE CONTR-QTDE(WS-IX-ITEM)        TO WS-IT-QTDE
           MOVE WS-PRECO-VIGENTE              TO WS-IT-PRECO
           MOVE WS-REP-CLIENTE                TO WS-IT-REP
           IF CONTR-PRECO-ACORDADO(WS-IX-ITEM) IS NUMERIC
              AND CONTR-PRECO-ACORDADO(WS-IX-ITEM) > ZEROS
               MOVE CONTR-PRECO-ACORDADO(WS-IX-ITEM)
                                              TO WS-IT-PRECO
               MOVE CONTR-NUMERO              TO WS-IT-CONTRATO
           END-IF
           IF PERIODO-PRO-RATA
               MOVE WS-DIAS-COBERTOS          TO WS-IT-DIAS-COBERTOS
               MOVE WS-DIAS-CICLO             TO WS-IT-DIAS-CICLO
               ADD 1                          TO WS-QT-PRORATA
           END-IF
           WRITE WS-REG-ITEM
           .

      *****************************************
      * LINHA DO AJUSTE PENDENTE WS-IX-AJUSTE: A DIFERENCA DE
      * QUANTIDADE (NEGATIVA = CREDITO) PROPORCIONAL AOS DIAS
      * AFETADOS DO CICLO JA FATURADO, AO PRECO ACORDADO GRAVADO NO
      * AJUSTE OU AO DE TABELA VIGENTE. PRODUTO INEXISTENTE DEIXA O
      * AJUSTE PENDENTE.
      *****************************************
       P420-GERA-LINHA-AJUSTE.
      *****************************************

           MOVE WS-TAJ-PRODUTO(WS-IX-AJUSTE)  TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   ADD 1                      TO WS-QT-ERROS
                   DISPLAY 'CONTRATO ' CONTR-NUMERO
                           ' - AJUSTE COM PRODUTO INEXISTENTE '
                           WS-TAJ-PRODUTO(WS-IX-AJUSTE)
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P500-BUSCA-PRECO-VIGENTE

           MOVE WS-TAJ-CICLO-INICIO(WS-IX-AJUSTE) TO WS-CICLO-INICIO
           MOVE WS-TAJ-CICLO-FIM(WS-IX-AJUSTE)    TO WS-CICLO-FIM
           MOVE WS-TAJ-DATA-INICIO(WS-IX-AJUSTE)  TO WS-COBRE-INICIO
           MOVE WS-TAJ-DATA-FIM(WS-IX-AJUSTE)     TO WS-COBRE-FIM
           PERFORM P700-CALCULA-PRORATA
           PERFORM P340-AMPLIA-PERIODO

           ADD 1                              TO WS-SEQ-ITEM
           ADD 1                              TO WS-QT-LINHAS

           MOVE SPACES                        TO WS-REG-ITEM
           MOVE WS-SEQ-ITEM                   TO WS-IT-SEQ
           MOVE WS-ULTIMA-FATURA              TO WS-IT-NUM-FATURA
           MOVE CONTR-NUM-CLIENTE             TO WS-IT-NUM-CLIENTE
           MOVE WS-UF-CLIENTE                 TO WS-IT-UF
           MOVE WS-TAJ-PRODUTO(WS-IX-AJUSTE)  TO WS-IT-PRODUTO
           MOVE WS-TAJ-QTDE(WS-IX-AJUSTE)     TO WS-IT-QTDE
           MOVE WS-PRECO-VIGENTE              TO WS-IT-PRECO
           MOVE WS-REP-CLIENTE                TO WS-IT-REP
           IF WS-TAJ-PRECO(WS-IX-AJUSTE) IS NUMERIC
              AND WS-TAJ-PRECO(WS-IX-AJUSTE) > ZEROS
               MOVE WS-TAJ-PRECO(WS-IX-AJUSTE) TO WS-IT-PRECO
               MOVE CONTR-NUMERO              TO WS-IT-CONTRATO
           END-IF
           IF PERIODO-PRO-RATA
               MOVE WS-DIAS-COBERTOS          TO WS-IT-DIAS-COBERTOS
               MOVE WS-DIAS-CICLO             TO WS-IT-DIAS-CICLO
               ADD 1                          TO WS-QT-PRORATA
           END-IF
           WRITE WS-REG-ITEM

           SET AJUSTE-COBRADO(WS-IX-AJUSTE)   TO TRUE
           ADD 1                              TO WS-QT-AJUSTES-COBRADOS
           .

      *****************************************
      * LINHA DE FATURA DA FAIXA DE TARIFA WS-IX-USO, AO PRECO DA
      * FAIXA, COM O CONTRATO EM WS-IT-CONTRATO PARA O FATURAMENTO
      * CONFERIR NA TABELA TARIFAS; E A LINHA DA FAIXA NO
      * DEMONSTRATIVO.
      *****************************************
       P430-GERA-LINHA-USO.
      *****************************************

           ADD 1                              TO WS-SEQ-ITEM
           ADD 1                              TO WS-QT-LINHAS

           MOVE SPACES                        TO WS-REG-ITEM
           MOVE WS-SEQ-ITEM                   TO WS-IT-SEQ
           MOVE WS-ULTIMA-FATURA              TO WS-IT-NUM-FATURA
           MOVE CONTR-NUM-CLIENTE             TO WS-IT-NUM-CLIENTE
           MOVE WS-UF-CLIENTE                 TO WS-IT-UF
           MOVE WS-TUT-PRODUTO(WS-IX-USO)     TO WS-IT-PRODUTO
           MOVE WS-TUT-QTDE(WS-IX-USO)        TO WS-IT-QTDE
           MOVE WS-TUT-PRECO(WS-IX-USO)       TO WS-IT-PRECO
           MOVE WS-REP-CLIENTE                TO WS-IT-REP
           MOVE CONTR-NUMERO                  TO WS-IT-CONTRATO
           WRITE WS-REG-ITEM

           COMPUTE WS-TOTAL-FAIXA ROUNDED =
                   WS-TUT-QTDE(WS-IX-USO) * WS-TUT-PRECO(WS-IX-USO)
           ADD WS-TOTAL-FAIXA                 TO WS-TOTAL-USO

           MOVE WS-TUT-QTDE(WS-IX-USO)        TO WS-QTDE-ED
           MOVE WS-TUT-PRECO(WS-IX-USO)       TO WS-PRECO-ED
           MOVE WS-TOTAL-FAIXA                TO WS-TOTAL-ED
           MOVE SPACES                        TO UEX-LINHA
           STRING '  '                        DELIMITED BY SIZE
                  WS-TUT-PRODUTO(WS-IX-USO)   DELIMITED BY SIZE
                  ' FAIXA '                   DELIMITED BY SIZE
                  WS-TUT-FAIXA(WS-IX-USO)     DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' X '                       DELIMITED BY SIZE
                  WS-PRECO-ED                 DELIMITED BY SIZE
                  ' = '                       DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO UEX-LINHA
           END-STRING
           PERFORM P360-GRAVA-EXTRATO

           SET USO-COBRADO(WS-IX-USO)         TO TRUE
           ADD 1                              TO WS-QT-USO-COBRADOS
           .

      *****************************************
           END-PERFORM
           .

      *****************************************
      * DIAS COBERTOS (WS-COBRE-INICIO A WS-COBRE-FIM) E DIAS DO
      * CICLO (WS-CICLO-INICIO A WS-CICLO-FIM) NA REGRA DO SISPARAM;
      * COBRINDO MENOS QUE O CICLO, LIGA PERIODO-PRO-RATA.
      *****************************************
       P700-CALCULA-PRORATA.
      *****************************************

           SET PERIODO-PRO-RATA               TO FALSE

           MOVE WS-COBRE-INICIO               TO WS-CNT-INICIO
           MOVE WS-COBRE-FIM                  TO WS-CNT-FIM
           PERFORM P710-CONTA-DIAS
           IF WS-CNT-DIAS < ZEROS
               MOVE ZEROS                     TO WS-CNT-DIAS
           END-IF
           MOVE WS-CNT-DIAS                   TO WS-DIAS-COBERTOS

           MOVE WS-CICLO-INICIO               TO WS-CNT-INICIO
           MOVE WS-CICLO-FIM                  TO WS-CNT-FIM
           PERFORM P710-CONTA-DIAS
           MOVE WS-CNT-DIAS                   TO WS-DIAS-CICLO

           IF WS-DIAS-CICLO > ZEROS
              AND WS-DIAS-COBERTOS < WS-DIAS-CICLO
               SET PERIODO-PRO-RATA           TO TRUE
           END-IF
           .

      *****************************************
      * DIAS DE WS-CNT-INICIO A WS-CNT-FIM, INCLUSIVE. DIAS CORRIDOS
      * PELO CALENDARIO; MES COMERCIAL (30/360): O DIA 31 DO INICIO
      * CONTA COMO 30 E CADA MES VALE 30 DIAS, CONTADOS ATE O DIA
      * SEGUINTE AO FIM - UM CICLO DE UM MES TEM SEMPRE 30 DIAS.
      *****************************************
       P710-CONTA-DIAS.
      *****************************************

           COMPUTE WS-CNT-APOS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CNT-FIM) + 1)

           IF WS-BASE-PRORATA = 30
               IF WS-CNT-DIA-1 > 30
                   MOVE 30                    TO WS-CNT-DIA-1
               END-IF
               COMPUTE WS-CNT-DIAS =
                       (WS-CNT-ANO-2 - WS-CNT-ANO-1) * 360
                     + (WS-CNT-MES-2 - WS-CNT-MES-1) * 30
                     + WS-CNT-DIA-2 - WS-CNT-DIA-1
           ELSE
               COMPUTE WS-CNT-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-CNT-APOS)
                     - FUNCTION INTEGER-OF-DATE(WS-CNT-INICIO)
           END-IF
           .

      *****************************************
       P720-MES-SEGUINTE.
      *****************************************

           IF WS-AUX-MES = 12
               MOVE 1                         TO WS-AUX-MES
               ADD 1                          TO WS-AUX-ANO
           ELSE
               ADD 1                          TO WS-AUX-MES
           END-IF
           .

      *****************************************
       P730-MES-ANTERIOR.
      *****************************************

           IF WS-AUX-MES = 1
               MOVE 12                        TO WS-AUX-MES
               SUBTRACT 1                     FROM WS-AUX-ANO
           ELSE
               SUBTRACT 1                     FROM WS-AUX-MES
           END-IF
           .

      *****************************************
       P900-REGRAVA-SEQUENCIA.
      *****************************************
           END-IF
           .

      *****************************************
      * REGRAVA O CONTRAJUS SO' COM OS AJUSTES NAO COBRADOS.
      *****************************************
       P950-REGRAVA-AJUSTES.
      *****************************************

           OPEN OUTPUT CONTRATO-AJUSTES

           IF WS-FS-CONTRAJUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O CONTRAJUS: '
                       WS-FS-CONTRAJUS
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-AJUSTE FROM 1 BY 1
                   UNTIL WS-IX-AJUSTE > WS-QT-TAB-AJUSTES
               IF NOT AJUSTE-COBRADO(WS-IX-AJUSTE)
                   MOVE WS-TAJ-IMAGEM(WS-IX-AJUSTE)
                                              TO WS-REG-CONTRAJUS
                   WRITE WS-REG-CONTRAJUS
               END-IF
           END-PERFORM

           CLOSE CONTRATO-AJUSTES
           .

      *****************************************
      * REGRAVA O USOTARIF SO' COM O CONSUMO NAO COBRADO.
      *****************************************
       P960-REGRAVA-USO.
      *****************************************

           OPEN OUTPUT USO-TARIFADO

           IF WS-FS-USOTARIF NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O USOTARIF: '
                       WS-FS-USOTARIF
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-USO FROM 1 BY 1
                   UNTIL WS-IX-USO > WS-QT-TAB-USO
               IF NOT USO-COBRADO(WS-IX-USO)
                   MOVE WS-TUT-IMAGEM(WS-IX-USO) TO WS-REG-USOTARIF
                   WRITE WS-REG-USOTARIF
               END-IF
           END-PERFORM

           CLOSE USO-TARIFADO
           .

      *****************************************
       P999-FIM.
      *****************************************

           PERFORM P900-REGRAVA-SEQUENCIA

           IF WS-QT-AJUSTES-COBRADOS > ZEROS
               PERFORM P950-REGRAVA-AJUSTES
           END-IF

           IF WS-QT-USO-COBRADOS > ZEROS
               PERFORM P960-REGRAVA-USO
           END-IF

           IF WS-QT-TAB-USO > ZEROS
               CLOSE USO-EXTRATO
           END-IF

           IF WS-FS-RECDIF NOT = '35' AND WS-FS-RECDIF NOT = '91'
              AND WS-FS-RECDIF NOT = '30'
               CLOSE RECEITA-DIFERIDA
           END-IF

           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
               CLOSE CONTRATO-MASTER
           END-IF
           DISPLAY 'CONTRATOS LIDOS......: ' WS-QT-LIDOS
           DISPLAY 'FATURAS GERADAS......: ' WS-QT-GERADOS
           DISPLAY 'LINHAS GERADAS.......: ' WS-QT-LINHAS
           DISPLAY 'LINHAS PRO-RATA......: ' WS-QT-PRORATA
           DISPLAY 'AJUSTES COBRADOS.....: ' WS-QT-AJUSTES-COBRADOS
           DISPLAY 'FAIXAS DE CONSUMO....: ' WS-QT-USO-COBRADOS
           DISPLAY 'FATURAS DIFERIDAS....: ' WS-QT-DIFERIDAS
           DISPLAY 'ERROS................: ' WS-QT-ERROS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COPY RUNLOGPR.
           COPY RUNCTLPR.
           COPY DTNEGPR.
           COPY TERRPR.
           COPY PARAMPR.

       END PROGRAM DEMONSTRA-CONTRGEN.
