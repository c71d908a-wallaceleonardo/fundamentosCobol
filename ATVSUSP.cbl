      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO SEMANAL DE ATIVIDADE SUSPEITA PARA A
      *          AUDITORIA INTERNA: CRUZA AS TRILHAS QUE, SOZINHAS,
      *          NAO MOSTRAM NADA - CLIHIST (ALTERACOES DO CADASTRO,
      *          COM OPERADOR E APROVADOR), DISPLOG (DISPUTAS),
      *          WOFFPROP (BAIXAS POR INCOBRAVEL E O SUPERVISOR QUE
      *          APROVOU), BANKAPLOG (APLICACOES MANUAIS DE CAIXA DO
      *          BANKMAN), REFUNDS (REEMBOLSOS DE NOTA DE CREDITO),
      *          FATTOTHIST (FATURAS) E PAGTOAUD - E O RUNLOG, DE
      *          ONDE SAI O OPERADOR QUE DISPAROU CADA LOTE PELO MENU
      *          DE OPERACOES. AS CORRELACOES SAO AS DA TABELA DE
      *          REGRAS ATVREGR (COPY/ATVREGR.CPY, MANTIDA NO
      *          TABMANUT): LIGADA OU NAO, JANELA EM DIAS, VALOR
      *          MINIMO E SEVERIDADE. O SEGUNDO EVENTO DE CADA REGRA
      *          E' PROCURADO NO PERIODO VARRIDO (SISPARAM ATVSUSP-
      *          DIAS, PADRAO 14 DIAS ATE A DATA DE NEGOCIO - UMA
      *          SEMANA PERDIDA AINDA E' COBERTA) E O PRIMEIRO NA
      *          JANELA ANTES DELE. CADA OCORRENCIA VIRA UM CASO NO
      *          ARQUIVO ATVCASOS (COPY/ATVCASO.CPY) COM AS
      *          EVIDENCIAS NO RELATORIO ATVSUSPRPT; A MESMA
      *          OCORRENCIA NAO VIRA CASO NOVO DE NOVO. AS DECISOES
      *          DA AUDITORIA CHEGAM PELO ARQUIVO ATVREV (CASO +
      *          R = PROCEDENTE / I = IMPROCEDENTE + REVISOR),
      *          APLICADAS NO INICIO E CONSUMIDAS; CASO REVISADO NAO
      *          VOLTA, CASO EM ABERTO VOLTA COMO PENDENTE. SEM
      *          REGRA LIGADA OU COM O ATVCASOS ILEGIVEL, RC 8; FONTE
      *          AUSENTE DESLIGA AS REGRAS QUE DEPENDEM DELA, RC 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - LINHA DO CLIHIST NO LAYOUT ANTERIOR (IMAGENS
      *                    DE 200 POSICOES) CONVERTIDA NA LEITURA
      *                    (COPY CLIHCVPR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ATVSUSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATV-REGRAS          ASSIGN TO 'ATVREGR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REGRAS.

           SELECT ATV-CASOS           ASSIGN TO 'ATVCASOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CASOS.

           SELECT ATV-REVISOES        ASSIGN TO 'ATVREV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REVISOES.

           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

           SELECT DISPUTA-LOG         ASSIGN TO 'DISPLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DISPLOG.

           SELECT PROPOSTAS-BAIXA     ASSIGN TO 'WOFFPROP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PROPOSTAS.

           SELECT BANK-APLICACOES     ASSIGN TO 'BANKAPLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BANKAPL.

           SELECT REEMBOLSOS          ASSIGN TO 'REFUNDS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REEMBOLSO.

           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDITORIA.

           SELECT ATV-RPT             ASSIGN TO 'ATVSUSPRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

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

       DATA DIVISION.
       FILE SECTION.
       FD ATV-REGRAS.
           COPY ATVREGR.

       FD ATV-CASOS.
           COPY ATVCASO.

      *    DECISOES DA AUDITORIA SOBRE OS CASOS LISTADOS: 'R' =
      *    PROCEDENTE (ENCAMINHADO), 'I' = IMPROCEDENTE.
       FD ATV-REVISOES.
       01 WS-REG-ATVREV.
           03 REV-NUM-CASO                       PIC 9(06).
           03 REV-DECISAO                        PIC X(01).
           03 REV-REVISOR                        PIC X(08).

       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

      *    O LOG DA DISPUTA, GRAVADO POR DEMONSTRA-PAGTODISP.
       FD DISPUTA-LOG.
       01 WS-REG-DISPLOG.
           03 DISP-NUM-PAGTO                     PIC 9(06).
           03 DISP-NUM-CLIENTE                   PIC 9(06).
           03 DISP-ACAO                          PIC X(01).
           03 DISP-MOTIVO                        PIC X(40).
           03 DISP-OPERADOR                      PIC X(08).
           03 DISP-DATA-HORA                     PIC X(14).

       FD PROPOSTAS-BAIXA.
           COPY WOFFPROP.

       FD BANK-APLICACOES.
           COPY BANKAPL.

      *    REEMBOLSOS DEVIDOS A CLIENTES, GRAVADOS POR
      *    DEMONSTRA-FATPOST COM O RESIDUO DA NOTA DE CREDITO.
       FD REEMBOLSOS.
       01 WS-REG-REEMBOLSO.
           03 REEMB-NUM-CLIENTE                  PIC 9(06).
           03 REEMB-NUM-FATURA                   PIC 9(06).
           03 REEMB-VALOR                        PIC 9(09)V99.
           03 REEMB-DATA                         PIC 9(08).

       FD FATURA-TOT-HIST.
           COPY FATTOT.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD ATV-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-REGRAS                       PIC X(02) VALUE '00'.
       77 WS-FS-CASOS                        PIC X(02) VALUE '00'.
       77 WS-FS-REVISOES                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-DISPLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-PROPOSTAS                    PIC X(02) VALUE '00'.
       77 WS-FS-BANKAPL                      PIC X(02) VALUE '00'.
       77 WS-FS-REEMBOLSO                    PIC X(02) VALUE '00'.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-AUDITORIA                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    PERIODO VARRIDO (O SEGUNDO EVENTO DE CADA REGRA) E O
      *    INICIO DA BUSCA DO PRIMEIRO EVENTO (O PERIODO RECUADO DA
      *    MAIOR JANELA ENTRE AS REGRAS LIGADAS). AS TRILHAS COM
      *    DATA-HORA DE RELOGIO ATRAVESSAM A MEIA-NOITE: O FIM DO
      *    PERIODO VAI ATE O DIA SEGUINTE AO DE NEGOCIO.
       77 WS-DIAS-PERIODO                    PIC 9(03) VALUE 14.
       77 WS-DATA-INT                        PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-INI                     PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-FIM                     PIC 9(08) VALUE ZEROS.
       77 WS-ANCORA-INI                      PIC 9(08) VALUE ZEROS.
       77 WS-JANELA-MAX                      PIC 9(03) VALUE ZEROS.

      *    AS QUATRO REGRAS QUE O PROGRAMA SABE CORRELACIONAR, NA
      *    ORDEM FIXA ABAIXO; A TABELA ATVREGR LIGA E PARAMETRIZA.
       77 WS-QT-REGRAS                       PIC 9(01) VALUE 4.
       77 WS-IX-REGRA                        PIC 9(01) VALUE ZEROS.
       77 WS-QT-LIGADAS                      PIC 9(01) VALUE ZEROS.
       01 WS-TAB-REGRA-DESC.
           03 FILLER  PIC X(44)
                 VALUE 'ENDRENDERECO ALTERADO E REEMBOLSO AO CLIENTE'.
           03 FILLER  PIC X(44)
                 VALUE 'DSWOQUEM COLOCOU A DISPUTA APROVOU A BAIXA  '.
           03 FILLER  PIC X(44)
                 VALUE 'APLMCAIXA APLICADO EM OUTRO CLIENTE         '.
           03 FILLER  PIC X(44)
                 VALUE 'LIMFLIMITE AUMENTADO ANTES DE FATURA GRANDE '.
       01 WS-TAB-REGRA-DESC-R REDEFINES WS-TAB-REGRA-DESC.
           03 WS-REGRA-DESC-ITEM       OCCURS 4 TIMES.
               05 WS-RG-CODIGO                PIC X(04).
               05 WS-RG-DESCRICAO             PIC X(40).
       01 WS-TAB-REGRA.
           03 WS-TAB-REGRA-ITEM        OCCURS 4 TIMES.
               05 WS-RG-LIGADA                PIC X(01).
               05 WS-RG-JANELA                PIC 9(03).
               05 WS-RG-VALOR-MIN             PIC 9(09)V99.
               05 WS-RG-SEVERIDADE            PIC 9(01).
               05 WS-RG-QT-CASOS              PIC 9(05).

      *    OS CASOS JA ABERTOS (ARQUIVO ATVCASOS INTEIRO), PARA A
      *    MESMA OCORRENCIA NAO VIRAR CASO NOVO, E A REGRAVACAO.
       77 WS-QT-CASOS                        PIC 9(04) VALUE ZEROS.
       77 WS-IX-CASO                         PIC 9(04) VALUE ZEROS.
       77 WS-ULT-CASO                        PIC 9(06) VALUE ZEROS.
       01 WS-TAB-CASOS.
           03 WS-TAB-CASO-ITEM         OCCURS 9999 TIMES.
               05 CS-NUMERO                   PIC 9(06).
               05 CS-REGRA                    PIC X(04).
               05 CS-NUM-CLIENTE              PIC 9(06).
               05 CS-CHAVE                    PIC X(30).
               05 CS-DATA-ABERTURA            PIC 9(08).
               05 CS-SITUACAO                 PIC X(01).
               05 CS-REVISOR                  PIC X(08).
               05 CS-DATA-REVISAO             PIC 9(08).
               05 CS-SEVERIDADE               PIC 9(01).
               05 CS-VISTO                    PIC X(01).
       77 WS-SW-CASO                         PIC X(01) VALUE 'N'.
           88 CASO-ACHADO                    VALUE 'S' FALSE 'N'.

      *    DECISOES DA AUDITORIA.
       77 WS-QT-REV-APLICADAS                PIC 9(04) VALUE ZEROS.
       77 WS-QT-REV-RECUSADAS                PIC 9(04) VALUE ZEROS.
       77 WS-SW-REVISOES                     PIC X(01) VALUE 'N'.
           88 HOUVE-REVISOES                 VALUE 'S' FALSE 'N'.
       01 WS-TAB-REV-RECUSADA.
           03 WS-REV-RECUSADA          OCCURS 50 TIMES PIC X(80).

      *    OPERADORES DO RUNLOG: QUEM ABRIU SESSAO NUM PROGRAMA
      *    ONLINE (O PROPRIO PROGRAMA GRAVA O OPERADOR) OU DISPAROU
      *    UM LOTE PELO MENU (A LINHA JOB-SELECIONADO DO OPMENU,
      *    SEGUIDA DO INICIO DO PROGRAMA CHAMADO).
       77 WS-QT-OPER                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-OPER                         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-OPER.
           03 WS-TAB-OPER-ITEM         OCCURS 3000 TIMES.
               05 OPR-PROGRAMA                PIC X(20).
               05 OPR-DATA                    PIC 9(08).
               05 OPR-OPERADOR                PIC X(08).
       77 WS-OPER-MENU                       PIC X(08) VALUE SPACES.
       77 WS-BUSCA-PROGRAMA                  PIC X(20) VALUE SPACES.
       77 WS-BUSCA-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-BUSCA-DATA2                     PIC 9(08) VALUE ZEROS.
       77 WS-OPER-LOTE                       PIC X(08) VALUE SPACES.

      *    ALTERACOES DE CADASTRO DE INTERESSE (CLIHIST): 'E' =
      *    ENDERECO, CIDADE OU UF; 'L' = LIMITE DE CREDITO AUMENTADO
      *    (INCLUSIVE PARA ZEROS, QUE E' SEM LIMITE).
       77 WS-QT-ALT                          PIC 9(04) VALUE ZEROS.
       77 WS-IX-ALT                          PIC 9(04) VALUE ZEROS.
       77 WS-ALT-ACHADA                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ALT.
           03 WS-TAB-ALT-ITEM          OCCURS 3000 TIMES.
               05 ALT-NUM-CLIENTE             PIC 9(06).
               05 ALT-TIPO                    PIC X(01).
               05 ALT-DATA-HORA               PIC X(14).
               05 ALT-DIA-INT                 PIC 9(08).
               05 ALT-OPERADOR                PIC X(08).
               05 ALT-APROVADOR               PIC X(08).
               05 ALT-END-ANTES               PIC X(20).
               05 ALT-END-DEPOIS              PIC X(20).
               05 ALT-LIM-ANTES               PIC 9(07)V99.
               05 ALT-LIM-DEPOIS              PIC 9(07)V99.
       01 WS-IMAGEM-ANTES                    PIC X(300) VALUE SPACES.
       77 WS-END-ANTES                       PIC X(20) VALUE SPACES.
       77 WS-CIDADE-ANTES                    PIC X(30) VALUE SPACES.
       77 WS-ESTADO-ANTES                    PIC X(30) VALUE SPACES.
       77 WS-LIM-ANTES                       PIC 9(07)V99 VALUE ZEROS.

      *    DISPUTAS COLOCADAS (DISPLOG ACAO 'C').
       77 WS-QT-DSP                          PIC 9(04) VALUE ZEROS.
       77 WS-IX-DSP                          PIC 9(04) VALUE ZEROS.
       77 WS-DSP-ACHADA                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-DSP.
           03 WS-TAB-DSP-ITEM          OCCURS 3000 TIMES.
               05 DSP-NUM-CLIENTE             PIC 9(06).
               05 DSP-NUM-PAGTO               PIC 9(06).
               05 DSP-DATA-HORA               PIC X(14).
               05 DSP-DIA-INT                 PIC 9(08).
               05 DSP-OPERADOR                PIC X(08).
               05 DSP-MOTIVO                  PIC X(40).
       77 WS-SW-TABELA-CHEIA                 PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU                VALUE 'S' FALSE 'N'.

      *    OCORRENCIAS DESTA EXECUCAO (NOVAS E PENDENTES), COM AS
      *    EVIDENCIAS E O FILTRO DA PASSADA NA PAGTOAUD.
       77 WS-QT-HIT                          PIC 9(03) VALUE ZEROS.
       77 WS-IX-HIT                          PIC 9(03) VALUE ZEROS.
       77 WS-IX-EVID                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-HIT.
           03 WS-TAB-HIT-ITEM          OCCURS 500 TIMES.
               05 HIT-REGRA                   PIC 9(01).
               05 HIT-NUM-CLIENTE             PIC 9(06).
               05 HIT-CASO                    PIC 9(06).
               05 HIT-NOVO                    PIC X(01).
               05 HIT-SEVERIDADE              PIC 9(01).
               05 HIT-DATA-ABERTURA           PIC 9(08).
               05 HIT-AUD-PAGTO               PIC 9(06).
               05 HIT-AUD-DE                  PIC 9(08).
               05 HIT-AUD-ATE                 PIC 9(08).
               05 HIT-AUD-ORIGEM              PIC X(10).
               05 HIT-QT-EVID                 PIC 9(02).
               05 HIT-QT-AUD-SOBRA            PIC 9(04).
               05 HIT-EVID            OCCURS 12 TIMES
                                              PIC X(110).
       77 WS-QT-NOVOS                        PIC 9(04) VALUE ZEROS.
       77 WS-QT-PENDENTES                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-SUPRIMIDOS                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-OUTROS-ABERTOS               PIC 9(04) VALUE ZEROS.

      *    A OCORRENCIA EM MONTAGEM.
       77 WS-NOVA-CHAVE                      PIC X(30) VALUE SPACES.
       77 WS-NOVO-CLIENTE                    PIC 9(06) VALUE ZEROS.
       77 WS-NOVA-SEVERIDADE                 PIC 9(01) VALUE ZEROS.
       77 WS-SW-REGISTRA                     PIC X(01) VALUE 'N'.
           88 OCORRENCIA-LISTADA             VALUE 'S' FALSE 'N'.
       01 WS-EVID-LINHA                      PIC X(110) VALUE SPACES.

      *    O SEGUNDO EVENTO EM ANALISE.
       77 WS-DATA-EVENTO                     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-EVENTO-INT                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-LIMITE-INT                  PIC 9(08) VALUE ZEROS.

      *    FONTES AUSENTES, PARA A NOTA DO RELATORIO.
       77 WS-FONTES-FALTA                    PIC X(100) VALUE SPACES.
       77 WS-PONTEIRO-FALTA                  PIC 9(03) VALUE 1.
       77 WS-FONTE                           PIC X(10) VALUE SPACES.

      *    EDICAO.
       77 WS-DH-ENTRADA                      PIC X(14) VALUE SPACES.
       77 WS-DH-ED                           PIC X(16) VALUE SPACES.
       77 WS-DATA-ED-ENTRADA                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ED                         PIC X(10) VALUE SPACES.
       77 WS-DATA-ED2                        PIC X(10) VALUE SPACES.
       77 WS-VALOR-ED                        PIC Z(08)9.99.
       77 WS-VALOR-ED2                       PIC Z(08)9.99.
       77 WS-JANELA-ED                       PIC ZZ9.
       77 WS-QTDE-ED                         PIC ZZZ9.

           COPY LAYOUT1.
           COPY PARAMWS.
           COPY DTNEGWS.
           COPY CLIHCVWS.

           COPY RPTHDR.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P050-CARREGA-REGRAS
           END-IF

           IF WS-RETORNO < 8
               PERFORM P100-CARREGA-CASOS
           END-IF

           IF WS-RETORNO < 8
               PERFORM P150-APLICA-REVISOES
               PERFORM P200-CARREGA-RUNLOG
               PERFORM P250-CARREGA-ALTERACOES
               PERFORM P300-CARREGA-DISPUTAS

               PERFORM P400-REGRA-ENDR
               PERFORM P450-REGRA-DSWO
               PERFORM P500-REGRA-APLM
               PERFORM P550-REGRA-LIMF

               PERFORM P600-EVIDENCIA-AUDITORIA
               PERFORM P700-IMPRIME
               PERFORM P800-REGRAVA-CASOS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ATVSUSP'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'ATVSUSP-DIAS'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 367
               MOVE WS-PARAM-VALOR            TO WS-DIAS-PERIODO
           END-IF

           COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           COMPUTE WS-PERIODO-INI = FUNCTION DATE-OF-INTEGER(
                   WS-DATA-INT - WS-DIAS-PERIODO + 1)
           COMPUTE WS-PERIODO-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT + 1)

           INITIALIZE WS-TAB-REGRA
           INITIALIZE WS-TAB-HIT

           OPEN OUTPUT ATV-RPT

           MOVE 'ATIVIDADE SUSPEITA - CASOS'   TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-PERIODO-INI                TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE WS-DATA-ED                    TO WS-DATA-ED2
           MOVE WS-DATA-NEGOCIO               TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PERIODO VARRIDO: '         DELIMITED BY SIZE
                  WS-DATA-ED2                 DELIMITED BY SIZE
                  ' A '                       DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  ' (DATA DE NEGOCIO)'        DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * A TABELA DE REGRAS: CODIGO DESCONHECIDO E' IGNORADO COM
      * AVISO; SEM NENHUMA REGRA LIGADA NAO HA O QUE CORRELACIONAR.
      *****************************************
       P050-CARREGA-REGRAS.
      *****************************************

           OPEN INPUT ATV-REGRAS

           IF WS-FS-REGRAS NOT = '00'
               DISPLAY 'TABELA ATVREGR INDISPONIVEL: ' WS-FS-REGRAS
               MOVE 'TABELA ATVREGR INDISPONIVEL - NADA CORRELACIONADO'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ATV-REGRAS
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P060-UMA-REGRA
               END-IF
           END-PERFORM

           CLOSE ATV-REGRAS

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'REGRAS:'                     TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > WS-QT-REGRAS
               MOVE SPACES                    TO WS-REG-RELATORIO
               IF WS-RG-LIGADA(WS-IX-REGRA) = 'S'
                   ADD 1                      TO WS-QT-LIGADAS
                   IF WS-RG-JANELA(WS-IX-REGRA) > WS-JANELA-MAX
                       MOVE WS-RG-JANELA(WS-IX-REGRA)
                                              TO WS-JANELA-MAX
                   END-IF
                   MOVE WS-RG-JANELA(WS-IX-REGRA) TO WS-JANELA-ED
                   MOVE WS-RG-VALOR-MIN(WS-IX-REGRA) TO WS-VALOR-ED
                   STRING '  '                DELIMITED BY SIZE
                          WS-RG-CODIGO(WS-IX-REGRA)
                                              DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WS-RG-DESCRICAO(WS-IX-REGRA)
                                              DELIMITED BY SIZE
                          ' LIGADA  JANELA '  DELIMITED BY SIZE
                          WS-JANELA-ED        DELIMITED BY SIZE
                          ' DIAS  VALOR MINIMO ' DELIMITED BY SIZE
                          WS-VALOR-ED         DELIMITED BY SIZE
                          '  SEVERIDADE '     DELIMITED BY SIZE
                          WS-RG-SEVERIDADE(WS-IX-REGRA)
                                              DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               ELSE
                   MOVE 'N'                TO WS-RG-LIGADA(WS-IX-REGRA)
                   STRING '  '                DELIMITED BY SIZE
                          WS-RG-CODIGO(WS-IX-REGRA)
                                              DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WS-RG-DESCRICAO(WS-IX-REGRA)
                                              DELIMITED BY SIZE
                          ' DESLIGADA'        DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               END-IF
               WRITE WS-REG-RELATORIO
           END-PERFORM

           IF WS-QT-LIGADAS = ZEROS
               DISPLAY 'NENHUMA REGRA LIGADA NA TABELA ATVREGR.'
               MOVE 'NENHUMA REGRA LIGADA - NADA CORRELACIONADO'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANCORA-INI = FUNCTION DATE-OF-INTEGER(
                   WS-DATA-INT - WS-DIAS-PERIODO + 1 - WS-JANELA-MAX)
           .

      *****************************************
       P060-UMA-REGRA.
      *****************************************

           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > WS-QT-REGRAS
                      OR WS-RG-CODIGO(WS-IX-REGRA) = REGR-CODIGO
               CONTINUE
           END-PERFORM

           IF WS-IX-REGRA > WS-QT-REGRAS
               DISPLAY 'AVISO: REGRA DESCONHECIDA NA ATVREGR: '
                       REGR-CODIGO
               EXIT PARAGRAPH
           END-IF

           IF REGR-JANELA IS NOT NUMERIC
              OR REGR-VALOR-MIN IS NOT NUMERIC
              OR REGR-SEVERIDADE IS NOT NUMERIC
               DISPLAY 'AVISO: LINHA INVALIDA NA ATVREGR: '
                       WS-REG-ATVREGR
               EXIT PARAGRAPH
           END-IF

           MOVE REGR-ATIVA               TO WS-RG-LIGADA(WS-IX-REGRA)
           MOVE REGR-JANELA              TO WS-RG-JANELA(WS-IX-REGRA)
           MOVE REGR-VALOR-MIN           TO WS-RG-VALOR-MIN(WS-IX-REGRA)
           MOVE REGR-SEVERIDADE       TO WS-RG-SEVERIDADE(WS-IX-REGRA)
           IF WS-RG-SEVERIDADE(WS-IX-REGRA) = ZEROS
               MOVE 1                 TO WS-RG-SEVERIDADE(WS-IX-REGRA)
           END-IF
           .

      *****************************************
      * O ARQUIVO DE CASOS INTEIRO EM TABELA. AUSENTE E' A PRIMEIRA
      * EXECUCAO; ILEGIVEL OU MAIOR QUE A TABELA PARA TUDO (RC 8) -
      * REGRAVAR SEM ELE REABRIRIA COMO NOVOS OS CASOS JA VISTOS.
      *****************************************
       P100-CARREGA-CASOS.
      *****************************************

           OPEN INPUT ATV-CASOS

           IF WS-FS-CASOS = '35'
               DISPLAY 'ATVCASOS AINDA NAO EXISTE - PRIMEIRA EXECUCAO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-CASOS NOT = '00'
               DISPLAY 'ATVCASOS ILEGIVEL: ' WS-FS-CASOS
               MOVE 'ARQUIVO DE CASOS ATVCASOS ILEGIVEL - NADA FEITO'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO OR WS-RETORNO = 8
               READ ATV-CASOS
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF WS-QT-CASOS = 9999
                       DISPLAY 'ATVCASOS MAIOR QUE A TABELA (9999).'
                       MOVE 'ATVCASOS ACIMA DE 9999 CASOS - ARQUIVAR '
                                              TO WS-REG-RELATORIO
                       MOVE 'OS REVISADOS ANTIGOS'
                                          TO WS-REG-RELATORIO(42:20)
                       WRITE WS-REG-RELATORIO
                       MOVE 8                 TO WS-RETORNO
                   ELSE
                       ADD 1                  TO WS-QT-CASOS
                       MOVE WS-REG-ATVCASO
                           TO WS-TAB-CASO-ITEM(WS-QT-CASOS)
                       MOVE 'N'               TO CS-VISTO(WS-QT-CASOS)
                       IF CASO-NUMERO > WS-ULT-CASO
                           MOVE CASO-NUMERO   TO WS-ULT-CASO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ATV-CASOS
           .

      *****************************************
      * DECISOES DA AUDITORIA: SO' CASO EM ABERTO MUDA; NUMERO
      * DESCONHECIDO, CASO JA REVISADO OU DECISAO INVALIDA SAO
      * RECUSADOS E LISTADOS.
      *****************************************
       P150-APLICA-REVISOES.
      *****************************************

           OPEN INPUT ATV-REVISOES

           IF WS-FS-REVISOES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET HOUVE-REVISOES                 TO TRUE
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ATV-REVISOES
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P160-UMA-REVISAO
               END-IF
           END-PERFORM

           CLOSE ATV-REVISOES
           .

      *****************************************
       P160-UMA-REVISAO.
      *****************************************

           SET CASO-ACHADO                    TO FALSE
           IF REV-NUM-CASO IS NUMERIC
               PERFORM VARYING WS-IX-CASO FROM 1 BY 1
                       UNTIL WS-IX-CASO > WS-QT-CASOS OR CASO-ACHADO
                   IF CS-NUMERO(WS-IX-CASO) = REV-NUM-CASO
                       SET CASO-ACHADO        TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF CASO-ACHADO
               SUBTRACT 1                     FROM WS-IX-CASO
               IF CS-SITUACAO(WS-IX-CASO) = 'A'
                  AND (REV-DECISAO = 'R' OR REV-DECISAO = 'I')
                  AND REV-REVISOR NOT = SPACES
                   MOVE REV-DECISAO       TO CS-SITUACAO(WS-IX-CASO)
                   MOVE REV-REVISOR       TO CS-REVISOR(WS-IX-CASO)
                   MOVE WS-DATA-NEGOCIO   TO CS-DATA-REVISAO(WS-IX-CASO)
                   ADD 1                      TO WS-QT-REV-APLICADAS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1                              TO WS-QT-REV-RECUSADAS
           IF WS-QT-REV-RECUSADAS NOT > 50
               MOVE SPACES
                   TO WS-REV-RECUSADA(WS-QT-REV-RECUSADAS)
               STRING '  DECISAO RECUSADA: CASO ' DELIMITED BY SIZE
                      REV-NUM-CASO                DELIMITED BY SIZE
                      ' DECISAO '                 DELIMITED BY SIZE
                      REV-DECISAO                 DELIMITED BY SIZE
                      ' REVISOR '                 DELIMITED BY SIZE
                      REV-REVISOR                 DELIMITED BY SIZE
                      ' (CASO INEXISTENTE, JA REVISADO OU DECISAO '
                                                  DELIMITED BY SIZE
                      'INVALIDA)'                 DELIMITED BY SIZE
                      INTO WS-REV-RECUSADA(WS-QT-REV-RECUSADAS)
               END-STRING
           END-IF
           .

      *****************************************
      * OPERADORES DO RUNLOG DESDE O INICIO DA BUSCA.
      *****************************************
       P200-CARREGA-RUNLOG.
      *****************************************

           OPEN INPUT RUN-LOG

           IF WS-FS-RUNLOG NOT = '00'
               MOVE 'RUNLOG'                  TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-OPER-MENU
           SET TABELA-ESTOUROU                TO FALSE
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ RUN-LOG
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND RUNLOG-DATA-HORA(1:8) IS NUMERIC
                   MOVE RUNLOG-DATA-HORA(1:8) TO WS-DATA-EVENTO
                   IF WS-DATA-EVENTO NOT < WS-ANCORA-INI
                       PERFORM P210-UMA-LINHA-RUNLOG
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RUN-LOG

           IF TABELA-ESTOUROU
               DISPLAY 'AVISO: OPERADORES DO RUNLOG ALEM DE 3000 '
                       'IGNORADOS.'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P210-UMA-LINHA-RUNLOG.
      *****************************************

           IF RUNLOG-PROGRAMA = 'DEMONSTRA-OPMENU'
               IF RUNLOG-EVENTO = 'JOB-SE'
                   MOVE RUNLOG-OPERADOR       TO WS-OPER-MENU
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF RUNLOG-EVENTO NOT = 'INICIO'
               EXIT PARAGRAPH
           END-IF

      *    O INICIO DO PROGRAMA CHAMADO PELO MENU LEVA O OPERADOR DA
      *    ESCOLHA; O PROGRAMA ONLINE JA GRAVA O SEU.
           IF RUNLOG-OPERADOR = SPACES AND WS-OPER-MENU NOT = SPACES
               MOVE WS-OPER-MENU              TO RUNLOG-OPERADOR
           END-IF
           MOVE SPACES                        TO WS-OPER-MENU

           IF RUNLOG-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-OPER = 3000
               SET TABELA-ESTOUROU            TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-OPER
           MOVE RUNLOG-PROGRAMA            TO OPR-PROGRAMA(WS-QT-OPER)
           MOVE WS-DATA-EVENTO                TO OPR-DATA(WS-QT-OPER)
           MOVE RUNLOG-OPERADOR            TO OPR-OPERADOR(WS-QT-OPER)
           .

      *****************************************
      * ALTERACOES DE ENDERECO E AUMENTOS DE LIMITE NO CLIHIST
      * DESDE O INICIO DA BUSCA. SO' AS EFETIVADAS ('A'); PEDIDO
      * PENDENTE, RECUSADO OU EXPIRADO NAO MUDOU O CADASTRO.
      *****************************************
       P250-CARREGA-ALTERACOES.
      *****************************************

           OPEN INPUT CLIENTE-HISTORICO

           IF WS-FS-CLIHIST NOT = '00'
               MOVE 'CLIHIST'                 TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               MOVE 'N'                       TO WS-RG-LIGADA(1)
               MOVE 'N'                       TO WS-RG-LIGADA(4)
               EXIT PARAGRAPH
           END-IF

           SET TABELA-ESTOUROU                TO FALSE
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CLIENTE-HISTORICO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P-CONVERTE-CLIHIST
               END-IF
               IF NOT FIM-DO-ARQUIVO
                  AND HIST-OPERACAO = 'A'
                  AND HIST-DATA-HORA(1:8) IS NUMERIC
                   MOVE HIST-DATA-HORA(1:8)   TO WS-DATA-EVENTO
                   IF WS-DATA-EVENTO NOT < WS-ANCORA-INI
                       PERFORM P260-UMA-ALTERACAO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CLIENTE-HISTORICO

           IF TABELA-ESTOUROU
               DISPLAY 'AVISO: ALTERACOES DO CLIHIST ALEM DE 3000 '
                       'IGNORADAS.'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P260-UMA-ALTERACAO.
      *****************************************

      *    A IMAGEM ANTERIOR PASSA PELO LAYOUT DO CADASTRO PARA
      *    SEPARAR OS CAMPOS; DEPOIS, A POSTERIOR.
           MOVE HIST-IMAGEM-ANTES             TO WS-IMAGEM-ANTES
           MOVE WS-IMAGEM-ANTES               TO WS-LAYOUT-1
           MOVE WS-ENDERECO                   TO WS-END-ANTES
           MOVE WS-CIDADE                     TO WS-CIDADE-ANTES
           MOVE WS-ESTADO                     TO WS-ESTADO-ANTES
           IF WS-LIMITE-CREDITO IS NUMERIC
               MOVE WS-LIMITE-CREDITO         TO WS-LIM-ANTES
           ELSE
               MOVE ZEROS                     TO WS-LIM-ANTES
           END-IF

           MOVE HIST-IMAGEM-DEPOIS            TO WS-LAYOUT-1
           IF WS-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS                     TO WS-LIMITE-CREDITO
           END-IF

           IF WS-ENDERECO NOT = WS-END-ANTES
              OR WS-CIDADE NOT = WS-CIDADE-ANTES
              OR WS-ESTADO NOT = WS-ESTADO-ANTES
               MOVE 'E'                       TO WS-FONTE(1:1)
               PERFORM P270-GUARDA-ALTERACAO
           END-IF

           IF (WS-LIM-ANTES > ZEROS
               AND (WS-LIMITE-CREDITO > WS-LIM-ANTES
                 OR WS-LIMITE-CREDITO = ZEROS))
               MOVE 'L'                       TO WS-FONTE(1:1)
               PERFORM P270-GUARDA-ALTERACAO
           END-IF
           .

      *****************************************
       P270-GUARDA-ALTERACAO.
      *****************************************

           IF WS-QT-ALT = 3000
               SET TABELA-ESTOUROU            TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ALT
           MOVE HIST-NUM-CLIENTE         TO ALT-NUM-CLIENTE(WS-QT-ALT)
           MOVE WS-FONTE(1:1)            TO ALT-TIPO(WS-QT-ALT)
           MOVE HIST-DATA-HORA           TO ALT-DATA-HORA(WS-QT-ALT)
           COMPUTE ALT-DIA-INT(WS-QT-ALT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO)
           MOVE HIST-OPERADOR            TO ALT-OPERADOR(WS-QT-ALT)
           MOVE HIST-APROVADOR           TO ALT-APROVADOR(WS-QT-ALT)
           MOVE WS-END-ANTES             TO ALT-END-ANTES(WS-QT-ALT)
           MOVE WS-ENDERECO              TO ALT-END-DEPOIS(WS-QT-ALT)
           MOVE WS-LIM-ANTES             TO ALT-LIM-ANTES(WS-QT-ALT)
           MOVE WS-LIMITE-CREDITO        TO ALT-LIM-DEPOIS(WS-QT-ALT)
           MOVE SPACES                        TO WS-FONTE
           .

      *****************************************
      * DISPUTAS COLOCADAS DESDE O INICIO DA BUSCA.
      *****************************************
       P300-CARREGA-DISPUTAS.
      *****************************************

           IF WS-RG-LIGADA(2) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DISPUTA-LOG

           IF WS-FS-DISPLOG NOT = '00'
               MOVE 'DISPLOG'                 TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               MOVE 'N'                       TO WS-RG-LIGADA(2)
               EXIT PARAGRAPH
           END-IF

           SET TABELA-ESTOUROU                TO FALSE
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISPUTA-LOG
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND DISP-ACAO = 'C'
                  AND DISP-OPERADOR NOT = SPACES
                  AND DISP-DATA-HORA(1:8) IS NUMERIC
                   MOVE DISP-DATA-HORA(1:8)   TO WS-DATA-EVENTO
                   IF WS-DATA-EVENTO NOT < WS-ANCORA-INI
                       PERFORM P310-UMA-DISPUTA
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPUTA-LOG

           IF TABELA-ESTOUROU
               DISPLAY 'AVISO: DISPUTAS ALEM DE 3000 IGNORADAS.'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P310-UMA-DISPUTA.
      *****************************************

           IF WS-QT-DSP = 3000
               SET TABELA-ESTOUROU            TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-DSP
           MOVE DISP-NUM-CLIENTE         TO DSP-NUM-CLIENTE(WS-QT-DSP)
           MOVE DISP-NUM-PAGTO           TO DSP-NUM-PAGTO(WS-QT-DSP)
           MOVE DISP-DATA-HORA           TO DSP-DATA-HORA(WS-QT-DSP)
           COMPUTE DSP-DIA-INT(WS-QT-DSP) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO)
           MOVE DISP-OPERADOR            TO DSP-OPERADOR(WS-QT-DSP)
           MOVE DISP-MOTIVO              TO DSP-MOTIVO(WS-QT-DSP)
           .

      *****************************************
      * ENDR: REEMBOLSO DE NOTA DE CREDITO NO PERIODO, ACIMA DO
      * MINIMO, A UM CLIENTE CUJO ENDERECO MUDOU ATE JANELA DIAS
      * ANTES. PESA MAIS QUANDO QUEM DISPAROU A POSTAGEM (RUNLOG) E'
      * QUEM MUDOU O ENDERECO.
      *****************************************
       P400-REGRA-ENDR.
      *****************************************

           IF WS-RG-LIGADA(1) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT REEMBOLSOS

           IF WS-FS-REEMBOLSO NOT = '00'
               MOVE 'REFUNDS'                 TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ REEMBOLSOS
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND REEMB-DATA IS NUMERIC
                  AND REEMB-VALOR IS NUMERIC
                  AND REEMB-DATA NOT < WS-PERIODO-INI
                  AND REEMB-DATA NOT > WS-PERIODO-FIM
                  AND REEMB-VALOR NOT < WS-RG-VALOR-MIN(1)
                   PERFORM P410-UM-REEMBOLSO
               END-IF
           END-PERFORM

           CLOSE REEMBOLSOS
           .

      *****************************************
       P410-UM-REEMBOLSO.
      *****************************************

           MOVE REEMB-DATA                    TO WS-DATA-EVENTO
           MOVE REEMB-NUM-CLIENTE             TO WS-NOVO-CLIENTE
           MOVE 'E'                           TO WS-FONTE(1:1)
           MOVE 1                             TO WS-IX-REGRA
           PERFORM P420-PROCURA-ALTERACAO
           MOVE SPACES                        TO WS-FONTE

           IF WS-ALT-ACHADA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-NOVA-CHAVE
           MOVE ALT-DATA-HORA(WS-ALT-ACHADA)  TO WS-NOVA-CHAVE(1:14)
           MOVE REEMB-NUM-FATURA              TO WS-NOVA-CHAVE(15:6)
           MOVE REEMB-DATA                    TO WS-NOVA-CHAVE(21:8)
           MOVE WS-RG-SEVERIDADE(1)           TO WS-NOVA-SEVERIDADE

           MOVE 'DEMONSTRA-FATPOST'           TO WS-BUSCA-PROGRAMA
           MOVE REEMB-DATA                    TO WS-BUSCA-DATA
           PERFORM P870-OPERADOR-LOTE
           IF WS-OPER-LOTE NOT = SPACES
              AND WS-OPER-LOTE = ALT-OPERADOR(WS-ALT-ACHADA)
               MOVE 1                         TO WS-NOVA-SEVERIDADE
           END-IF

           PERFORM P850-REGISTRA-OCORRENCIA
           IF NOT OCORRENCIA-LISTADA
               EXIT PARAGRAPH
           END-IF

           PERFORM P880-EVIDENCIA-ALTERACAO

           MOVE REEMB-DATA                    TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE REEMB-VALOR                   TO WS-VALOR-ED
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'REFUNDS    '               DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  ' REEMBOLSO DE '            DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' DO CREDITO DA FATURA '    DELIMITED BY SIZE
                  REEMB-NUM-FATURA            DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA

           PERFORM P875-EVIDENCIA-RUNLOG
           IF WS-OPER-LOTE NOT = SPACES
              AND WS-OPER-LOTE = ALT-OPERADOR(WS-ALT-ACHADA)
               MOVE '           O MESMO OPERADOR ALTEROU O ENDERECO '
                                              TO WS-EVID-LINHA
               MOVE 'E DISPAROU A POSTAGEM DO REEMBOLSO'
                                          TO WS-EVID-LINHA(49:34)
               PERFORM P860-ADICIONA-EVIDENCIA
           END-IF

      *    AS NOTAS DE CREDITO APLICADAS AO CLIENTE ENTRE A MUDANCA
      *    E O REEMBOLSO.
           MOVE ZEROS                      TO HIT-AUD-PAGTO(WS-IX-HIT)
           MOVE ALT-DATA-HORA(WS-ALT-ACHADA)(1:8)
                                          TO HIT-AUD-DE(WS-IX-HIT)
           COMPUTE HIT-AUD-ATE(WS-IX-HIT) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(REEMB-DATA) + 1)
           MOVE 'CREDNOTA'                TO HIT-AUD-ORIGEM(WS-IX-HIT)
           .

      *****************************************
      * A ALTERACAO MAIS RECENTE DO TIPO EM WS-FONTE(1:1), DO
      * CLIENTE WS-NOVO-CLIENTE, NO MAXIMO JANELA DIAS ANTES DE
      * WS-DATA-EVENTO (E NAO DEPOIS DELE).
      *****************************************
       P420-PROCURA-ALTERACAO.
      *****************************************

           MOVE ZEROS                         TO WS-ALT-ACHADA
           COMPUTE WS-DIA-EVENTO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO)

           PERFORM VARYING WS-IX-ALT FROM 1 BY 1
                   UNTIL WS-IX-ALT > WS-QT-ALT
               COMPUTE WS-DIA-LIMITE-INT = ALT-DIA-INT(WS-IX-ALT)
                                         + WS-RG-JANELA(WS-IX-REGRA)
               IF ALT-NUM-CLIENTE(WS-IX-ALT) = WS-NOVO-CLIENTE
                  AND ALT-TIPO(WS-IX-ALT) = WS-FONTE(1:1)
                  AND ALT-DIA-INT(WS-IX-ALT) NOT > WS-DIA-EVENTO-INT
                  AND WS-DIA-LIMITE-INT NOT < WS-DIA-EVENTO-INT
                   MOVE WS-IX-ALT             TO WS-ALT-ACHADA
               END-IF
           END-PERFORM
           .

      *****************************************
      * DSWO: BAIXA POR INCOBRAVEL DECIDIDA NO PERIODO (APROVADA OU
      * JA APLICADA), ACIMA DO MINIMO, PELO MESMO OPERADOR QUE
      * COLOCOU UMA DISPUTA DO CLIENTE ATE JANELA DIAS ANTES.
      *****************************************
       P450-REGRA-DSWO.
      *****************************************

           IF WS-RG-LIGADA(2) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROPOSTAS-BAIXA

           IF WS-FS-PROPOSTAS NOT = '00'
               MOVE 'WOFFPROP'                TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PROPOSTAS-BAIXA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND (WOF-APROVADA OR WOF-APLICADA)
                  AND WOF-APROVADOR NOT = SPACES
                  AND WOF-DATA-DECISAO IS NUMERIC
                  AND WOF-VALOR IS NUMERIC
                  AND WOF-DATA-DECISAO NOT < WS-PERIODO-INI
                  AND WOF-DATA-DECISAO NOT > WS-PERIODO-FIM
                  AND WOF-VALOR NOT < WS-RG-VALOR-MIN(2)
                   PERFORM P460-UMA-BAIXA
               END-IF
           END-PERFORM

           CLOSE PROPOSTAS-BAIXA
           .

      *****************************************
       P460-UMA-BAIXA.
      *****************************************

           MOVE ZEROS                         TO WS-DSP-ACHADA
           COMPUTE WS-DIA-EVENTO-INT =
                   FUNCTION INTEGER-OF-DATE(WOF-DATA-DECISAO)

           PERFORM VARYING WS-IX-DSP FROM 1 BY 1
                   UNTIL WS-IX-DSP > WS-QT-DSP
               COMPUTE WS-DIA-LIMITE-INT = DSP-DIA-INT(WS-IX-DSP)
                                         + WS-RG-JANELA(2)
               IF DSP-NUM-CLIENTE(WS-IX-DSP) = WOF-NUM-CLIENTE
                  AND DSP-OPERADOR(WS-IX-DSP) = WOF-APROVADOR
                  AND DSP-DIA-INT(WS-IX-DSP) NOT > WS-DIA-EVENTO-INT
                  AND WS-DIA-LIMITE-INT NOT < WS-DIA-EVENTO-INT
                   MOVE WS-IX-DSP             TO WS-DSP-ACHADA
               END-IF
           END-PERFORM

           IF WS-DSP-ACHADA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 2                             TO WS-IX-REGRA
           MOVE WOF-NUM-CLIENTE               TO WS-NOVO-CLIENTE
           MOVE SPACES                        TO WS-NOVA-CHAVE
           MOVE DSP-DATA-HORA(WS-DSP-ACHADA)  TO WS-NOVA-CHAVE(1:14)
           MOVE WOF-NUM-PAGTO                 TO WS-NOVA-CHAVE(15:6)
           MOVE WOF-DATA-DECISAO              TO WS-NOVA-CHAVE(21:8)
           MOVE WS-RG-SEVERIDADE(2)           TO WS-NOVA-SEVERIDADE

           PERFORM P850-REGISTRA-OCORRENCIA
           IF NOT OCORRENCIA-LISTADA
               EXIT PARAGRAPH
           END-IF

           MOVE DSP-DATA-HORA(WS-DSP-ACHADA)  TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'DISPLOG    '               DELIMITED BY SIZE
                  WS-DH-ED                    DELIMITED BY SIZE
                  ' DISPUTA COLOCADA NO PAGTO ' DELIMITED BY SIZE
                  DSP-NUM-PAGTO(WS-DSP-ACHADA) DELIMITED BY SIZE
                  ' POR '                     DELIMITED BY SIZE
                  DSP-OPERADOR(WS-DSP-ACHADA) DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  DSP-MOTIVO(WS-DSP-ACHADA)   DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA

           MOVE WOF-DATA-DECISAO              TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE WOF-VALOR                     TO WS-VALOR-ED
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'WOFFPROP   '               DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  ' BAIXA DO PAGTO '          DELIMITED BY SIZE
                  WOF-NUM-PAGTO               DELIMITED BY SIZE
                  ' VALOR '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' ('                        DELIMITED BY SIZE
                  WOF-DIAS-ATRASO             DELIMITED BY SIZE
                  ' DIAS) APROVADA POR '      DELIMITED BY SIZE
                  WOF-APROVADOR               DELIMITED BY SIZE
                  ' - SITUACAO '              DELIMITED BY SIZE
                  WOF-SITUACAO                DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA

           MOVE 'DEMONSTRA-WOFFAPRV'          TO WS-BUSCA-PROGRAMA
           MOVE WOF-DATA-DECISAO              TO WS-BUSCA-DATA
           PERFORM P870-OPERADOR-LOTE
           PERFORM P875-EVIDENCIA-RUNLOG

      *    A VIDA INTEIRA DO PAGAMENTO BAIXADO DESDE A DISPUTA.
           MOVE WOF-NUM-PAGTO             TO HIT-AUD-PAGTO(WS-IX-HIT)
           MOVE DSP-DATA-HORA(WS-DSP-ACHADA)(1:8)
                                          TO HIT-AUD-DE(WS-IX-HIT)
           MOVE WS-PERIODO-FIM            TO HIT-AUD-ATE(WS-IX-HIT)
           MOVE SPACES                    TO HIT-AUD-ORIGEM(WS-IX-HIT)
           .

      *****************************************
      * APLM: APLICACAO MANUAL NO PERIODO, ACIMA DO MINIMO, EM
      * CLIENTE DIFERENTE DO DONO DO PAGAMENTO QUE O RETORNO
      * CITAVA. RETORNO COM NUMERO INEXISTENTE (CLIENTE ZEROS) NAO
      * TEM DONO A COMPARAR E NAO ENTRA.
      *****************************************
       P500-REGRA-APLM.
      *****************************************

           IF WS-RG-LIGADA(3) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BANK-APLICACOES

           IF WS-FS-BANKAPL = '35'
               DISPLAY 'BANKAPLOG AINDA SEM APLICACOES MANUAIS.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-BANKAPL NOT = '00'
               MOVE 'BANKAPLOG'               TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ BANK-APLICACOES
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND APL-DATA-HORA(1:8) IS NUMERIC
                  AND APL-VALOR IS NUMERIC
                  AND APL-CLIENTE-RETORNO IS NUMERIC
                   MOVE APL-DATA-HORA(1:8)    TO WS-DATA-EVENTO
                   IF WS-DATA-EVENTO NOT < WS-PERIODO-INI
                      AND WS-DATA-EVENTO NOT > WS-PERIODO-FIM
                      AND APL-VALOR NOT < WS-RG-VALOR-MIN(3)
                      AND APL-CLIENTE-RETORNO NOT = ZEROS
                      AND APL-CLIENTE-RETORNO NOT = APL-NUM-CLIENTE
                       PERFORM P510-UMA-APLICACAO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BANK-APLICACOES
           .

      *****************************************
       P510-UMA-APLICACAO.
      *****************************************

           MOVE 3                             TO WS-IX-REGRA
           MOVE APL-NUM-CLIENTE               TO WS-NOVO-CLIENTE
           MOVE SPACES                        TO WS-NOVA-CHAVE
           MOVE APL-DATA-HORA                 TO WS-NOVA-CHAVE(1:14)
           MOVE APL-NUM-PAGTO                 TO WS-NOVA-CHAVE(15:6)
           MOVE APL-NUM-PAGTO-RETORNO         TO WS-NOVA-CHAVE(21:6)
           MOVE WS-RG-SEVERIDADE(3)           TO WS-NOVA-SEVERIDADE

           PERFORM P850-REGISTRA-OCORRENCIA
           IF NOT OCORRENCIA-LISTADA
               EXIT PARAGRAPH
           END-IF

           MOVE APL-DATA-HORA                 TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'BANKAPLOG  '               DELIMITED BY SIZE
                  WS-DH-ED                    DELIMITED BY SIZE
                  ' BANCO '                   DELIMITED BY SIZE
                  APL-BANCO                   DELIMITED BY SIZE
                  ': O RETORNO CITAVA O PAGTO ' DELIMITED BY SIZE
                  APL-NUM-PAGTO-RETORNO       DELIMITED BY SIZE
                  ' DO CLIENTE '              DELIMITED BY SIZE
                  APL-CLIENTE-RETORNO         DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA

           MOVE APL-VALOR                     TO WS-VALOR-ED
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING '           APLICADO POR '  DELIMITED BY SIZE
                  APL-OPERADOR                DELIMITED BY SIZE
                  ' NO PAGTO '                DELIMITED BY SIZE
                  APL-NUM-PAGTO               DELIMITED BY SIZE
                  ' DO CLIENTE '              DELIMITED BY SIZE
                  APL-NUM-CLIENTE             DELIMITED BY SIZE
                  ' VALOR '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           IF APL-TIPO = 'P'
               MOVE '(PARCIAL)'               TO WS-EVID-LINHA(95:9)
           ELSE
               MOVE '(CONFIRMACAO)'           TO WS-EVID-LINHA(95:13)
           END-IF
           PERFORM P860-ADICIONA-EVIDENCIA

           MOVE 'DEMONSTRA-BANKMAN'           TO WS-BUSCA-PROGRAMA
           MOVE WS-DATA-EVENTO                TO WS-BUSCA-DATA
           PERFORM P870-OPERADOR-LOTE
           PERFORM P875-EVIDENCIA-RUNLOG

      *    AS MUDANCAS QUE O OPERADOR FEZ NO PAGAMENTO APLICADO.
           MOVE APL-NUM-PAGTO             TO HIT-AUD-PAGTO(WS-IX-HIT)
           MOVE WS-DATA-EVENTO            TO HIT-AUD-DE(WS-IX-HIT)
           COMPUTE HIT-AUD-ATE(WS-IX-HIT) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO) + 1)
           MOVE APL-OPERADOR              TO HIT-AUD-ORIGEM(WS-IX-HIT)
           .

      *****************************************
      * LIMF: FATURA VALIDA DO PERIODO, ACIMA DO MINIMO, DE UM
      * CLIENTE CUJO LIMITE FOI AUMENTADO ATE JANELA DIAS ANTES.
      * PESA MAIS QUANDO QUEM DISPAROU O FATURAMENTO (RUNLOG) E'
      * QUEM PEDIU OU APROVOU O AUMENTO.
      *****************************************
       P550-REGRA-LIMF.
      *****************************************

           IF WS-RG-LIGADA(4) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FATURA-TOT-HIST

           IF WS-FS-TOT-HIST NOT = '00'
               MOVE 'FATTOTHIST'              TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-TOT-HIST
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND FT-DATA IS NUMERIC
                  AND FT-TOTAL IS NUMERIC
                  AND NOT FT-CANCELADA
                  AND FT-DATA NOT < WS-PERIODO-INI
                  AND FT-DATA NOT > WS-PERIODO-FIM
                  AND FT-TOTAL > ZEROS
                  AND FT-TOTAL NOT < WS-RG-VALOR-MIN(4)
                   PERFORM P560-UMA-FATURA
               END-IF
           END-PERFORM

           CLOSE FATURA-TOT-HIST
           .

      *****************************************
       P560-UMA-FATURA.
      *****************************************

           MOVE FT-DATA                       TO WS-DATA-EVENTO
           MOVE FT-NUM-CLIENTE                TO WS-NOVO-CLIENTE
           MOVE 'L'                           TO WS-FONTE(1:1)
           MOVE 4                             TO WS-IX-REGRA
           PERFORM P420-PROCURA-ALTERACAO
           MOVE SPACES                        TO WS-FONTE

           IF WS-ALT-ACHADA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-NOVA-CHAVE
           MOVE ALT-DATA-HORA(WS-ALT-ACHADA)  TO WS-NOVA-CHAVE(1:14)
           MOVE FT-NUM-FATURA                 TO WS-NOVA-CHAVE(15:6)
           MOVE WS-RG-SEVERIDADE(4)           TO WS-NOVA-SEVERIDADE

           MOVE 'DEMONSTRA-FATURA'            TO WS-BUSCA-PROGRAMA
           MOVE FT-DATA                       TO WS-BUSCA-DATA
           PERFORM P870-OPERADOR-LOTE
           IF WS-OPER-LOTE NOT = SPACES
              AND (WS-OPER-LOTE = ALT-OPERADOR(WS-ALT-ACHADA)
                OR WS-OPER-LOTE = ALT-APROVADOR(WS-ALT-ACHADA))
               MOVE 1                         TO WS-NOVA-SEVERIDADE
           END-IF

           PERFORM P850-REGISTRA-OCORRENCIA
           IF NOT OCORRENCIA-LISTADA
               EXIT PARAGRAPH
           END-IF

           PERFORM P880-EVIDENCIA-ALTERACAO

           MOVE FT-DATA                       TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE FT-TOTAL                      TO WS-VALOR-ED
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'FATTOTHIST '               DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  ' FATURA '                  DELIMITED BY SIZE
                  FT-NUM-FATURA               DELIMITED BY SIZE
                  ' TOTAL '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' REPRESENTANTE '           DELIMITED BY SIZE
                  FT-REP                      DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA

           PERFORM P875-EVIDENCIA-RUNLOG
           IF WS-OPER-LOTE NOT = SPACES
              AND (WS-OPER-LOTE = ALT-OPERADOR(WS-ALT-ACHADA)
                OR WS-OPER-LOTE = ALT-APROVADOR(WS-ALT-ACHADA))
               MOVE '           O MESMO OPERADOR ATUOU NO AUMENTO '
                                              TO WS-EVID-LINHA
               MOVE 'DO LIMITE E DISPAROU O FATURAMENTO'
                                          TO WS-EVID-LINHA(47:34)
               PERFORM P860-ADICIONA-EVIDENCIA
           END-IF

      *    A COBRANCA DA FATURA (A PARCELA 1 TEM O NUMERO DELA).
           MOVE FT-NUM-FATURA             TO HIT-AUD-PAGTO(WS-IX-HIT)
           MOVE FT-DATA                   TO HIT-AUD-DE(WS-IX-HIT)
           MOVE WS-PERIODO-FIM            TO HIT-AUD-ATE(WS-IX-HIT)
           MOVE SPACES                    TO HIT-AUD-ORIGEM(WS-IX-HIT)
           .

      *****************************************
      * UMA PASSADA NA PAGTOAUD PARA TODAS AS OCORRENCIAS: CADA
      * LINHA QUE CAI NO FILTRO DE UMA DELAS VIRA EVIDENCIA.
      *****************************************
       P600-EVIDENCIA-AUDITORIA.
      *****************************************

           IF WS-QT-HIT = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGTO-AUDITORIA

           IF WS-FS-AUDITORIA NOT = '00'
               MOVE 'PAGTOAUD'                TO WS-FONTE
               PERFORM P095-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-AUDITORIA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND AUDIT-DATA-HORA(1:8) IS NUMERIC
                   MOVE AUDIT-DATA-HORA(1:8)  TO WS-DATA-EVENTO
                   PERFORM VARYING WS-IX-HIT FROM 1 BY 1
                           UNTIL WS-IX-HIT > WS-QT-HIT
                       PERFORM P610-CONFERE-AUDITORIA
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE PAGTO-AUDITORIA
           .

      *****************************************
       P610-CONFERE-AUDITORIA.
      *****************************************

           IF HIT-AUD-DE(WS-IX-HIT) = ZEROS
              OR WS-DATA-EVENTO < HIT-AUD-DE(WS-IX-HIT)
              OR WS-DATA-EVENTO > HIT-AUD-ATE(WS-IX-HIT)
               EXIT PARAGRAPH
           END-IF

           IF AUDIT-NUM-CLIENTE NOT = HIT-NUM-CLIENTE(WS-IX-HIT)
              AND HIT-AUD-PAGTO(WS-IX-HIT) = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF HIT-AUD-PAGTO(WS-IX-HIT) NOT = ZEROS
              AND AUDIT-NUM-PAGTO NOT = HIT-AUD-PAGTO(WS-IX-HIT)
               EXIT PARAGRAPH
           END-IF

           IF HIT-AUD-ORIGEM(WS-IX-HIT) NOT = SPACES
              AND AUDIT-ORIGEM NOT = HIT-AUD-ORIGEM(WS-IX-HIT)
               EXIT PARAGRAPH
           END-IF

           IF HIT-QT-EVID(WS-IX-HIT) = 12
               ADD 1                  TO HIT-QT-AUD-SOBRA(WS-IX-HIT)
               EXIT PARAGRAPH
           END-IF

           MOVE AUDIT-DATA-HORA               TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE SPACES                        TO WS-EVID-LINHA
           STRING 'PAGTOAUD   '               DELIMITED BY SIZE
                  WS-DH-ED                    DELIMITED BY SIZE
                  ' PAGTO '                   DELIMITED BY SIZE
                  AUDIT-NUM-PAGTO             DELIMITED BY SIZE
                  ' CLIENTE '                 DELIMITED BY SIZE
                  AUDIT-NUM-CLIENTE           DELIMITED BY SIZE
                  ' SITUACAO '                DELIMITED BY SIZE
                  AUDIT-SITUACAO-ANTERIOR     DELIMITED BY SIZE
                  ' -> '                      DELIMITED BY SIZE
                  AUDIT-SITUACAO-NOVA         DELIMITED BY SIZE
                  ' ORIGEM '                  DELIMITED BY SIZE
                  AUDIT-ORIGEM                DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           ADD 1                          TO HIT-QT-EVID(WS-IX-HIT)
           MOVE WS-EVID-LINHA
               TO HIT-EVID(WS-IX-HIT, HIT-QT-EVID(WS-IX-HIT))
           .

      *****************************************
      * O RELATORIO: DECISOES RECUSADAS, CASOS NOVOS, PENDENTES
      * QUE REAPARECERAM, OUTROS CASOS AINDA EM ABERTO E O RESUMO.
      *****************************************
       P700-IMPRIME.
      *****************************************

           IF WS-QT-REV-APLICADAS > ZEROS OR WS-QT-REV-RECUSADAS > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE WS-QT-REV-APLICADAS       TO WS-QTDE-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'DECISOES DA AUDITORIA APLICADAS: '
                                              DELIMITED BY SIZE
                      WS-QTDE-ED              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               MOVE WS-QT-REV-RECUSADAS       TO WS-QTDE-ED
               MOVE '  RECUSADAS: '       TO WS-REG-RELATORIO(38:13)
               MOVE WS-QTDE-ED            TO WS-REG-RELATORIO(51:4)
               WRITE WS-REG-RELATORIO
               PERFORM VARYING WS-IX-CASO FROM 1 BY 1
                       UNTIL WS-IX-CASO > WS-QT-REV-RECUSADAS
                          OR WS-IX-CASO > 50
                   MOVE WS-REV-RECUSADA(WS-IX-CASO)
                                              TO WS-REG-RELATORIO
                   WRITE WS-REG-RELATORIO
               END-PERFORM
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CASOS NOVOS'                 TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE ALL '-'                   TO WS-REG-RELATORIO(1:11)
           WRITE WS-REG-RELATORIO
           PERFORM VARYING WS-IX-HIT FROM 1 BY 1
                   UNTIL WS-IX-HIT > WS-QT-HIT
               IF HIT-NOVO(WS-IX-HIT) = 'S'
                   PERFORM P710-IMPRIME-OCORRENCIA
               END-IF
           END-PERFORM
           IF WS-QT-NOVOS = ZEROS
               MOVE '  NENHUM.'               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CASOS PENDENTES DE REVISAO QUE REAPARECERAM NO '
                                              TO WS-REG-RELATORIO
           MOVE 'PERIODO'                 TO WS-REG-RELATORIO(48:7)
           WRITE WS-REG-RELATORIO
           MOVE ALL '-'                   TO WS-REG-RELATORIO(1:54)
           WRITE WS-REG-RELATORIO
           PERFORM VARYING WS-IX-HIT FROM 1 BY 1
                   UNTIL WS-IX-HIT > WS-QT-HIT
               IF HIT-NOVO(WS-IX-HIT) = 'N'
                   PERFORM P710-IMPRIME-OCORRENCIA
               END-IF
           END-PERFORM
           IF WS-QT-PENDENTES = ZEROS
               MOVE '  NENHUM.'               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

      *    CASO EM ABERTO CUJOS EVENTOS JA SAIRAM DO PERIODO: SO' A
      *    LINHA DO CASO - A EVIDENCIA SAIU NO RELATORIO DA SEMANA
      *    DE ABERTURA.
           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'OUTROS CASOS AINDA EM ABERTO (EVIDENCIA NO '
                                              TO WS-REG-RELATORIO
           MOVE 'RELATORIO DA SEMANA DE ABERTURA)'
                                          TO WS-REG-RELATORIO(44:32)
           WRITE WS-REG-RELATORIO
           MOVE ALL '-'                   TO WS-REG-RELATORIO(1:75)
           WRITE WS-REG-RELATORIO
           PERFORM VARYING WS-IX-CASO FROM 1 BY 1
                   UNTIL WS-IX-CASO > WS-QT-CASOS
               IF CS-SITUACAO(WS-IX-CASO) = 'A'
                  AND CS-VISTO(WS-IX-CASO) = 'N'
                   PERFORM P730-IMPRIME-CASO-ABERTO
               END-IF
           END-PERFORM
           IF WS-QT-OUTROS-ABERTOS = ZEROS
               MOVE '  NENHUM.'               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF

           PERFORM P750-RESUMO
           .

      *****************************************
       P710-IMPRIME-OCORRENCIA.
      *****************************************

           MOVE HIT-REGRA(WS-IX-HIT)          TO WS-IX-REGRA
           MOVE HIT-DATA-ABERTURA(WS-IX-HIT)  TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CASO '                     DELIMITED BY SIZE
                  HIT-CASO(WS-IX-HIT)         DELIMITED BY SIZE
                  '  REGRA '                  DELIMITED BY SIZE
                  WS-RG-CODIGO(WS-IX-REGRA)   DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-RG-DESCRICAO(WS-IX-REGRA) DELIMITED BY SIZE
                  '  CLIENTE '                DELIMITED BY SIZE
                  HIT-NUM-CLIENTE(WS-IX-HIT)  DELIMITED BY SIZE
                  '  SEVERIDADE '             DELIMITED BY SIZE
                  HIT-SEVERIDADE(WS-IX-HIT)   DELIMITED BY SIZE
                  '  ABERTO EM '              DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-EVID FROM 1 BY 1
                   UNTIL WS-IX-EVID > HIT-QT-EVID(WS-IX-HIT)
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE HIT-EVID(WS-IX-HIT, WS-IX-EVID)
                                          TO WS-REG-RELATORIO(5:110)
               WRITE WS-REG-RELATORIO
           END-PERFORM

           IF HIT-QT-AUD-SOBRA(WS-IX-HIT) > ZEROS
               MOVE HIT-QT-AUD-SOBRA(WS-IX-HIT) TO WS-QTDE-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '    ... MAIS '         DELIMITED BY SIZE
                      WS-QTDE-ED              DELIMITED BY SIZE
                      ' LINHA(S) DA PAGTOAUD NO MESMO FILTRO'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P730-IMPRIME-CASO-ABERTO.
      *****************************************

           ADD 1                              TO WS-QT-OUTROS-ABERTOS
           MOVE CS-DATA-ABERTURA(WS-IX-CASO)  TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  CASO '                   DELIMITED BY SIZE
                  CS-NUMERO(WS-IX-CASO)       DELIMITED BY SIZE
                  '  REGRA '                  DELIMITED BY SIZE
                  CS-REGRA(WS-IX-CASO)        DELIMITED BY SIZE
                  '  CLIENTE '                DELIMITED BY SIZE
                  CS-NUM-CLIENTE(WS-IX-CASO)  DELIMITED BY SIZE
                  '  SEVERIDADE '             DELIMITED BY SIZE
                  CS-SEVERIDADE(WS-IX-CASO)   DELIMITED BY SIZE
                  '  ABERTO EM '              DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P750-RESUMO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'RESUMO'                      TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > WS-QT-REGRAS
               MOVE WS-RG-QT-CASOS(WS-IX-REGRA) TO WS-QTDE-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '  OCORRENCIAS '        DELIMITED BY SIZE
                      WS-RG-CODIGO(WS-IX-REGRA) DELIMITED BY SIZE
                      '....................: ' DELIMITED BY SIZE
                      WS-QTDE-ED              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM

           MOVE WS-QT-NOVOS                   TO WS-QTDE-ED
           MOVE '  CASOS NOVOS...........................: '
                                              TO WS-REG-RELATORIO
           MOVE WS-QTDE-ED                TO WS-REG-RELATORIO(43:4)
           WRITE WS-REG-RELATORIO
           MOVE WS-QT-PENDENTES               TO WS-QTDE-ED
           MOVE '  PENDENTES QUE REAPARECERAM............: '
                                              TO WS-REG-RELATORIO
           MOVE WS-QTDE-ED                TO WS-REG-RELATORIO(43:4)
           WRITE WS-REG-RELATORIO
           MOVE WS-QT-OUTROS-ABERTOS          TO WS-QTDE-ED
           MOVE '  OUTROS CASOS EM ABERTO................: '
                                              TO WS-REG-RELATORIO
           MOVE WS-QTDE-ED                TO WS-REG-RELATORIO(43:4)
           WRITE WS-REG-RELATORIO
           MOVE WS-QT-SUPRIMIDOS              TO WS-QTDE-ED
           MOVE '  JA REVISADOS, NAO LISTADOS DE NOVO....: '
                                              TO WS-REG-RELATORIO
           MOVE WS-QTDE-ED                TO WS-REG-RELATORIO(43:4)
           WRITE WS-REG-RELATORIO

           IF WS-FONTES-FALTA NOT = SPACES
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'FONTES INDISPONIVEIS (REGRAS DEPENDENTES NAO '
                                              DELIMITED BY SIZE
                      'AVALIADAS): '          DELIMITED BY SIZE
                      WS-FONTES-FALTA         DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
      * O ARQUIVO DE CASOS REGRAVADO PELA TABELA (OS ANTIGOS COM AS
      * DECISOES DA SEMANA E OS NOVOS NO FIM); SO' DEPOIS DISSO AS
      * DECISOES APLICADAS SAO CONSUMIDAS.
      *****************************************
       P800-REGRAVA-CASOS.
      *****************************************

           OPEN OUTPUT ATV-CASOS

           IF WS-FS-CASOS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O ATVCASOS: ' WS-FS-CASOS
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-CASO FROM 1 BY 1
                   UNTIL WS-IX-CASO > WS-QT-CASOS
               MOVE CS-NUMERO(WS-IX-CASO)        TO CASO-NUMERO
               MOVE CS-REGRA(WS-IX-CASO)         TO CASO-REGRA
               MOVE CS-NUM-CLIENTE(WS-IX-CASO)   TO CASO-NUM-CLIENTE
               MOVE CS-CHAVE(WS-IX-CASO)         TO CASO-CHAVE
               MOVE CS-DATA-ABERTURA(WS-IX-CASO) TO CASO-DATA-ABERTURA
               MOVE CS-SITUACAO(WS-IX-CASO)      TO CASO-SITUACAO
               MOVE CS-REVISOR(WS-IX-CASO)       TO CASO-REVISOR
               MOVE CS-DATA-REVISAO(WS-IX-CASO)  TO CASO-DATA-REVISAO
               MOVE CS-SEVERIDADE(WS-IX-CASO)    TO CASO-SEVERIDADE
               WRITE WS-REG-ATVCASO
           END-PERFORM

           CLOSE ATV-CASOS

           IF HOUVE-REVISOES
               OPEN OUTPUT ATV-REVISOES
               CLOSE ATV-REVISOES
           END-IF

           IF WS-QT-NOVOS > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-ATVSUSP'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               MOVE WS-QT-NOVOS               TO WS-QTDE-ED
               STRING WS-QTDE-ED              DELIMITED BY SIZE
                      ' CASO(S) NOVO(S) DE ATIVIDADE SUSPEITA'
                                              DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF
           .

      *****************************************
      * A OCORRENCIA CONTRA O ARQUIVO DE CASOS: JA REVISADA NAO
      * SAI; EM ABERTO SAI COMO PENDENTE; INEDITA GANHA NUMERO.
      * OCORRENCIA-LISTADA DIZ SE O CHAMADOR MONTA A EVIDENCIA
      * (WS-IX-HIT APONTA A OCORRENCIA).
      *****************************************
       P850-REGISTRA-OCORRENCIA.
      *****************************************

           SET OCORRENCIA-LISTADA             TO FALSE
           SET CASO-ACHADO                    TO FALSE
           PERFORM VARYING WS-IX-CASO FROM 1 BY 1
                   UNTIL WS-IX-CASO > WS-QT-CASOS OR CASO-ACHADO
               IF CS-REGRA(WS-IX-CASO) = WS-RG-CODIGO(WS-IX-REGRA)
                  AND CS-NUM-CLIENTE(WS-IX-CASO) = WS-NOVO-CLIENTE
                  AND CS-CHAVE(WS-IX-CASO) = WS-NOVA-CHAVE
                   SET CASO-ACHADO            TO TRUE
               END-IF
           END-PERFORM

           IF CASO-ACHADO
               SUBTRACT 1                     FROM WS-IX-CASO
               MOVE 'S'                       TO CS-VISTO(WS-IX-CASO)
               IF CS-SITUACAO(WS-IX-CASO) NOT = 'A'
                   ADD 1                      TO WS-QT-SUPRIMIDOS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-QT-CASOS = 9999
                   DISPLAY 'AVISO: ATVCASOS CHEIO - OCORRENCIA DO '
                           'CLIENTE ' WS-NOVO-CLIENTE ' NAO REGISTRADA'
                   IF WS-RETORNO < 4
                       MOVE 4                 TO WS-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-QT-HIT = 500
               DISPLAY 'AVISO: MAIS DE 500 OCORRENCIAS NA SEMANA - '
                       'CLIENTE ' WS-NOVO-CLIENTE ' FICA PARA A '
                       'PROXIMA EXECUCAO'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT CASO-ACHADO
               ADD 1                          TO WS-QT-CASOS
               MOVE WS-QT-CASOS               TO WS-IX-CASO
               ADD 1                          TO WS-ULT-CASO
               MOVE WS-ULT-CASO           TO CS-NUMERO(WS-IX-CASO)
               MOVE WS-RG-CODIGO(WS-IX-REGRA) TO CS-REGRA(WS-IX-CASO)
               MOVE WS-NOVO-CLIENTE      TO CS-NUM-CLIENTE(WS-IX-CASO)
               MOVE WS-NOVA-CHAVE         TO CS-CHAVE(WS-IX-CASO)
               MOVE WS-DATA-NEGOCIO   TO CS-DATA-ABERTURA(WS-IX-CASO)
               MOVE 'A'                   TO CS-SITUACAO(WS-IX-CASO)
               MOVE SPACES                TO CS-REVISOR(WS-IX-CASO)
               MOVE ZEROS              TO CS-DATA-REVISAO(WS-IX-CASO)
               MOVE WS-NOVA-SEVERIDADE   TO CS-SEVERIDADE(WS-IX-CASO)
               MOVE 'S'                   TO CS-VISTO(WS-IX-CASO)
           END-IF

           ADD 1                              TO WS-QT-HIT
           MOVE WS-QT-HIT                     TO WS-IX-HIT
           MOVE WS-IX-REGRA                   TO HIT-REGRA(WS-IX-HIT)
           MOVE WS-NOVO-CLIENTE           TO HIT-NUM-CLIENTE(WS-IX-HIT)
           MOVE CS-NUMERO(WS-IX-CASO)         TO HIT-CASO(WS-IX-HIT)
           MOVE CS-SEVERIDADE(WS-IX-CASO) TO HIT-SEVERIDADE(WS-IX-HIT)
           MOVE CS-DATA-ABERTURA(WS-IX-CASO)
                                        TO HIT-DATA-ABERTURA(WS-IX-HIT)
           MOVE ZEROS                         TO HIT-QT-EVID(WS-IX-HIT)
           MOVE ZEROS                    TO HIT-QT-AUD-SOBRA(WS-IX-HIT)
           MOVE ZEROS                         TO HIT-AUD-DE(WS-IX-HIT)
           IF CASO-ACHADO
               MOVE 'N'                       TO HIT-NOVO(WS-IX-HIT)
               ADD 1                          TO WS-QT-PENDENTES
           ELSE
               MOVE 'S'                       TO HIT-NOVO(WS-IX-HIT)
               ADD 1                          TO WS-QT-NOVOS
           END-IF
           ADD 1                          TO WS-RG-QT-CASOS(WS-IX-REGRA)
           SET OCORRENCIA-LISTADA             TO TRUE
           .

      *****************************************
       P860-ADICIONA-EVIDENCIA.
      *****************************************

           IF HIT-QT-EVID(WS-IX-HIT) < 12
               ADD 1                      TO HIT-QT-EVID(WS-IX-HIT)
               MOVE WS-EVID-LINHA
                   TO HIT-EVID(WS-IX-HIT, HIT-QT-EVID(WS-IX-HIT))
           END-IF
           .

      *****************************************
      * QUEM RODOU WS-BUSCA-PROGRAMA NA DATA WS-BUSCA-DATA (OU NO
      * DIA SEGUINTE - A CADEIA ATRAVESSA A MEIA-NOITE), PELO
      * RUNLOG; BRANCO QUANDO FOI A CADEIA AUTOMATICA.
      *****************************************
       P870-OPERADOR-LOTE.
      *****************************************

           MOVE SPACES                        TO WS-OPER-LOTE
           COMPUTE WS-BUSCA-DATA2 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSCA-DATA) + 1)

           PERFORM VARYING WS-IX-OPER FROM 1 BY 1
                   UNTIL WS-IX-OPER > WS-QT-OPER
               IF OPR-PROGRAMA(WS-IX-OPER) = WS-BUSCA-PROGRAMA
                  AND (OPR-DATA(WS-IX-OPER) = WS-BUSCA-DATA
                    OR OPR-DATA(WS-IX-OPER) = WS-BUSCA-DATA2)
                   MOVE OPR-OPERADOR(WS-IX-OPER) TO WS-OPER-LOTE
               END-IF
           END-PERFORM
           .

      *****************************************
       P875-EVIDENCIA-RUNLOG.
      *****************************************

           MOVE WS-BUSCA-DATA                 TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE SPACES                        TO WS-EVID-LINHA
           IF WS-OPER-LOTE NOT = SPACES
               STRING 'RUNLOG     '           DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-BUSCA-PROGRAMA       DELIMITED BY '  '
                      ' EXECUTADO PELO OPERADOR ' DELIMITED BY SIZE
                      WS-OPER-LOTE            DELIMITED BY SIZE
                      INTO WS-EVID-LINHA
               END-STRING
           ELSE
               STRING 'RUNLOG     '           DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-BUSCA-PROGRAMA       DELIMITED BY '  '
                      ' SEM OPERADOR IDENTIFICADO (CADEIA '
                                              DELIMITED BY SIZE
                      'AUTOMATICA)'           DELIMITED BY SIZE
                      INTO WS-EVID-LINHA
               END-STRING
           END-IF
           PERFORM P860-ADICIONA-EVIDENCIA
           .

      *****************************************
       P880-EVIDENCIA-ALTERACAO.
      *****************************************

           MOVE ALT-DATA-HORA(WS-ALT-ACHADA)  TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE SPACES                        TO WS-EVID-LINHA

           IF ALT-TIPO(WS-ALT-ACHADA) = 'E'
               STRING 'CLIHIST    '           DELIMITED BY SIZE
                      WS-DH-ED                DELIMITED BY SIZE
                      ' ENDERECO DE "'        DELIMITED BY SIZE
                      ALT-END-ANTES(WS-ALT-ACHADA)
                                              DELIMITED BY SIZE
                      '" PARA "'              DELIMITED BY SIZE
                      ALT-END-DEPOIS(WS-ALT-ACHADA)
                                              DELIMITED BY SIZE
                      '"'                     DELIMITED BY SIZE
                      INTO WS-EVID-LINHA
               END-STRING
           ELSE
               MOVE ALT-LIM-ANTES(WS-ALT-ACHADA)  TO WS-VALOR-ED
               MOVE ALT-LIM-DEPOIS(WS-ALT-ACHADA) TO WS-VALOR-ED2
               STRING 'CLIHIST    '           DELIMITED BY SIZE
                      WS-DH-ED                DELIMITED BY SIZE
                      ' LIMITE DE CREDITO DE ' DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      ' PARA '                DELIMITED BY SIZE
                      WS-VALOR-ED2            DELIMITED BY SIZE
                      ' (ZEROS = SEM LIMITE)' DELIMITED BY SIZE
                      INTO WS-EVID-LINHA
               END-STRING
           END-IF
           PERFORM P860-ADICIONA-EVIDENCIA

           MOVE SPACES                        TO WS-EVID-LINHA
           STRING '           OPERADOR '      DELIMITED BY SIZE
                  ALT-OPERADOR(WS-ALT-ACHADA) DELIMITED BY SIZE
                  '  APROVADOR '              DELIMITED BY SIZE
                  ALT-APROVADOR(WS-ALT-ACHADA) DELIMITED BY SIZE
                  INTO WS-EVID-LINHA
           END-STRING
           PERFORM P860-ADICIONA-EVIDENCIA
           .

      *****************************************
       P890-EDITA-DATA.
      *****************************************

           MOVE SPACES                        TO WS-DATA-ED
           MOVE WS-DATA-ED-ENTRADA(7:2)       TO WS-DATA-ED(1:2)
           MOVE '/'                           TO WS-DATA-ED(3:1)
           MOVE WS-DATA-ED-ENTRADA(5:2)       TO WS-DATA-ED(4:2)
           MOVE '/'                           TO WS-DATA-ED(6:1)
           MOVE WS-DATA-ED-ENTRADA(1:4)       TO WS-DATA-ED(7:4)
           .

      *****************************************
       P895-EDITA-DATA-HORA.
      *****************************************

           MOVE SPACES                        TO WS-DH-ED
           MOVE WS-DH-ENTRADA(7:2)            TO WS-DH-ED(1:2)
           MOVE '/'                           TO WS-DH-ED(3:1)
           MOVE WS-DH-ENTRADA(5:2)            TO WS-DH-ED(4:2)
           MOVE '/'                           TO WS-DH-ED(6:1)
           MOVE WS-DH-ENTRADA(1:4)            TO WS-DH-ED(7:4)
           MOVE WS-DH-ENTRADA(9:2)            TO WS-DH-ED(12:2)
           MOVE ':'                           TO WS-DH-ED(14:1)
           MOVE WS-DH-ENTRADA(11:2)           TO WS-DH-ED(15:2)
           .

      *****************************************
      * FONTE AUSENTE: AS REGRAS QUE DEPENDEM DELA NAO SAO
      * AVALIADAS, O QUE SAI NO RESUMO E TERMINA COM RC 4.
      *****************************************
       P095-FONTE-FALTA.
      *****************************************

           DISPLAY 'AVISO: FONTE ' WS-FONTE ' INDISPONIVEL.'
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF
           IF WS-PONTEIRO-FALTA < 90
               STRING WS-FONTE                DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      INTO WS-FONTES-FALTA
                      WITH POINTER WS-PONTEIRO-FALTA
               END-STRING
           END-IF
           MOVE SPACES                        TO WS-FONTE
           .

      *****************************************
       P999-FIM.
      *****************************************

           CLOSE ATV-RPT

           DISPLAY 'CASOS NOVOS............: ' WS-QT-NOVOS
           DISPLAY 'PENDENTES REAPARECIDOS.: ' WS-QT-PENDENTES
           DISPLAY 'JA REVISADOS...........: ' WS-QT-SUPRIMIDOS
           DISPLAY 'DECISOES APLICADAS.....: ' WS-QT-REV-APLICADAS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ATVSUSP'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-HIT                      TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-HIT TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RPTHDPR.
           COPY ALERTAPR.
           COPY RUNLOGPR.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-ATVSUSP.
