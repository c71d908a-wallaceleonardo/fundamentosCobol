      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ANALISE MENSAL DE VENDAS (VENDRELRPT) A PARTIR DO
      *          HISTORICO DAS FATURAS (FATTOTHIST) E DOS ITENS DE
      *          CADA UMA (NFEITHIST): QUANTIDADE, RECEITA LIQUIDA E
      *          DESCONTO POR PRODUTO, POR UF E CIDADE DO CLIENTE E
      *          POR REPRESENTANTE (WS-IT-REP, OU O FT-REP DA FATURA),
      *          COMPARANDO O MES COM O MES ANTERIOR E COM O MESMO
      *          MES DO ANO ANTERIOR; AS 20 MAIORES RECEITAS DE
      *          PRODUTO E DE CLIENTE E A CURVA ABC (PARETO) DE CADA
      *          UM, NOS LIMITES DO SISPARAM VENDAS-ABC-A E
      *          VENDAS-ABC-B (% ACUMULADO DA RECEITA, PADRAO 80 E
      *          95). A MESMA ANALISE SAI NO ARQUIVO VENDRELCSV,
      *          DELIMITADO POR ';' COM VIRGULA DECIMAL, PARA A
      *          PLANILHA DA AREA COMERCIAL. A REGRA DO MES E' A DA
      *          APURACAO DOS IMPOSTOS (DEMONSTRA-APURIMP): A FATURA
      *          E A NOTA DE CREDITO (VALORES NEGATIVOS) ENTRAM NO
      *          MES DA EMISSAO E O CANCELAMENTO (DEMONSTRA-FATCANC)
      *          SAI NO MES DO CANCELAMENTO. A RECEITA LIQUIDA E O
      *          DESCONTO DA FATURA (FT-SUBTOTAL E FT-DESCONTO) SAO
      *          RATEADOS PELOS ITENS NA PROPORCAO DO VALOR BRUTO DE
      *          CADA UM, O RESTO DO ARREDONDAMENTO NO ULTIMO ITEM -
      *          OS TOTAIS FECHAM COM O HISTORICO. FATURA SEM ITENS NO
      *          NFEITHIST (ANTERIOR A ELE) ENTRA COMO PRODUTO
      *          SEM-ITEM. FATTOTHIST INDISPONIVEL TERMINA COM RC 8;
      *          NFEITHIST OU CADASTRO DE DESCRICOES INDISPONIVEL,
      *          RC 4. PREVISTO PARA A CADEIA MENSAL.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-VENDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT NFE-ITENS-HIST      ASSIGN TO 'NFEITHIST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NFI-CHAVE
                                       FILE STATUS WS-FS-ITENS.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT REP-MASTER          ASSIGN TO 'REPMAST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REPMAST.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT VENDAS-RPT          ASSIGN TO 'VENDRELRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT VENDAS-CSV          ASSIGN TO 'VENDRELCSV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CSV.

           SELECT VENDAS-TRABALHO     ASSIGN TO 'VENDRELWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TRABALHO.

           SELECT VENDAS-SORT         ASSIGN TO 'VENDRELSRT'.

           SELECT RANKING-SORT        ASSIGN TO 'VENDRELRKS'.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      *    HISTORICO ACUMULADO DAS FATURAS FECHADAS (IMAGEM DO
      *    WS-REG-FATTOT).
       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

       FD NFE-ITENS-HIST.
           COPY NFEITEM.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD REP-MASTER.
       01 WS-REG-REPMAST.
           03 REP-CODIGO                         PIC X(04).
           03 REP-NOME                           PIC X(30).
           03 REP-PERCENTUAL                     PIC 9V999.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD VENDAS-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD VENDAS-CSV.
       01 WS-REG-CSV                              PIC X(250).

      *    UMA LINHA POR DIMENSAO (1 = PRODUTO, 2 = UF/CIDADE, 3 =
      *    REPRESENTANTE, 4 = CLIENTE) E CHAVE, COM O MES, O MES
      *    ANTERIOR (ANT) E O MESMO MES DO ANO ANTERIOR (AAN).
       FD VENDAS-TRABALHO.
       01 WS-REG-TRABALHO.
           03 VW-DIMENSAO                        PIC 9(01).
           03 VW-CHAVE                           PIC X(32).
           03 VW-CODIGO                          PIC X(10).
           03 VW-DESCRICAO                       PIC X(30).
           03 VW-QTDE-ATU                        PIC S9(09)V99.
           03 VW-LIQ-ATU                         PIC S9(11)V99.
           03 VW-DESC-ATU                        PIC S9(11)V99.
           03 VW-QTDE-ANT                        PIC S9(09)V99.
           03 VW-LIQ-ANT                         PIC S9(11)V99.
           03 VW-QTDE-AAN                        PIC S9(09)V99.
           03 VW-LIQ-AAN                         PIC S9(11)V99.

      *    OS ITENS DAS FATURAS DOS TRES MESES, UMA LINHA POR
      *    DIMENSAO, COM O SINAL DO MOVIMENTO (CANCELAMENTO NEGATIVO).
       SD VENDAS-SORT.
       01 SRT-VENDA.
           03 SV-DIMENSAO                        PIC 9(01).
           03 SV-CHAVE                           PIC X(32).
           03 SV-PERIODO                         PIC 9(01).
           03 SV-QTDE                            PIC S9(07)V99.
           03 SV-LIQUIDO                         PIC S9(09)V99.
           03 SV-DESCONTO                        PIC S9(09)V99.

      *    O VENDRELWRK REORDENADO POR DIMENSAO E RECEITA DO MES,
      *    DA MAIOR PARA A MENOR.
       SD RANKING-SORT.
       01 SRT-RANKING.
           03 RK-DIMENSAO                        PIC 9(01).
           03 RK-CHAVE                           PIC X(32).
           03 RK-CODIGO                          PIC X(10).
           03 RK-DESCRICAO                       PIC X(30).
           03 RK-QTDE-ATU                        PIC S9(09)V99.
           03 RK-LIQ-ATU                         PIC S9(11)V99.
           03 RK-DESC-ATU                        PIC S9(11)V99.
           03 RK-QTDE-ANT                        PIC S9(09)V99.
           03 RK-LIQ-ANT                         PIC S9(11)V99.
           03 RK-QTDE-AAN                        PIC S9(09)V99.
           03 RK-LIQ-AAN                         PIC S9(11)V99.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-REPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-CSV                          PIC X(02) VALUE '00'.
       77 WS-FS-TRABALHO                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-SORT                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT                    VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-ITENS                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-ITENS                  VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    FONTES OPCIONAIS ABERTAS.
       77 WS-SW-ITENS                        PIC X(01) VALUE 'N'.
           88 ITENS-DISPONIVEIS              VALUE 'S' FALSE 'N'.
       77 WS-SW-PRODMAST                     PIC X(01) VALUE 'N'.
           88 PRODMAST-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-SW-CLIMAST                      PIC X(01) VALUE 'N'.
           88 CLIMAST-DISPONIVEL             VALUE 'S' FALSE 'N'.

      *    O MES ANALISADO (AAAAMM, O DA DATA DE NEGOCIO DO
      *    FECHAMENTO) E OS DOIS DE COMPARACAO: 1 = MES, 2 = MES
      *    ANTERIOR, 3 = MESMO MES DO ANO ANTERIOR.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-MES-NUM                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-MESES.
           03 WS-MES-PERIODO           OCCURS 3 TIMES PIC 9(06).
       77 WS-IX-PER                          PIC 9(01) VALUE ZEROS.
       77 WS-MES-FATURA                      PIC 9(06) VALUE ZEROS.
       77 WS-MES-CANC                        PIC 9(06) VALUE ZEROS.
       77 WS-SW-MOVIMENTO                    PIC X(01) VALUE 'N'.
           88 FATURA-COM-MOVIMENTO           VALUE 'S' FALSE 'N'.

      *    +1 NA EMISSAO (FATURA OU NOTA DE CREDITO), -1 NO
      *    CANCELAMENTO.
       77 WS-SINAL                           PIC S9(01) VALUE ZEROS.

      *    OS TRES MESES: MOVIMENTOS E TOTAIS.
       01 WS-TAB-PERIODOS.
           03 WS-PER-ITEM              OCCURS 3 TIMES.
               05 WS-PER-FATURAS              PIC 9(06).
               05 WS-PER-NOTAS                PIC 9(06).
               05 WS-PER-CANCEL               PIC 9(06).
               05 WS-PER-QTDE      PIC S9(09)V99 COMP-3.
               05 WS-PER-LIQUIDO   PIC S9(11)V99 COMP-3.
               05 WS-PER-DESCONTO  PIC S9(11)V99 COMP-3.

      *    CONTADORES DA PASSAGEM.
       77 WS-QT-LIDOS                        PIC 9(07) VALUE ZEROS.
       77 WS-QT-SEM-ITENS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ITENS-EXCEDENTES             PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-CSV                   PIC 9(07) VALUE ZEROS.

      *    OS ITENS DA FATURA EM CURSO, COM O VALOR BRUTO DE CADA UM
      *    (QUANTIDADE X PRECO, PRO-RATA QUANDO O ITEM COBRE SO'
      *    PARTE DO CICLO) PARA O RATEIO.
       77 WS-QT-LINHAS                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-LINHA                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-LINHAS.
           03 WS-LIN-ITEM              OCCURS 300 TIMES.
               05 WS-LIN-PRODUTO              PIC X(08).
               05 WS-LIN-REP                  PIC X(04).
               05 WS-LIN-QTDE                 PIC S9(05)V99.
               05 WS-LIN-BRUTO                PIC S9(09)V99.
       77 WS-PRECO-ITEM                      PIC S9(05)V99 VALUE ZEROS.
       77 WS-BRUTO-ITEM                      PIC S9(09)V99 VALUE ZEROS.
       77 WS-BRUTO-FATURA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-LIQ-RESTO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DESC-RESTO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-LIQ-LINHA                       PIC S9(09)V99 VALUE ZEROS.
       77 WS-DESC-LINHA                      PIC S9(09)V99 VALUE ZEROS.

      *    A QUEBRA POR DIMENSAO E CHAVE NA SAIDA DO PRIMEIRO SORT.
       77 WS-DIM-ATUAL                       PIC 9(01) VALUE ZEROS.
       77 WS-CHAVE-ATUAL                     PIC X(32) VALUE SPACES.
       01 WS-TAB-ACUM.
           03 WS-AC-ITEM               OCCURS 3 TIMES.
               05 WS-AC-QTDE       PIC S9(09)V99 COMP-3.
               05 WS-AC-LIQUIDO    PIC S9(11)V99 COMP-3.
               05 WS-AC-DESCONTO   PIC S9(11)V99 COMP-3.
       01 WS-TAB-TOT-DIM.
           03 WS-TD-ITEM               OCCURS 3 TIMES.
               05 WS-TD-QTDE       PIC S9(09)V99 COMP-3.
               05 WS-TD-LIQUIDO    PIC S9(11)V99 COMP-3.
               05 WS-TD-DESCONTO   PIC S9(11)V99 COMP-3.

      *    POR DIMENSAO: QUANTAS CHAVES E A RECEITA POSITIVA DO MES,
      *    BASE DO PERCENTUAL DA CURVA ABC.
       01 WS-TAB-DIMENSOES.
           03 WS-DIM-ITEM              OCCURS 4 TIMES.
               05 WS-DIM-QT-CHAVES            PIC 9(06).
               05 WS-DIM-POSITIVO  PIC S9(13)V99 COMP-3.
       01 WS-TAB-NOMES-DIM.
           03 FILLER  PIC X(14) VALUE 'PRODUTO'.
           03 FILLER  PIC X(14) VALUE 'UF-CIDADE'.
           03 FILLER  PIC X(14) VALUE 'REPRESENTANTE'.
           03 FILLER  PIC X(14) VALUE 'CLIENTE'.
       01 WS-TAB-NOMES-DIM-R REDEFINES WS-TAB-NOMES-DIM.
           03 WS-NOME-DIM              OCCURS 4 TIMES PIC X(14).
       01 WS-TAB-TITULOS-DIM.
           03 FILLER  PIC X(30) VALUE 'VENDAS POR PRODUTO'.
           03 FILLER  PIC X(30) VALUE 'VENDAS POR UF E CIDADE'.
           03 FILLER  PIC X(30) VALUE 'VENDAS POR REPRESENTANTE'.
           03 FILLER  PIC X(30) VALUE 'VENDAS POR CLIENTE'.
       01 WS-TAB-TITULOS-DIM-R REDEFINES WS-TAB-TITULOS-DIM.
           03 WS-TITULO-DIM            OCCURS 4 TIMES PIC X(30).

      *    CADASTRO DE REPRESENTANTES EM TABELA.
       77 WS-QT-TAB-REP                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-REP                          PIC 9(02) VALUE ZEROS.
       01 WS-TAB-REPS.
           03 WS-TAB-REP-ITEM          OCCURS 50 TIMES.
               05 WS-REP-CODIGO               PIC X(04).
               05 WS-REP-NOME                 PIC X(30).

      *    A CLASSIFICACAO: POSICAO NA DIMENSAO, RECEITA ACUMULADA,
      *    CLASSE ABC E O RESUMO POR CLASSE (1 = A, 2 = B, 3 = C).
       77 WS-LIMITE-A                        PIC 9(03) VALUE 80.
       77 WS-LIMITE-B                        PIC 9(03) VALUE 95.
       77 WS-RK-DIM                          PIC 9(01) VALUE ZEROS.
       77 WS-RK-POSICAO                      PIC 9(06) VALUE ZEROS.
       77 WS-RK-ACUMULADO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-PCT-ANTES                       PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-ITEM                        PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-ACUM                        PIC 9(03)V99 VALUE ZEROS.
       77 WS-CLASSE                          PIC X(01) VALUE SPACE.
       77 WS-IX-CLASSE                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-ABC.
           03 WS-ABC-ITEM              OCCURS 3 TIMES.
               05 WS-ABC-QT                   PIC 9(06).
               05 WS-ABC-LIQUIDO   PIC S9(13)V99 COMP-3.
       01 WS-TAB-LETRAS-ABC.
           03 FILLER                          PIC X(03) VALUE 'ABC'.
       01 WS-TAB-LETRAS-ABC-R REDEFINES WS-TAB-LETRAS-ABC.
           03 WS-LETRA-ABC             OCCURS 3 TIMES PIC X(01).

      *    VARIACAO PERCENTUAL CONTRA UM MES DE COMPARACAO.
       77 WS-VAR-ATUAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VAR-BASE         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VAR-PCT                         PIC S9(04)V9 VALUE ZEROS.
       77 WS-VAR-TEXTO                       PIC X(07) VALUE SPACES.
       77 WS-VAR-CSV                         PIC X(16) VALUE SPACES.
       77 WS-VAR-ANT-TEXTO                   PIC X(07) VALUE SPACES.
       77 WS-VAR-ANT-CSV                     PIC X(16) VALUE SPACES.
       77 WS-VAR-AAN-TEXTO                   PIC X(07) VALUE SPACES.
       77 WS-VAR-AAN-CSV                     PIC X(16) VALUE SPACES.

      *    CAMPOS DO ARQUIVO DELIMITADO: VALOR COM VIRGULA DECIMAL,
      *    SEM OS BRANCOS A ESQUERDA.
       77 WS-CSV-VALOR        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-CSV-EDITADO                     PIC -(11)9.99.
       77 WS-CSV-TEXTO                       PIC X(16) VALUE SPACES.
       77 WS-CSV-BRANCOS                     PIC 9(02) VALUE ZEROS.
       77 WS-CSV-NUMERO                      PIC X(16) VALUE SPACES.
       77 WS-CSV-QTDE                        PIC X(16) VALUE SPACES.
       77 WS-CSV-LIQ                         PIC X(16) VALUE SPACES.
       77 WS-CSV-DESC                        PIC X(16) VALUE SPACES.
       77 WS-CSV-QTDE-ANT                    PIC X(16) VALUE SPACES.
       77 WS-CSV-LIQ-ANT                     PIC X(16) VALUE SPACES.
       77 WS-CSV-QTDE-AAN                    PIC X(16) VALUE SPACES.
       77 WS-CSV-LIQ-AAN                     PIC X(16) VALUE SPACES.
       77 WS-CSV-DESCRICAO                   PIC X(30) VALUE SPACES.
       77 WS-CSV-POSICAO                     PIC Z(05)9.
       77 WS-CSV-POSICAO-X                   PIC X(06) VALUE SPACES.

      *    CAMPOS EDITADOS DO RELATORIO.
       77 WS-QT-ED                           PIC ZZZZZ9.
       77 WS-QT2-ED                          PIC ZZZZZ9.
       77 WS-QT3-ED                          PIC ZZZZZ9.
       77 WS-POSICAO-ED                      PIC ZZ9.
       77 WS-QTDE-ED                         PIC -(08)9.99.
       77 WS-VALOR-ED                        PIC -(10)9.99.
       77 WS-VALOR2-ED                       PIC -(10)9.99.
       77 WS-VALOR3-ED                       PIC -(10)9.99.
       77 WS-DESCONTO-ED                     PIC -(09)9.99.
       77 WS-PCT-ED                          PIC ZZ9.99.
       77 WS-PCT2-ED                         PIC ZZ9.99.
       77 WS-MES-ED                          PIC 9(06).
       77 WS-DESCR-PERIODO                   PIC X(20) VALUE SPACES.

           COPY FATTOT.

           COPY FATITEM.

           COPY PARAMWS.

           COPY RPTHDR.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               SORT VENDAS-SORT
                   ON ASCENDING KEY SV-DIMENSAO SV-CHAVE
                   INPUT PROCEDURE P100-LE-FATURAS
                   OUTPUT PROCEDURE P300-TOTALIZA
           END-IF

           IF WS-RETORNO < 8
               SORT RANKING-SORT
                   ON ASCENDING  KEY RK-DIMENSAO
                      DESCENDING KEY RK-LIQ-ATU
                      ASCENDING  KEY RK-CHAVE
                   USING VENDAS-TRABALHO
                   OUTPUT PROCEDURE P500-CLASSIFICA
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-VENDREL'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100
           COMPUTE WS-ANO-REF = WS-MES-REF / 100
           COMPUTE WS-MES-NUM = WS-MES-REF - (WS-ANO-REF * 100)

           MOVE WS-MES-REF                    TO WS-MES-PERIODO(1)
           IF WS-MES-NUM = 1
               COMPUTE WS-MES-PERIODO(2) = (WS-ANO-REF - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-PERIODO(2) = WS-MES-REF - 1
           END-IF
           COMPUTE WS-MES-PERIODO(3) = WS-MES-REF - 100

           INITIALIZE WS-TAB-PERIODOS
           INITIALIZE WS-TAB-DIMENSOES

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'VENDAS-ABC-A'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
                               AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-A
           END-IF
           MOVE 'VENDAS-ABC-B'                TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT > 100
               MOVE WS-PARAM-VALOR            TO WS-LIMITE-B
           END-IF
           IF WS-LIMITE-B NOT > WS-LIMITE-A
               MOVE 100                       TO WS-LIMITE-B
           END-IF

           PERFORM P050-CARREGA-REPS
           PERFORM P060-ABRE-CADASTROS

           OPEN INPUT  FATURA-TOT-HIST
           OPEN OUTPUT VENDAS-RPT
           OPEN OUTPUT VENDAS-CSV

           IF WS-FS-TOT-HIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATTOTHIST: ' WS-FS-TOT-HIST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDRELRPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-CSV NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDRELCSV: ' WS-FS-CSV
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           MOVE 'ANALISE MENSAL DE VENDAS'     TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MES DE REFERENCIA: '       DELIMITED BY SIZE
                  WS-MES-PERIODO(1)           DELIMITED BY SIZE
                  '   COMPARADO COM '         DELIMITED BY SIZE
                  WS-MES-PERIODO(2)           DELIMITED BY SIZE
                  ' (MES ANTERIOR) E '        DELIMITED BY SIZE
                  WS-MES-PERIODO(3)           DELIMITED BY SIZE
                  ' (MESMO MES DO ANO ANTERIOR)'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-CSV
           STRING 'MES;DIMENSAO;CODIGO;DESCRICAO;QTDE;'
                                              DELIMITED BY SIZE
                  'RECEITA_LIQUIDA;DESCONTO;QTDE_MES_ANT;'
                                              DELIMITED BY SIZE
                  'RECEITA_MES_ANT;VAR_MES_ANT_PCT;QTDE_ANO_ANT;'
                                              DELIMITED BY SIZE
                  'RECEITA_ANO_ANT;VAR_ANO_ANT_PCT;POSICAO;'
                                              DELIMITED BY SIZE
                  'CLASSE_ABC'                DELIMITED BY SIZE
                  INTO WS-REG-CSV
           END-STRING
           WRITE WS-REG-CSV
           .

      *****************************************
       P050-CARREGA-REPS.
      *****************************************

           OPEN INPUT REP-MASTER

           IF WS-FS-REPMAST NOT = '00'
               DISPLAY 'AVISO: CADASTRO REPMAST INDISPONIVEL: '
                       WS-FS-REPMAST
               MOVE 4                         TO WS-RETORNO
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
                   MOVE REP-CODIGO    TO WS-REP-CODIGO(WS-QT-TAB-REP)
                   MOVE REP-NOME      TO WS-REP-NOME(WS-QT-TAB-REP)
               END-IF
           END-PERFORM

           CLOSE REP-MASTER
           .

      *****************************************
      * OS ITENS DAS FATURAS E OS CADASTROS DAS DESCRICOES. SEM O
      * NFEITHIST CADA FATURA ENTRA COMO UM ITEM SEM-ITEM; SEM OS
      * CADASTROS, AS LINHAS SAEM SEM A DESCRICAO.
      *****************************************
       P060-ABRE-CADASTROS.
      *****************************************

           OPEN INPUT NFE-ITENS-HIST
           IF WS-FS-ITENS = '00'
               SET ITENS-DISPONIVEIS          TO TRUE
           ELSE
               DISPLAY 'AVISO: NFEITHIST INDISPONIVEL: ' WS-FS-ITENS
               MOVE 4                         TO WS-RETORNO
           END-IF

           OPEN INPUT PRODUTO-MASTER
           IF WS-FS-PRODMAST = '00'
               SET PRODMAST-DISPONIVEL        TO TRUE
           ELSE
               DISPLAY 'AVISO: PRODMAST INDISPONIVEL: ' WS-FS-PRODMAST
               MOVE 4                         TO WS-RETORNO
           END-IF

           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMAST = '00'
               SET CLIMAST-DISPONIVEL         TO TRUE
           ELSE
               DISPLAY 'AVISO: CLIMAST INDISPONIVEL: ' WS-FS-CLIMAST
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * ENTRADA DO SORT: AS FATURAS DO HISTORICO COM MOVIMENTO EM
      * UM DOS TRES MESES.
      *****************************************
       P100-LE-FATURAS.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P110-UMA-FATURA UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
      * UMA FATURA: EMISSAO NO MES (COM O PROPRIO SINAL - A NOTA DE
      * CREDITO JA VEM NEGATIVA) E CANCELAMENTO NO MES (SINAL
      * TROCADO). CANCELADA SEM DATA DE CANCELAMENTO (LINHA ANTIGA)
      * CONTA COMO CANCELADA NO MES DA EMISSAO.
      *****************************************
       P110-UMA-FATURA.
      *****************************************

           READ FATURA-TOT-HIST
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS
           MOVE SPACES                        TO WS-REG-FATTOT
           MOVE WS-REG-FATTOTHIST             TO WS-REG-FATTOT

           IF FT-DATA IS NOT NUMERIC OR FT-SUBTOTAL IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FT-DESCONTO IS NOT NUMERIC
               MOVE ZEROS                     TO FT-DESCONTO
           END-IF
           IF FT-DATA-CANC IS NOT NUMERIC
               MOVE ZEROS                     TO FT-DATA-CANC
           END-IF

           COMPUTE WS-MES-FATURA = FT-DATA / 100
           IF FT-CANCELADA
               IF FT-DATA-CANC = ZEROS
                   MOVE WS-MES-FATURA         TO WS-MES-CANC
               ELSE
                   COMPUTE WS-MES-CANC = FT-DATA-CANC / 100
               END-IF
           ELSE
               MOVE ZEROS                     TO WS-MES-CANC
           END-IF

           SET FATURA-COM-MOVIMENTO           TO FALSE
           PERFORM VARYING WS-IX-PER FROM 1 BY 1 UNTIL WS-IX-PER > 3
               IF WS-MES-FATURA = WS-MES-PERIODO(WS-IX-PER)
                  OR WS-MES-CANC = WS-MES-PERIODO(WS-IX-PER)
                   SET FATURA-COM-MOVIMENTO   TO TRUE
               END-IF
           END-PERFORM

           IF NOT FATURA-COM-MOVIMENTO
               EXIT PARAGRAPH
           END-IF

           PERFORM P120-CARREGA-ITENS

           PERFORM VARYING WS-IX-PER FROM 1 BY 1 UNTIL WS-IX-PER > 3
               IF WS-MES-FATURA = WS-MES-PERIODO(WS-IX-PER)
                   MOVE 1                     TO WS-SINAL
                   IF FT-TOTAL < ZEROS
                       ADD 1              TO WS-PER-NOTAS(WS-IX-PER)
                   ELSE
                       ADD 1              TO WS-PER-FATURAS(WS-IX-PER)
                   END-IF
                   PERFORM P150-LIBERA-FATURA
               END-IF
               IF WS-MES-CANC = WS-MES-PERIODO(WS-IX-PER)
                   MOVE -1                    TO WS-SINAL
                   ADD 1                  TO WS-PER-CANCEL(WS-IX-PER)
                   PERFORM P150-LIBERA-FATURA
               END-IF
           END-PERFORM
           .

      *****************************************
      * OS ITENS DA FATURA NO NFEITHIST, PELA CHAVE FATURA +
      * SEQUENCIA, COMO NO DEMONSTRA-FATPRINT. ALEM DE 300 ITENS, O
      * BRUTO DOS EXCEDENTES SOMA NO ULTIMO DA TABELA.
      *****************************************
       P120-CARREGA-ITENS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-LINHAS
           MOVE ZEROS                         TO WS-BRUTO-FATURA

           IF ITENS-DISPONIVEIS
               MOVE FT-NUM-FATURA             TO NFI-NUM-FATURA
               MOVE ZEROS                     TO NFI-SEQ
               SET FIM-DOS-ITENS              TO FALSE
               START NFE-ITENS-HIST KEY IS NOT < NFI-CHAVE
                   INVALID KEY
                       SET FIM-DOS-ITENS      TO TRUE
               END-START
               PERFORM P125-UM-ITEM UNTIL FIM-DOS-ITENS
           END-IF

           IF WS-QT-LINHAS = ZEROS
               ADD 1                          TO WS-QT-SEM-ITENS
               MOVE 1                         TO WS-QT-LINHAS
               MOVE 'SEM-ITEM'                TO WS-LIN-PRODUTO(1)
               MOVE FT-REP                    TO WS-LIN-REP(1)
               MOVE ZEROS                     TO WS-LIN-QTDE(1)
               COMPUTE WS-LIN-BRUTO(1) = FT-SUBTOTAL + FT-DESCONTO
               MOVE WS-LIN-BRUTO(1)           TO WS-BRUTO-FATURA
           END-IF
           .

      *****************************************
       P125-UM-ITEM.
      *****************************************

           READ NFE-ITENS-HIST NEXT RECORD
               AT END
                   SET FIM-DOS-ITENS          TO TRUE
           END-READ

           IF FIM-DOS-ITENS
               EXIT PARAGRAPH
           END-IF

           IF NFI-NUM-FATURA NOT = FT-NUM-FATURA
               SET FIM-DOS-ITENS              TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE NFI-ITEM                      TO WS-REG-ITEM

           MOVE WS-IT-PRECO                   TO WS-PRECO-ITEM
           IF WS-IT-DIAS-CICLO IS NUMERIC
              AND WS-IT-DIAS-COBERTOS IS NUMERIC
              AND WS-IT-DIAS-CICLO > ZEROS
              AND WS-IT-DIAS-COBERTOS < WS-IT-DIAS-CICLO
               COMPUTE WS-PRECO-ITEM ROUNDED =
                       WS-IT-PRECO * WS-IT-DIAS-COBERTOS
                                   / WS-IT-DIAS-CICLO
           END-IF
           COMPUTE WS-BRUTO-ITEM ROUNDED = WS-IT-QTDE * WS-PRECO-ITEM
               ON SIZE ERROR
                   MOVE ZEROS                 TO WS-BRUTO-ITEM
           END-COMPUTE
           ADD WS-BRUTO-ITEM                  TO WS-BRUTO-FATURA

           IF WS-QT-LINHAS = 300
               ADD 1                          TO WS-QT-ITENS-EXCEDENTES
               ADD WS-BRUTO-ITEM              TO WS-LIN-BRUTO(300)
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LINHAS
           MOVE WS-IT-PRODUTO         TO WS-LIN-PRODUTO(WS-QT-LINHAS)
           MOVE WS-IT-QTDE            TO WS-LIN-QTDE(WS-QT-LINHAS)
           MOVE WS-BRUTO-ITEM         TO WS-LIN-BRUTO(WS-QT-LINHAS)
           IF WS-IT-REP = SPACES
               MOVE FT-REP            TO WS-LIN-REP(WS-QT-LINHAS)
           ELSE
               MOVE WS-IT-REP         TO WS-LIN-REP(WS-QT-LINHAS)
           END-IF
           .

      *****************************************
      * UM MOVIMENTO (WS-SINAL) DA FATURA NO MES WS-IX-PER: A
      * RECEITA LIQUIDA E O DESCONTO RATEADOS PELO BRUTO DOS
      * ITENS, O RESTO NO ULTIMO, E QUATRO LINHAS POR ITEM PARA O
      * SORT (PRODUTO, UF/CIDADE, REPRESENTANTE, CLIENTE).
      *****************************************
       P150-LIBERA-FATURA.
      *****************************************

           MOVE FT-SUBTOTAL                   TO WS-LIQ-RESTO
           MOVE FT-DESCONTO                   TO WS-DESC-RESTO

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-LINHAS
               IF WS-IX-LINHA = WS-QT-LINHAS
                   MOVE WS-LIQ-RESTO          TO WS-LIQ-LINHA
                   MOVE WS-DESC-RESTO         TO WS-DESC-LINHA
               ELSE
                   IF WS-BRUTO-FATURA = ZEROS
                       MOVE ZEROS             TO WS-LIQ-LINHA
                       MOVE ZEROS             TO WS-DESC-LINHA
                   ELSE
                       COMPUTE WS-LIQ-LINHA ROUNDED =
                               FT-SUBTOTAL * WS-LIN-BRUTO(WS-IX-LINHA)
                                           / WS-BRUTO-FATURA
                       COMPUTE WS-DESC-LINHA ROUNDED =
                               FT-DESCONTO * WS-LIN-BRUTO(WS-IX-LINHA)
                                           / WS-BRUTO-FATURA
                   END-IF
                   SUBTRACT WS-LIQ-LINHA      FROM WS-LIQ-RESTO
                   SUBTRACT WS-DESC-LINHA     FROM WS-DESC-RESTO
               END-IF

               MOVE WS-IX-PER                 TO SV-PERIODO
               COMPUTE SV-QTDE =
                       WS-LIN-QTDE(WS-IX-LINHA) * WS-SINAL
               COMPUTE SV-LIQUIDO  = WS-LIQ-LINHA  * WS-SINAL
               COMPUTE SV-DESCONTO = WS-DESC-LINHA * WS-SINAL

               ADD SV-QTDE                TO WS-PER-QTDE(WS-IX-PER)
               ADD SV-LIQUIDO             TO WS-PER-LIQUIDO(WS-IX-PER)
               ADD SV-DESCONTO            TO WS-PER-DESCONTO(WS-IX-PER)

               MOVE 1                         TO SV-DIMENSAO
               MOVE SPACES                    TO SV-CHAVE
               MOVE WS-LIN-PRODUTO(WS-IX-LINHA) TO SV-CHAVE
               RELEASE SRT-VENDA

               MOVE 2                         TO SV-DIMENSAO
               MOVE SPACES                    TO SV-CHAVE
               MOVE FT-UF                     TO SV-CHAVE(1:2)
               MOVE FT-CIDADE                 TO SV-CHAVE(3:30)
               RELEASE SRT-VENDA

               MOVE 3                         TO SV-DIMENSAO
               MOVE SPACES                    TO SV-CHAVE
               MOVE WS-LIN-REP(WS-IX-LINHA)   TO SV-CHAVE
               RELEASE SRT-VENDA

               MOVE 4                         TO SV-DIMENSAO
               MOVE SPACES                    TO SV-CHAVE
               MOVE FT-NUM-CLIENTE            TO SV-CHAVE(1:6)
               RELEASE SRT-VENDA
           END-PERFORM
           .

      *****************************************
      * SAIDA DO PRIMEIRO SORT: O RESUMO DOS TRES MESES, E A QUEBRA
      * POR DIMENSAO E CHAVE - A LINHA DE CADA CHAVE VAI PARA O
      * VENDRELWRK (BASE DO RANKING) E, PARA PRODUTO, UF/CIDADE E
      * REPRESENTANTE, PARA O RELATORIO.
      *****************************************
       P300-TOTALIZA.
      *****************************************

           PERFORM P310-IMPRIME-RESUMO

           OPEN OUTPUT VENDAS-TRABALHO
           IF WS-FS-TRABALHO NOT = '00'
               DISPLAY 'ERRO AO ABRIR VENDRELWRK: ' WS-FS-TRABALHO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-DIM-ATUAL
           MOVE SPACES                        TO WS-CHAVE-ATUAL
           SET FIM-DO-SORT                    TO FALSE
           PERFORM P320-UMA-LINHA UNTIL FIM-DO-SORT

           IF WS-DIM-ATUAL > ZEROS
               PERFORM P330-FECHA-CHAVE
               PERFORM P350-FECHA-DIMENSAO
           END-IF

           CLOSE VENDAS-TRABALHO
           .

      *****************************************
       P310-IMPRIME-RESUMO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'RESUMO DOS MESES'            TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'MES'                         TO WS-REG-RELATORIO(1:3)
           MOVE 'FATURAS'                     TO WS-REG-RELATORIO(30:7)
           MOVE 'NOTAS CRED'                  TO WS-REG-RELATORIO(38:10)
           MOVE 'CANCELAM'                    TO WS-REG-RELATORIO(49:8)
           MOVE 'QTDE'                        TO WS-REG-RELATORIO(67:4)
           MOVE 'RECEITA LIQ'                 TO WS-REG-RELATORIO(75:11)
           MOVE 'DESCONTO'                    TO WS-REG-RELATORIO(92:8)
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-PER FROM 1 BY 1 UNTIL WS-IX-PER > 3
               EVALUATE WS-IX-PER
                   WHEN 1
                       MOVE 'MES'             TO WS-DESCR-PERIODO
                   WHEN 2
                       MOVE 'MES ANTERIOR'    TO WS-DESCR-PERIODO
                   WHEN OTHER
                       MOVE 'ANO ANTERIOR'    TO WS-DESCR-PERIODO
               END-EVALUATE
               MOVE WS-MES-PERIODO(WS-IX-PER) TO WS-MES-ED
               MOVE WS-PER-FATURAS(WS-IX-PER) TO WS-QT-ED
               MOVE WS-PER-NOTAS(WS-IX-PER)   TO WS-QT2-ED
               MOVE WS-PER-CANCEL(WS-IX-PER)  TO WS-QT3-ED
               MOVE WS-PER-QTDE(WS-IX-PER)    TO WS-QTDE-ED
               MOVE WS-PER-LIQUIDO(WS-IX-PER) TO WS-VALOR-ED
               MOVE WS-PER-DESCONTO(WS-IX-PER) TO WS-DESCONTO-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING WS-MES-ED               DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-DESCR-PERIODO        DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      '     '                 DELIMITED BY SIZE
                      WS-QT2-ED               DELIMITED BY SIZE
                      '     '                 DELIMITED BY SIZE
                      WS-QT3-ED               DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-QTDE-ED              DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-DESCONTO-ED          DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM

           IF WS-QT-SEM-ITENS > ZEROS
               MOVE WS-QT-SEM-ITENS           TO WS-QT-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'MOVIMENTOS DE FATURA SEM ITENS NO NFEITHIST '
                                              DELIMITED BY SIZE
                      '(PRODUTO SEM-ITEM): '  DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF

           IF WS-QT-ITENS-EXCEDENTES > ZEROS
               MOVE WS-QT-ITENS-EXCEDENTES    TO WS-QT-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'ITENS ALEM DE 300 NA FATURA, SOMADOS NO '
                                              DELIMITED BY SIZE
                      'PRODUTO DO 300O ITEM: ' DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P320-UMA-LINHA.
      *****************************************

           RETURN VENDAS-SORT
               AT END
                   SET FIM-DO-SORT            TO TRUE
           END-RETURN

           IF FIM-DO-SORT
               EXIT PARAGRAPH
           END-IF

           IF SV-DIMENSAO NOT = WS-DIM-ATUAL
              OR SV-CHAVE NOT = WS-CHAVE-ATUAL
               IF WS-DIM-ATUAL > ZEROS
                   PERFORM P330-FECHA-CHAVE
               END-IF
               IF SV-DIMENSAO NOT = WS-DIM-ATUAL
                   IF WS-DIM-ATUAL > ZEROS
                       PERFORM P350-FECHA-DIMENSAO
                   END-IF
                   MOVE SV-DIMENSAO           TO WS-DIM-ATUAL
                   PERFORM P340-ABRE-DIMENSAO
               END-IF
               MOVE SV-CHAVE                  TO WS-CHAVE-ATUAL
               INITIALIZE WS-TAB-ACUM
           END-IF

           ADD SV-QTDE                TO WS-AC-QTDE(SV-PERIODO)
           ADD SV-LIQUIDO             TO WS-AC-LIQUIDO(SV-PERIODO)
           ADD SV-DESCONTO            TO WS-AC-DESCONTO(SV-PERIODO)
           .

      *****************************************
      * FIM DE UMA CHAVE: CODIGO E DESCRICAO, A LINHA DO
      * VENDRELWRK E A LINHA DO RELATORIO.
      *****************************************
       P330-FECHA-CHAVE.
      *****************************************

           MOVE SPACES                        TO WS-REG-TRABALHO
           MOVE WS-DIM-ATUAL                  TO VW-DIMENSAO
           MOVE WS-CHAVE-ATUAL                TO VW-CHAVE
           PERFORM P360-DESCRICAO

           MOVE WS-AC-QTDE(1)                 TO VW-QTDE-ATU
           MOVE WS-AC-LIQUIDO(1)              TO VW-LIQ-ATU
           MOVE WS-AC-DESCONTO(1)             TO VW-DESC-ATU
           MOVE WS-AC-QTDE(2)                 TO VW-QTDE-ANT
           MOVE WS-AC-LIQUIDO(2)              TO VW-LIQ-ANT
           MOVE WS-AC-QTDE(3)                 TO VW-QTDE-AAN
           MOVE WS-AC-LIQUIDO(3)              TO VW-LIQ-AAN
           WRITE WS-REG-TRABALHO

           ADD 1                  TO WS-DIM-QT-CHAVES(WS-DIM-ATUAL)
           IF VW-LIQ-ATU > ZEROS
               ADD VW-LIQ-ATU     TO WS-DIM-POSITIVO(WS-DIM-ATUAL)
           END-IF

           PERFORM VARYING WS-IX-PER FROM 1 BY 1 UNTIL WS-IX-PER > 3
               ADD WS-AC-QTDE(WS-IX-PER)  TO WS-TD-QTDE(WS-IX-PER)
               ADD WS-AC-LIQUIDO(WS-IX-PER)
                                          TO WS-TD-LIQUIDO(WS-IX-PER)
               ADD WS-AC-DESCONTO(WS-IX-PER)
                                          TO WS-TD-DESCONTO(WS-IX-PER)
           END-PERFORM

           IF WS-DIM-ATUAL = 4
               EXIT PARAGRAPH
           END-IF

           PERFORM P370-VARIACOES
           MOVE VW-QTDE-ATU                   TO WS-QTDE-ED
           MOVE VW-LIQ-ATU                    TO WS-VALOR-ED
           MOVE VW-DESC-ATU                   TO WS-DESCONTO-ED
           MOVE VW-LIQ-ANT                    TO WS-VALOR2-ED
           MOVE VW-LIQ-AAN                    TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING VW-CODIGO                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  VW-DESCRICAO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DESCONTO-ED              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-ANT-TEXTO            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-AAN-TEXTO            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P340-ABRE-DIMENSAO.
      *****************************************

           INITIALIZE WS-TAB-TOT-DIM

           IF WS-DIM-ATUAL = 4
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE WS-TITULO-DIM(WS-DIM-ATUAL)   TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           PERFORM P345-COLUNAS
           .

      *****************************************
       P345-COLUNAS.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           EVALUATE WS-DIM-ATUAL
               WHEN 1
                   MOVE 'PRODUTO'             TO WS-REG-RELATORIO(1:7)
               WHEN 2
                   MOVE 'UF'                  TO WS-REG-RELATORIO(1:2)
                   MOVE 'CIDADE'              TO WS-REG-RELATORIO(12:6)
               WHEN OTHER
                   MOVE 'REPRESENT.'          TO WS-REG-RELATORIO(1:10)
                   MOVE 'NOME'                TO WS-REG-RELATORIO(12:4)
           END-EVALUATE
           IF WS-DIM-ATUAL = 1
               MOVE 'DESCRICAO'               TO WS-REG-RELATORIO(12:9)
           END-IF
           MOVE 'QTDE'                        TO WS-REG-RELATORIO(51:4)
           MOVE 'RECEITA LIQ'                 TO WS-REG-RELATORIO(59:11)
           MOVE 'DESCONTO'                    TO WS-REG-RELATORIO(76:8)
           MOVE 'LIQ MES ANT'                 TO WS-REG-RELATORIO(88:11)
           MOVE 'VAR %'                       TO WS-REG-RELATORIO(102:5)
           MOVE 'LIQ ANO ANT'           TO WS-REG-RELATORIO(111:11)
           MOVE 'VAR %'                       TO WS-REG-RELATORIO(125:5)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P350-FECHA-DIMENSAO.
      *****************************************

           IF WS-DIM-ATUAL = 4
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TD-LIQUIDO(1)              TO WS-VAR-ATUAL
           MOVE WS-TD-LIQUIDO(2)              TO WS-VAR-BASE
           PERFORM P900-VARIACAO
           MOVE WS-VAR-TEXTO                  TO WS-VAR-ANT-TEXTO
           MOVE WS-TD-LIQUIDO(3)              TO WS-VAR-BASE
           PERFORM P900-VARIACAO
           MOVE WS-VAR-TEXTO                  TO WS-VAR-AAN-TEXTO

           MOVE WS-DIM-QT-CHAVES(WS-DIM-ATUAL) TO WS-QT-ED
           MOVE WS-TD-QTDE(1)                 TO WS-QTDE-ED
           MOVE WS-TD-LIQUIDO(1)              TO WS-VALOR-ED
           MOVE WS-TD-DESCONTO(1)             TO WS-DESCONTO-ED
           MOVE WS-TD-LIQUIDO(2)              TO WS-VALOR2-ED
           MOVE WS-TD-LIQUIDO(3)              TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAL     '                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  ' LINHAS                       '
                                              DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DESCONTO-ED              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-ANT-TEXTO            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-AAN-TEXTO            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * CODIGO E DESCRICAO DA CHAVE, PELOS CADASTROS.
      *****************************************
       P360-DESCRICAO.
      *****************************************

           EVALUATE WS-DIM-ATUAL
               WHEN 1
                   MOVE WS-CHAVE-ATUAL(1:8)   TO VW-CODIGO
                   IF WS-CHAVE-ATUAL(1:8) = 'SEM-ITEM'
                       MOVE 'FATURA SEM ITENS NO NFEITHIST'
                                              TO VW-DESCRICAO
                   ELSE
                       IF PRODMAST-DISPONIVEL
                           MOVE WS-CHAVE-ATUAL(1:8) TO PROD-CODIGO
                           READ PRODUTO-MASTER
                               INVALID KEY
                                   MOVE SPACES TO PROD-DESCRICAO
                           END-READ
                           MOVE PROD-DESCRICAO TO VW-DESCRICAO
                       END-IF
                   END-IF
               WHEN 2
                   MOVE WS-CHAVE-ATUAL(1:2)   TO VW-CODIGO
                   IF WS-CHAVE-ATUAL(1:2) = SPACES
                       MOVE '--'              TO VW-CODIGO
                   END-IF
                   MOVE WS-CHAVE-ATUAL(3:30)  TO VW-DESCRICAO
                   IF WS-CHAVE-ATUAL(3:30) = SPACES
                       MOVE 'CIDADE NAO INFORMADA' TO VW-DESCRICAO
                   END-IF
               WHEN 3
                   MOVE WS-CHAVE-ATUAL(1:4)   TO VW-CODIGO
                   IF WS-CHAVE-ATUAL(1:4) = SPACES
                       MOVE '----'            TO VW-CODIGO
                       MOVE 'SEM REPRESENTANTE' TO VW-DESCRICAO
                   ELSE
                       PERFORM VARYING WS-IX-REP FROM 1 BY 1
                               UNTIL WS-IX-REP > WS-QT-TAB-REP
                           IF WS-REP-CODIGO(WS-IX-REP)
                                  = WS-CHAVE-ATUAL(1:4)
                               MOVE WS-REP-NOME(WS-IX-REP)
                                              TO VW-DESCRICAO
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   MOVE WS-CHAVE-ATUAL(1:6)   TO VW-CODIGO
                   IF CLIMAST-DISPONIVEL
                      AND WS-CHAVE-ATUAL(1:6) IS NUMERIC
                       MOVE WS-CHAVE-ATUAL(1:6) TO WS-NUM-CLIENTE
                       READ CLIENTE-MASTER
                           INVALID KEY
                               MOVE SPACES    TO WS-NOME
                       END-READ
                       MOVE WS-NOME           TO VW-DESCRICAO
                   END-IF
           END-EVALUATE
           .

      *****************************************
       P370-VARIACOES.
      *****************************************

           MOVE VW-LIQ-ATU                    TO WS-VAR-ATUAL
           MOVE VW-LIQ-ANT                    TO WS-VAR-BASE
           PERFORM P900-VARIACAO
           MOVE WS-VAR-TEXTO                  TO WS-VAR-ANT-TEXTO
           MOVE WS-VAR-CSV                    TO WS-VAR-ANT-CSV

           MOVE VW-LIQ-AAN                    TO WS-VAR-BASE
           PERFORM P900-VARIACAO
           MOVE WS-VAR-TEXTO                  TO WS-VAR-AAN-TEXTO
           MOVE WS-VAR-CSV                    TO WS-VAR-AAN-CSV
           .

      *****************************************
      * SAIDA DO SEGUNDO SORT: CADA DIMENSAO DA MAIOR RECEITA DO
      * MES PARA A MENOR - POSICAO, CLASSE ABC PELO PERCENTUAL
      * ACUMULADO ANTES DO ITEM (O ITEM QUE CRUZA O LIMITE AINDA
      * FICA NA CLASSE), AS 20 MAIORES DE PRODUTO E DE CLIENTE NO
      * RELATORIO E TODAS AS LINHAS NO VENDRELCSV.
      *****************************************
       P500-CLASSIFICA.
      *****************************************

           MOVE ZEROS                         TO WS-RK-DIM
           SET FIM-DO-SORT                    TO FALSE
           PERFORM P510-UMA-CHAVE UNTIL FIM-DO-SORT

           IF WS-RK-DIM > ZEROS
               PERFORM P540-RESUMO-ABC
           END-IF
           .

      *****************************************
       P510-UMA-CHAVE.
      *****************************************

           RETURN RANKING-SORT INTO WS-REG-TRABALHO
               AT END
                   SET FIM-DO-SORT            TO TRUE
           END-RETURN

           IF FIM-DO-SORT
               EXIT PARAGRAPH
           END-IF

           IF VW-DIMENSAO NOT = WS-RK-DIM
               IF WS-RK-DIM > ZEROS
                   PERFORM P540-RESUMO-ABC
               END-IF
               MOVE VW-DIMENSAO               TO WS-RK-DIM
               PERFORM P520-ABRE-RANKING
           END-IF

           ADD 1                              TO WS-RK-POSICAO
           MOVE ZEROS                         TO WS-PCT-ITEM
           IF VW-LIQ-ATU > ZEROS AND WS-DIM-POSITIVO(WS-RK-DIM) > ZEROS
               COMPUTE WS-PCT-ANTES =
                       WS-RK-ACUMULADO * 100
                       / WS-DIM-POSITIVO(WS-RK-DIM)
               COMPUTE WS-PCT-ITEM =
                       VW-LIQ-ATU * 100 / WS-DIM-POSITIVO(WS-RK-DIM)
               ADD VW-LIQ-ATU                 TO WS-RK-ACUMULADO
               COMPUTE WS-PCT-ACUM =
                       WS-RK-ACUMULADO * 100
                       / WS-DIM-POSITIVO(WS-RK-DIM)
               EVALUATE TRUE
                   WHEN WS-PCT-ANTES < WS-LIMITE-A
                       MOVE 1                 TO WS-IX-CLASSE
                   WHEN WS-PCT-ANTES < WS-LIMITE-B
                       MOVE 2                 TO WS-IX-CLASSE
                   WHEN OTHER
                       MOVE 3                 TO WS-IX-CLASSE
               END-EVALUATE
           ELSE
               MOVE 3                         TO WS-IX-CLASSE
           END-IF
           MOVE WS-LETRA-ABC(WS-IX-CLASSE)    TO WS-CLASSE
           ADD 1                  TO WS-ABC-QT(WS-IX-CLASSE)
           IF VW-LIQ-ATU > ZEROS
               ADD VW-LIQ-ATU     TO WS-ABC-LIQUIDO(WS-IX-CLASSE)
           END-IF

           PERFORM P370-VARIACOES

           IF (WS-RK-DIM = 1 OR WS-RK-DIM = 4)
              AND WS-RK-POSICAO NOT > 20
              AND VW-LIQ-ATU > ZEROS
               PERFORM P530-LINHA-RANKING
           END-IF

           PERFORM P600-GRAVA-CSV
           .

      *****************************************
       P520-ABRE-RANKING.
      *****************************************

           MOVE ZEROS                         TO WS-RK-POSICAO
           MOVE ZEROS                         TO WS-RK-ACUMULADO
           MOVE ZEROS                         TO WS-PCT-ACUM
           INITIALIZE WS-TAB-ABC

           IF WS-RK-DIM NOT = 1 AND WS-RK-DIM NOT = 4
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-RK-DIM = 1
               MOVE 'OS 20 PRODUTOS DE MAIOR RECEITA NO MES'
                                              TO WS-REG-RELATORIO
           ELSE
               MOVE 'OS 20 CLIENTES DE MAIOR RECEITA NO MES'
                                              TO WS-REG-RELATORIO
           END-IF
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'POS'                         TO WS-REG-RELATORIO(1:3)
           MOVE 'CODIGO'                      TO WS-REG-RELATORIO(6:6)
           MOVE 'DESCRICAO'                   TO WS-REG-RELATORIO(17:9)
           MOVE 'RECEITA LIQ'                 TO WS-REG-RELATORIO(51:11)
           MOVE '% MES'                       TO WS-REG-RELATORIO(64:5)
           MOVE '% ACUM'                      TO WS-REG-RELATORIO(70:6)
           MOVE 'ABC'                         TO WS-REG-RELATORIO(77:3)
           MOVE 'LIQ MES ANT'                 TO WS-REG-RELATORIO(84:11)
           MOVE 'VAR %'                       TO WS-REG-RELATORIO(98:5)
           MOVE 'LIQ ANO ANT'           TO WS-REG-RELATORIO(107:11)
           MOVE 'VAR %'                       TO WS-REG-RELATORIO(121:5)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P530-LINHA-RANKING.
      *****************************************

           MOVE WS-RK-POSICAO                 TO WS-POSICAO-ED
           MOVE VW-LIQ-ATU                    TO WS-VALOR-ED
           MOVE WS-PCT-ITEM                   TO WS-PCT-ED
           MOVE WS-PCT-ACUM                   TO WS-PCT2-ED
           MOVE VW-LIQ-ANT                    TO WS-VALOR2-ED
           MOVE VW-LIQ-AAN                    TO WS-VALOR3-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING WS-POSICAO-ED               DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  VW-CODIGO                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  VW-DESCRICAO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PCT-ED                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PCT2-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CLASSE                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-ANT-TEXTO            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR3-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAR-AAN-TEXTO            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * A CURVA ABC DA DIMENSAO (PRODUTOS E CLIENTES): QUANTOS
      * ITENS E QUANTO DA RECEITA EM CADA CLASSE. RECEITA ZERO OU
      * NEGATIVA NO MES FICA NA CLASSE C.
      *****************************************
       P540-RESUMO-ABC.
      *****************************************

           IF WS-RK-DIM NOT = 1 AND WS-RK-DIM NOT = 4
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE WS-LIMITE-A                   TO WS-QT-ED
           MOVE WS-LIMITE-B                   TO WS-QT2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CURVA ABC DE '             DELIMITED BY SIZE
                  WS-NOME-DIM(WS-RK-DIM)      DELIMITED BY SPACE
                  ' (A ATE '                  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  '% DA RECEITA, B ATE '      DELIMITED BY SIZE
                  WS-QT2-ED                   DELIMITED BY SIZE
                  '%, C O RESTANTE)'          DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-CLASSE FROM 1 BY 1
                   UNTIL WS-IX-CLASSE > 3
               MOVE ZEROS                     TO WS-PCT-ITEM
               MOVE ZEROS                     TO WS-PCT-ACUM
               IF WS-RK-POSICAO > ZEROS
                   COMPUTE WS-PCT-ITEM ROUNDED =
                           WS-ABC-QT(WS-IX-CLASSE) * 100
                                                   / WS-RK-POSICAO
               END-IF
               IF WS-DIM-POSITIVO(WS-RK-DIM) > ZEROS
                   COMPUTE WS-PCT-ACUM ROUNDED =
                           WS-ABC-LIQUIDO(WS-IX-CLASSE) * 100
                                       / WS-DIM-POSITIVO(WS-RK-DIM)
               END-IF
               MOVE WS-ABC-QT(WS-IX-CLASSE)   TO WS-QT-ED
               MOVE WS-PCT-ITEM               TO WS-PCT-ED
               MOVE WS-ABC-LIQUIDO(WS-IX-CLASSE) TO WS-VALOR-ED
               MOVE WS-PCT-ACUM               TO WS-PCT2-ED
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '  CLASSE '             DELIMITED BY SIZE
                      WS-LETRA-ABC(WS-IX-CLASSE) DELIMITED BY SIZE
                      ': '                    DELIMITED BY SIZE
                      WS-QT-ED                DELIMITED BY SIZE
                      ' ITENS ('              DELIMITED BY SIZE
                      WS-PCT-ED               DELIMITED BY SIZE
                      '% DOS ITENS)  RECEITA ' DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      ' ('                    DELIMITED BY SIZE
                      WS-PCT2-ED              DELIMITED BY SIZE
                      '% DA RECEITA)'         DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM
           .

      *****************************************
      * A LINHA DELIMITADA POR ';', NA CONVENCAO DO CSVEXP DE
      * DEMONSTRA-CSVEXPORT, CORTANDO OS BRANCOS FINAIS DOS TEXTOS
      * COM DELIMITED BY '  '. ';' NA DESCRICAO VIRA ','.
      *****************************************
       P600-GRAVA-CSV.
      *****************************************

           MOVE VW-QTDE-ATU                   TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-QTDE
           MOVE VW-LIQ-ATU                    TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-LIQ
           MOVE VW-DESC-ATU                   TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-DESC
           MOVE VW-QTDE-ANT                   TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-QTDE-ANT
           MOVE VW-LIQ-ANT                    TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-LIQ-ANT
           MOVE VW-QTDE-AAN                   TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-QTDE-AAN
           MOVE VW-LIQ-AAN                    TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-CSV-LIQ-AAN

           MOVE VW-DESCRICAO                  TO WS-CSV-DESCRICAO
           INSPECT WS-CSV-DESCRICAO REPLACING ALL ';' BY ','

           MOVE WS-RK-POSICAO                 TO WS-CSV-POSICAO
           MOVE WS-CSV-POSICAO                TO WS-CSV-TEXTO
           MOVE ZEROS                         TO WS-CSV-BRANCOS
           INSPECT WS-CSV-TEXTO TALLYING WS-CSV-BRANCOS
                   FOR LEADING SPACES
           MOVE WS-CSV-TEXTO(WS-CSV-BRANCOS + 1:)
                                              TO WS-CSV-POSICAO-X

           MOVE SPACES                        TO WS-REG-CSV
           STRING WS-MES-REF                  DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
                  WS-NOME-DIM(VW-DIMENSAO)    DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  VW-CODIGO                   DELIMITED BY '  '
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-DESCRICAO            DELIMITED BY '  '
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-QTDE                 DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-LIQ                  DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-DESC                 DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-QTDE-ANT             DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-LIQ-ANT              DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-VAR-ANT-CSV              DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-QTDE-AAN             DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-LIQ-AAN              DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-VAR-AAN-CSV              DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CSV-POSICAO-X            DELIMITED BY SPACE
                  ';'                         DELIMITED BY SIZE
                  WS-CLASSE                   DELIMITED BY SIZE
                  INTO WS-REG-CSV
           END-STRING
           WRITE WS-REG-CSV
           ADD 1                              TO WS-QT-LINHAS-CSV
           .

      *****************************************
      * VARIACAO DE WS-VAR-ATUAL CONTRA WS-VAR-BASE, EM % DA BASE:
      * BASE ZERO COM VENDA NO MES E' 'NOVO'; FORA DA ESCALA,
      * '*****'. O MESMO VALOR SAI PARA O ARQUIVO DELIMITADO
      * (VAZIO QUANDO NAO HA PERCENTUAL).
      *****************************************
       P900-VARIACAO.
      *****************************************

           MOVE SPACES                        TO WS-VAR-TEXTO
           MOVE SPACES                        TO WS-VAR-CSV

           IF WS-VAR-BASE = ZEROS
               IF WS-VAR-ATUAL NOT = ZEROS
                   MOVE '   NOVO'                TO WS-VAR-TEXTO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-VAR-BASE < ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                       (WS-VAR-ATUAL - WS-VAR-BASE) * 100
                                                / (0 - WS-VAR-BASE)
                   ON SIZE ERROR
                       MOVE '  *****'         TO WS-VAR-TEXTO
                       EXIT PARAGRAPH
               END-COMPUTE
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                       (WS-VAR-ATUAL - WS-VAR-BASE) * 100 / WS-VAR-BASE
                   ON SIZE ERROR
                       MOVE '  *****'         TO WS-VAR-TEXTO
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF

           MOVE WS-VAR-PCT                    TO WS-CSV-VALOR
           PERFORM P910-NUMERO-CSV
           MOVE WS-CSV-NUMERO                 TO WS-VAR-CSV
           MOVE WS-CSV-EDITADO(9:)            TO WS-VAR-TEXTO
           .

      *****************************************
      * WS-CSV-VALOR EDITADO COM VIRGULA DECIMAL E SEM OS BRANCOS
      * A ESQUERDA, EM WS-CSV-NUMERO.
      *****************************************
       P910-NUMERO-CSV.
      *****************************************

           MOVE WS-CSV-VALOR                  TO WS-CSV-EDITADO
           MOVE WS-CSV-EDITADO                TO WS-CSV-TEXTO
           INSPECT WS-CSV-TEXTO REPLACING ALL '.' BY ','
           MOVE ZEROS                         TO WS-CSV-BRANCOS
           INSPECT WS-CSV-TEXTO TALLYING WS-CSV-BRANCOS
                   FOR LEADING SPACES
           MOVE WS-CSV-TEXTO(WS-CSV-BRANCOS + 1:) TO WS-CSV-NUMERO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-TOT-HIST = '00' OR WS-FS-TOT-HIST = '10'
               CLOSE FATURA-TOT-HIST
           END-IF
           IF ITENS-DISPONIVEIS
               CLOSE NFE-ITENS-HIST
           END-IF
           IF PRODMAST-DISPONIVEL
               CLOSE PRODUTO-MASTER
           END-IF
           IF CLIMAST-DISPONIVEL
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE VENDAS-RPT
           END-IF
           IF WS-FS-CSV = '00'
               CLOSE VENDAS-CSV
           END-IF

           DISPLAY 'FATURAS LIDAS........: ' WS-QT-LIDOS
           DISPLAY 'LINHAS NO VENDRELCSV.: ' WS-QT-LINHAS-CSV

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-VENDREL'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY PARAMPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-VENDREL.
