      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: AMOSTRA DA AUDITORIA EXTERNA, RODADA A PEDIDO NO
      *          FECHAMENTO DO EXERCICIO. O CARTAO AUDAMPAR ESCOLHE O
      *          PERIODO, A POPULACAO (F = FATURAS DO FATTOTHIST PELA
      *          DATA DA FATURA, P = PAGAMENTOS DO PAGTOPEND E DO
      *          PAGTOHIST PELO VENCIMENTO, A = AS DUAS), A SEMENTE E
      *          OS TAMANHOS DA AMOSTRA ALEATORIA E DA AMOSTRA POR
      *          UNIDADE MONETARIA. A POPULACAO E' ORDENADA (TIPO +
      *          NUMERO) E SORTEADA COM UM GERADOR PUBLICADO
      *          (LEHMER / PARK-MILLER, X = X * 16807 MOD 2147483647)
      *          - A MESMA SEMENTE SOBRE A MESMA POPULACAO REPETE A
      *          MESMA AMOSTRA. O LOG AUDAMLOG DESCREVE O SORTEIO
      *          PASSO A PASSO E O AUDAMPOP TRAZ A POPULACAO ORDENADA
      *          COM O NUMERO SORTEADO DE CADA ITEM, PARA O AUDITOR
      *          REFAZER A CONTA. PARA CADA ITEM DA AMOSTRA O AUDAMPKG
      *          MONTA O PACOTE DE EVIDENCIAS: A FATURA E OS ITENS
      *          DELA (NFEITHIST), OS PAGAMENTOS (A FATURA E AS
      *          PARCELAS), A TRILHA COMPLETA DE SITUACAO (PAGTOAUDHIST
      *          + PAGTOAUD), A LIQUIDACAO (RETORNO BANCARIO NA
      *          TRILHA, APLICACAO MANUAL DO BANKAPLOG, PARCIAIS DO
      *          PARCHIST) E OS LANCAMENTOS CONTABEIS (GLHIST DOS
      *          MESES FECHADOS + GLMTD DO MES CORRENTE). CARTAO
      *          AUSENTE OU INVALIDO, OU FONTE DA POPULACAO
      *          INDISPONIVEL, TERMINA COM RC 8 SEM AMOSTRA; FONTE DE
      *          EVIDENCIA INDISPONIVEL SAI NO PACOTE COM RC 4.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-AUDAMOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOSTRA-PARAMETRO   ASSIGN TO 'AUDAMPAR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARAMETRO.

           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT NFE-ITENS-HIST      ASSIGN TO 'NFEITHIST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NFI-CHAVE
                                       FILE STATUS WS-FS-ITENS.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-HISTORICO     ASSIGN TO 'PAGTOHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-HISTORICO.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDITORIA.

           SELECT AUDITORIA-HISTORICO ASSIGN TO 'PAGTOAUDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDHIST.

           SELECT BANK-APLICACOES     ASSIGN TO 'BANKAPLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BANKAPL.

           SELECT PARCIAL-HISTORICO   ASSIGN TO 'PARCHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCHIST.

           SELECT GL-HISTORICO        ASSIGN TO 'GLHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLHIST.

           SELECT GL-MES              ASSIGN TO 'GLMTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MES.

           SELECT AMOSTRA-LOG         ASSIGN TO 'AUDAMLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-LOG.

           SELECT AMOSTRA-POPULACAO   ASSIGN TO 'AUDAMPOP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-POPULACAO.

           SELECT AMOSTRA-PACOTE      ASSIGN TO 'AUDAMPKG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PACOTE.

           SELECT POPULACAO-SORT      ASSIGN TO 'AUDAMSRT'.

           SELECT EVIDENCIA-SORT      ASSIGN TO 'AUDAMEVD'.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      *    O CARTAO DA AMOSTRA: PERIODO (AAAAMMDD A AAAAMMDD),
      *    POPULACAO F/P/A, SEMENTE (ZEROS = A DATA DE NEGOCIO) E OS
      *    TAMANHOS DAS DUAS AMOSTRAS POR POPULACAO (ZEROS = 25,
      *    MAXIMO 100).
       FD AMOSTRA-PARAMETRO.
       01 WS-REG-PARAMETRO.
           03 PAR-DATA-INI                       PIC 9(08).
           03 PAR-DATA-FIM                       PIC 9(08).
           03 PAR-POPULACAO                      PIC X(01).
           03 PAR-SEMENTE                        PIC 9(10).
           03 PAR-QT-ALEATORIA                   PIC 9(03).
           03 PAR-QT-MONETARIA                   PIC 9(03).

       FD FATURA-TOT-HIST.
           COPY FATTOT.

       FD NFE-ITENS-HIST.
           COPY NFEITEM.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

      *    IMAGEM DO PAGAMENTO ARQUIVADO + DATA DO ARQUIVAMENTO; O
      *    QUE O LAYOUT TIVER ALEM DA POSICAO 80 SEGUE NA EXTENSAO.
       FD PAGTO-HISTORICO.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

      *    IMAGEM DA LINHA DA TRILHA ARQUIVADA.
       FD AUDITORIA-HISTORICO.
       01 WS-REG-AUDHIST                          PIC X(60).

       FD BANK-APLICACOES.
           COPY BANKAPL.

      *    HISTORICO ACUMULADO DAS PARCIAIS (DEMONSTRA-BANKRET E
      *    DEMONSTRA-BANKMAN).
       FD PARCIAL-HISTORICO.
       01 WS-REG-PARCHIST.
           03 PHIS-NUM-PAGTO                     PIC 9(06).
           03 PHIS-NUM-CLIENTE                   PIC 9(06).
           03 PHIS-VALOR                         PIC 9(09)V99.
           03 PHIS-DATA                          PIC 9(08).

      *    OS LANCAMENTOS DOS MESES FECHADOS (DEMONSTRA-GLBALAN) E O
      *    ACUMULADO DO MES CORRENTE, NO LAYOUT FIXO DA INTERFACE
      *    CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD GL-HISTORICO.
       01 WS-REG-GLHIST                           PIC X(44).

       FD GL-MES.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD AMOSTRA-LOG.
       01 WS-REG-LOG                              PIC X(132).

      *    A POPULACAO NA ORDEM DO SORTEIO, UM ITEM POR LINHA, COM O
      *    NUMERO SORTEADO PARA ELE, O VALOR ACUMULADO E A SELECAO.
       FD AMOSTRA-POPULACAO.
       01 WS-REG-POPULACAO.
           03 POP-TIPO                           PIC X(01).
           03 FILLER                             PIC X(01).
           03 POP-POSICAO                        PIC 9(07).
           03 FILLER                             PIC X(01).
           03 POP-NUMERO                         PIC 9(06).
           03 FILLER                             PIC X(01).
           03 POP-CLIENTE                        PIC 9(06).
           03 FILLER                             PIC X(01).
           03 POP-DATA                           PIC 9(08).
           03 FILLER                             PIC X(01).
           03 POP-VALOR                          PIC 9(09).99.
           03 FILLER                             PIC X(01).
           03 POP-ACUMULADO                      PIC 9(13).99.
           03 FILLER                             PIC X(01).
           03 POP-SORTEADO                       PIC 9.9(09).
           03 FILLER                             PIC X(01).
           03 POP-SELECAO                        PIC X(02).
           03 FILLER                             PIC X(01).
           03 POP-ACERTOS                        PIC 9(03).

       FD AMOSTRA-PACOTE.
       01 WS-REG-PACOTE                           PIC X(132).

      *    A POPULACAO DO PERIODO, ORDENADA POR TIPO + NUMERO (+ A
      *    FONTE, QUE SEPARA UM NUMERO REPETIDO ENTRE O PAGTOPEND E
      *    O PAGTOHIST) - A ORDEM QUE TORNA O SORTEIO REPRODUZIVEL.
       SD POPULACAO-SORT.
       01 SRT-POPULACAO.
           03 SRT-TIPO                           PIC X(01).
           03 SRT-NUMERO                         PIC 9(06).
           03 SRT-FONTE                          PIC X(01).
           03 SRT-CLIENTE                        PIC 9(06).
           03 SRT-VALOR                          PIC 9(09)V99.
           03 SRT-DATA                           PIC 9(08).
           03 SRT-IMAGEM                         PIC X(120).

      *    AS LINHAS DOS PACOTES, POR ITEM DA AMOSTRA, SECAO E ORDEM
      *    DE LEITURA (ARQUIVO HISTORICO ANTES DO CORRENTE).
       SD EVIDENCIA-SORT.
       01 SRT-EVIDENCIA.
           03 SE-AMOSTRA                         PIC 9(03).
           03 SE-SECAO                           PIC 9(01).
           03 SE-SEQ                             PIC 9(07).
           03 SE-TEXTO                           PIC X(120).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PARAMETRO                    PIC X(02) VALUE '00'.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-HISTORICO                    PIC X(02) VALUE '00'.
       77 WS-FS-AUDITORIA                    PIC X(02) VALUE '00'.
       77 WS-FS-AUDHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-BANKAPL                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-GLHIST                       PIC X(02) VALUE '00'.
       77 WS-FS-MES                          PIC X(02) VALUE '00'.
       77 WS-FS-LOG                          PIC X(02) VALUE '00'.
       77 WS-FS-POPULACAO                    PIC X(02) VALUE '00'.
       77 WS-FS-PACOTE                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-SORT                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT                    VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    O CARTAO VALIDADO.
       77 WS-DATA-INI                        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM                        PIC 9(08) VALUE ZEROS.
       77 WS-POPULACAO                       PIC X(01) VALUE SPACE.
           88 POPULACAO-FATURAS              VALUE 'F' 'A'.
           88 POPULACAO-PAGAMENTOS           VALUE 'P' 'A'.
       77 WS-QT-ALEATORIA                    PIC 9(03) VALUE 25.
       77 WS-QT-MONETARIA                    PIC 9(03) VALUE 25.
       77 WS-SW-SEMENTE                      PIC X(01) VALUE 'N'.
           88 SEMENTE-PADRAO                 VALUE 'S' FALSE 'N'.

      *    O GERADOR: X(N+1) = X(N) * 16807 MOD 2147483647, COM
      *    U = X / 2147483647 TRUNCADO EM NOVE CASAS.
       77 WS-GERADOR                         PIC 9(10) VALUE ZEROS.
       77 WS-SEMENTE                         PIC 9(10) VALUE ZEROS.
       77 WS-PRODUTO                         PIC 9(15) VALUE ZEROS.
       77 WS-QUOCIENTE                       PIC 9(15) VALUE ZEROS.
       77 WS-U                               PIC V9(09) VALUE ZEROS.
       77 WS-QT-SORTEIOS                     PIC 9(08) VALUE ZEROS.

      *    A POPULACAO POR TIPO (1 = FATURAS, 2 = PAGAMENTOS) E O
      *    QUE FICOU FORA DELA.
       01 WS-TAB-POP.
           03 WS-POP-ITEM              OCCURS 2 TIMES.
               05 WS-POP-QT                   PIC 9(07).
               05 WS-POP-VALOR                PIC 9(13)V99.
       77 WS-IX-POP                          PIC 9(01) VALUE ZEROS.
       77 WS-QT-FORA-PERIODO                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-SEM-VENCIMENTO               PIC 9(07) VALUE ZEROS.
       77 WS-QT-SEM-VALOR                    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-VENC                       PIC X(08) VALUE SPACES.
       77 WS-DATA-VENC-N REDEFINES WS-DATA-VENC PIC 9(08).

      *    O SORTEIO DE UM TIPO: ALEATORIO SIMPLES SEM REPOSICAO
      *    (SELECAO SEQUENCIAL) E UNIDADE MONETARIA SISTEMATICA COM
      *    INICIO SORTEADO.
       77 WS-GRP-TIPO                        PIC X(01) VALUE SPACE.
       77 WS-GRP-POSICAO                     PIC 9(07) VALUE ZEROS.
       77 WS-GRP-ALVO                        PIC 9(07) VALUE ZEROS.
       77 WS-GRP-SELECIONADOS                PIC 9(07) VALUE ZEROS.
       77 WS-GRP-INTERVALO                   PIC 9(13)V99 VALUE ZEROS.
       77 WS-GRP-PONTO                       PIC 9(13)V99 VALUE ZEROS.
       77 WS-GRP-ACUMULADO                   PIC 9(13)V99 VALUE ZEROS.
       77 WS-GRP-ACERTOS                     PIC 9(07) VALUE ZEROS.
       77 WS-LIMITE                      PIC 9(07)V9(09) VALUE ZEROS.
       77 WS-FALTAM                          PIC 9(07) VALUE ZEROS.
       77 WS-ACERTOS-ITEM                    PIC 9(03) VALUE ZEROS.
       77 WS-SW-ALEATORIO                    PIC X(01) VALUE 'N'.
           88 SORTEADO-ALEATORIO             VALUE 'S' FALSE 'N'.

      *    A AMOSTRA.
       77 WS-QT-AMOSTRA                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-AMOSTRA                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-AMOSTRA.
           03 AM-ITEM                  OCCURS 400 TIMES.
               05 AM-TIPO                     PIC X(01).
               05 AM-NUMERO                   PIC 9(06).
               05 AM-FONTE                    PIC X(01).
               05 AM-CLIENTE                  PIC 9(06).
               05 AM-VALOR                    PIC 9(09)V99.
               05 AM-DATA                     PIC 9(08).
               05 AM-METODO                   PIC X(02).
               05 AM-POSICAO                  PIC 9(07).
               05 AM-SORTEADO                 PIC V9(09).
               05 AM-ACERTOS                  PIC 9(03).
               05 AM-IMAGEM                   PIC X(120).

      *    OS PAGAMENTOS DE CADA ITEM (A FATURA E AS PARCELAS), QUE
      *    LIGAM A TRILHA, A LIQUIDACAO E OS LANCAMENTOS AO ITEM.
       77 WS-QT-PAGTOS                       PIC 9(04) VALUE ZEROS.
       77 WS-IX-PAGTO                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PAGTOS.
           03 PI-ITEM                  OCCURS 2000 TIMES.
               05 PI-NUM-PAGTO                PIC 9(06).
               05 PI-AMOSTRA                  PIC 9(03).
       77 WS-SW-PAGTOS-CHEIA                 PIC X(01) VALUE 'N'.
           88 PAGTOS-ESTOUROU                VALUE 'S' FALSE 'N'.
       77 WS-PAGTO-PROCURADO                 PIC 9(06) VALUE ZEROS.

      *    AS LINHAS DO PACOTE.
       77 WS-QT-EVIDENCIAS                   PIC 9(07) VALUE ZEROS.
       77 WS-SW-ARQUIVADO                    PIC X(01) VALUE 'N'.
           88 REGISTRO-ARQUIVADO             VALUE 'S' FALSE 'N'.
       77 WS-GL-PALAVRA                      PIC X(14) VALUE SPACES.
       77 WS-GL-NUMERO-X                     PIC X(14) VALUE SPACES.
       77 WS-GL-NUMERO                       PIC 9(06) VALUE ZEROS.
       77 WS-PRECO-ITEM                      PIC S9(05)V99 VALUE ZEROS.
       77 WS-TOTAL-ITEM                      PIC S9(09)V99 VALUE ZEROS.

      *    A IMPRESSAO DOS PACOTES.
       77 WS-AMOSTRA-ATUAL                   PIC 9(03) VALUE ZEROS.
       77 WS-SECAO-ATUAL                     PIC 9(01) VALUE ZEROS.
       77 WS-SECAO-ALVO                      PIC 9(01) VALUE ZEROS.
       77 WS-IX-SECAO                        PIC 9(01) VALUE ZEROS.
       01 WS-TAB-SECOES.
           03 FILLER  PIC X(40) VALUE
               'FATURA'.
           03 FILLER  PIC X(40) VALUE
               'ITENS DA FATURA (NFEITHIST)'.
           03 FILLER  PIC X(40) VALUE
               'PAGAMENTOS'.
           03 FILLER  PIC X(40) VALUE
               'TRILHA DE SITUACAO (PAGTOAUD)'.
           03 FILLER  PIC X(40) VALUE
               'LIQUIDACAO'.
           03 FILLER  PIC X(40) VALUE
               'LANCAMENTOS CONTABEIS'.
       01 WS-TAB-SECOES-R REDEFINES WS-TAB-SECOES.
           03 WS-SECAO-TITULO          OCCURS 6 TIMES PIC X(40).

      *    FONTES DE EVIDENCIA AUSENTES, PARA O CABECALHO DO PACOTE.
       77 WS-FONTES-FALTA                    PIC X(100) VALUE SPACES.
       77 WS-PONTEIRO-FALTA                  PIC 9(03) VALUE 1.
       77 WS-FONTE                           PIC X(12) VALUE SPACES.

      *    EDICAO.
       77 WS-DATA-ED-ENTRADA                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ED                         PIC X(10) VALUE SPACES.
       77 WS-DATA-ED2                        PIC X(10) VALUE SPACES.
       77 WS-DH-ENTRADA                      PIC X(14) VALUE SPACES.
       77 WS-DH-ED                           PIC X(16) VALUE SPACES.
       77 WS-VALOR-ED                        PIC Z(08)9.99.
       77 WS-VALOR-ED2                       PIC Z(08)9.99.
       77 WS-TOTAL-ED                        PIC Z(12)9.99.
       77 WS-TOTAL-ED2                       PIC Z(12)9.99.
       77 WS-QTDE-ED                         PIC Z(06)9.
       77 WS-QTDE-ED2                        PIC Z(06)9.
       77 WS-QTDE-ITEM-ED                    PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-TOTAL-ITEM-ED                   PIC -(08)9.99.
       77 WS-U-ED                            PIC 9.9(09).
       77 WS-SEMENTE-ED                      PIC Z(09)9.

           COPY FATITEM.

           COPY DTNEGWS.

           COPY RPTHDR.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P050-LE-PARAMETRO
           END-IF

           IF WS-RETORNO < 8
               SORT POPULACAO-SORT
                   ON ASCENDING KEY SRT-TIPO SRT-NUMERO SRT-FONTE
                   INPUT PROCEDURE P100-MONTA-POPULACAO
                   OUTPUT PROCEDURE P300-SORTEIA
           END-IF

           IF WS-RETORNO < 8 AND WS-QT-AMOSTRA > ZEROS
               SORT EVIDENCIA-SORT
                   ON ASCENDING KEY SE-AMOSTRA SE-SECAO SE-SEQ
                   INPUT PROCEDURE P500-COLETA-EVIDENCIAS
                   OUTPUT PROCEDURE P700-IMPRIME-PACOTES
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-AUDAMOST'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           INITIALIZE WS-TAB-POP

           OPEN OUTPUT AMOSTRA-LOG
           OPEN OUTPUT AMOSTRA-PACOTE

           IF WS-FS-LOG NOT = '00' OR WS-FS-PACOTE NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDAMLOG/AUDAMPKG: ' WS-FS-LOG
                       ' ' WS-FS-PACOTE
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'AMOSTRA DA AUDITORIA - SORTEIO' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-LOG
           WRITE WS-REG-LOG

           MOVE 'AMOSTRA DA AUDITORIA - EVIDENCIAS' TO RPTHDR-TITULO
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-PACOTE
           WRITE WS-REG-PACOTE
           .

      *****************************************
      * O CARTAO: SEM PERIODO VALIDO NAO HA POPULACAO (RC 8). A
      * SEMENTE ZERADA VIRA A DATA DE NEGOCIO - E FICA NO LOG, COMO
      * TUDO O MAIS QUE O AUDITOR PRECISA PARA REFAZER O SORTEIO.
      *****************************************
       P050-LE-PARAMETRO.
      *****************************************

           OPEN INPUT AMOSTRA-PARAMETRO
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'CARTAO AUDAMPAR INDISPONIVEL: ' WS-FS-PARAMETRO
               MOVE 'CARTAO AUDAMPAR INDISPONIVEL - AMOSTRA NAO '
                                              TO WS-REG-LOG
               MOVE 'SORTEADA'                TO WS-REG-LOG(44:8)
               WRITE WS-REG-LOG
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           READ AMOSTRA-PARAMETRO
               AT END
                   MOVE SPACES                TO WS-REG-PARAMETRO
           END-READ
           CLOSE AMOSTRA-PARAMETRO

           MOVE SPACES                        TO WS-REG-LOG
           STRING 'CARTAO AUDAMPAR: '         DELIMITED BY SIZE
                  WS-REG-PARAMETRO            DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG

           IF PAR-DATA-INI IS NOT NUMERIC
              OR PAR-DATA-FIM IS NOT NUMERIC
              OR PAR-DATA-INI = ZEROS
              OR PAR-DATA-FIM < PAR-DATA-INI
               MOVE 'PERIODO INVALIDO NO CARTAO - AMOSTRA NAO SORTEADA'
                                              TO WS-REG-LOG
               WRITE WS-REG-LOG
               DISPLAY 'PERIODO INVALIDO NO CARTAO AUDAMPAR.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF PAR-DATA-INI(5:2) < '01' OR PAR-DATA-INI(5:2) > '12'
              OR PAR-DATA-INI(7:2) < '01' OR PAR-DATA-INI(7:2) > '31'
              OR PAR-DATA-FIM(5:2) < '01' OR PAR-DATA-FIM(5:2) > '12'
              OR PAR-DATA-FIM(7:2) < '01' OR PAR-DATA-FIM(7:2) > '31'
               MOVE 'DATA INEXISTENTE NO CARTAO - AMOSTRA NAO SORTEADA'
                                              TO WS-REG-LOG
               WRITE WS-REG-LOG
               DISPLAY 'DATA INEXISTENTE NO CARTAO AUDAMPAR.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE PAR-DATA-INI                  TO WS-DATA-INI
           MOVE PAR-DATA-FIM                  TO WS-DATA-FIM

           MOVE PAR-POPULACAO                 TO WS-POPULACAO
           IF WS-POPULACAO = SPACE
               MOVE 'A'                       TO WS-POPULACAO
           END-IF
           IF NOT POPULACAO-FATURAS AND NOT POPULACAO-PAGAMENTOS
               MOVE 'POPULACAO INVALIDA NO CARTAO (F, P OU A) - '
                                              TO WS-REG-LOG
               MOVE 'AMOSTRA NAO SORTEADA'    TO WS-REG-LOG(45:20)
               WRITE WS-REG-LOG
               DISPLAY 'POPULACAO INVALIDA NO CARTAO AUDAMPAR.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF PAR-QT-ALEATORIA IS NUMERIC AND PAR-QT-ALEATORIA > ZEROS
               MOVE PAR-QT-ALEATORIA          TO WS-QT-ALEATORIA
           END-IF
           IF PAR-QT-MONETARIA IS NUMERIC AND PAR-QT-MONETARIA > ZEROS
               MOVE PAR-QT-MONETARIA          TO WS-QT-MONETARIA
           END-IF
           IF WS-QT-ALEATORIA > 100
               MOVE 100                       TO WS-QT-ALEATORIA
           END-IF
           IF WS-QT-MONETARIA > 100
               MOVE 100                       TO WS-QT-MONETARIA
           END-IF

      *    A SEMENTE PRECISA ESTAR ENTRE 1 E 2147483646.
           IF PAR-SEMENTE IS NUMERIC AND PAR-SEMENTE > ZEROS
               DIVIDE PAR-SEMENTE BY 2147483647
                   GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE
           END-IF
           IF WS-SEMENTE = ZEROS
               SET SEMENTE-PADRAO             TO TRUE
               MOVE WS-DATA-NEGOCIO           TO WS-SEMENTE
           END-IF
           MOVE WS-SEMENTE                    TO WS-GERADOR

           PERFORM P060-IMPRIME-PARAMETROS
           .

      *****************************************
       P060-IMPRIME-PARAMETROS.
      *****************************************

           MOVE WS-DATA-INI                   TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE WS-DATA-ED                    TO WS-DATA-ED2
           MOVE WS-DATA-FIM                   TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA

           MOVE SPACES                        TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'PERIODO.................: ' DELIMITED BY SIZE
                  WS-DATA-ED2                 DELIMITED BY SIZE
                  ' A '                       DELIMITED BY SIZE
                  WS-DATA-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG

           MOVE SPACES                        TO WS-REG-LOG
           EVALUATE WS-POPULACAO
               WHEN 'F'
                   MOVE 'POPULACAO...............: F - FATURAS '
                                              TO WS-REG-LOG
                   MOVE '(FATTOTHIST, PELA DATA DA FATURA)'
                                              TO WS-REG-LOG(40:33)
               WHEN 'P'
                   MOVE 'POPULACAO...............: P - PAGAMENTOS '
                                              TO WS-REG-LOG
                   MOVE '(PAGTOPEND + PAGTOHIST, PELO VENCIMENTO)'
                                              TO WS-REG-LOG(42:40)
               WHEN OTHER
                   MOVE 'POPULACAO...............: A - FATURAS E '
                                              TO WS-REG-LOG
                   MOVE 'PAGAMENTOS, SORTEADOS CADA UM POR SI'
                                              TO WS-REG-LOG(41:36)
           END-EVALUATE
           WRITE WS-REG-LOG

           MOVE WS-SEMENTE                    TO WS-SEMENTE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'SEMENTE.................: ' DELIMITED BY SIZE
                  WS-SEMENTE-ED               DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           IF SEMENTE-PADRAO
               MOVE '(CARTAO SEM SEMENTE - DATA DE NEGOCIO)'
                                              TO WS-REG-LOG(38:38)
           END-IF
           WRITE WS-REG-LOG

           MOVE WS-QT-ALEATORIA               TO WS-QTDE-ED
           MOVE WS-QT-MONETARIA               TO WS-QTDE-ED2
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'TAMANHO POR POPULACAO...: ' DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' ALEATORIOS + '            DELIMITED BY SIZE
                  WS-QTDE-ED2                 DELIMITED BY SIZE
                  ' PONTOS DE UNIDADE MONETARIA (MAXIMO 100 CADA)'
                                              DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG

           MOVE SPACES                        TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE 'COMO O SORTEIO E'' FEITO:'   TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE '  1. A POPULACAO E'' ORDENADA POR TIPO (F ANTES DE P)'
                                              TO WS-REG-LOG
           MOVE ', NUMERO E FONTE (T = FATTOTHIST, P = PAGTOPEND, H = '
                                              TO WS-REG-LOG(54:54)
           MOVE 'PAGTOHIST).'                 TO WS-REG-LOG(108:11)
           WRITE WS-REG-LOG
           MOVE '  2. GERADOR: X = X * 16807 MOD 2147483647, X INICIAL'
                                              TO WS-REG-LOG
           MOVE ' = SEMENTE; U = X / 2147483647 TRUNCADO EM 9 CASAS.'
                                              TO WS-REG-LOG(54:52)
           WRITE WS-REG-LOG
           MOVE '  3. EM CADA TIPO, NA ORDEM: UM U PARA O INICIO DA '
                                              TO WS-REG-LOG
           MOVE 'UNIDADE MONETARIA; DEPOIS UM U POR ITEM, NA ORDEM DA'
                                              TO WS-REG-LOG(52:52)
           MOVE ' POPULACAO.'                 TO WS-REG-LOG(104:11)
           WRITE WS-REG-LOG
           MOVE '  4. ALEATORIO: O ITEM NA POSICAO T (1 A N) ENTRA SE'
                                              TO WS-REG-LOG
           MOVE ' (N - T + 1) * U < (TAMANHO - JA SORTEADOS) - SELECAO'
                                              TO WS-REG-LOG(53:53)
           MOVE ' SEQUENCIAL.'                TO WS-REG-LOG(106:12)
           WRITE WS-REG-LOG
           MOVE '  5. UNIDADE MONETARIA: INTERVALO = VALOR TOTAL / '
                                              TO WS-REG-LOG
           MOVE 'TAMANHO; PRIMEIRO PONTO = U INICIAL * INTERVALO; O '
                                              TO WS-REG-LOG(51:51)
           MOVE 'ITEM ENTRA'                  TO WS-REG-LOG(102:10)
           WRITE WS-REG-LOG
           MOVE '     QUANDO O VALOR ACUMULADO ATE ELE ALCANCA O PONTO'
                                              TO WS-REG-LOG
           MOVE '; O PONTO AVANCA UM INTERVALO POR ACERTO (VALORES EM '
                                              TO WS-REG-LOG(54:53)
           MOVE 'CENTAVOS TRUNCADOS).'        TO WS-REG-LOG(107:20)
           WRITE WS-REG-LOG
           MOVE '  6. A POPULACAO ORDENADA, COM O U, O ACUMULADO E A '
                                              TO WS-REG-LOG
           MOVE 'SELECAO DE CADA ITEM, ESTA NO ARQUIVO AUDAMPOP.'
                                              TO WS-REG-LOG(52:47)
           WRITE WS-REG-LOG
           .

      *****************************************
      * ENTRADA DO SORT: AS FATURAS E OS PAGAMENTOS DO PERIODO.
      * FONTE DA POPULACAO INDISPONIVEL PARA TUDO (RC 8) - UMA
      * AMOSTRA DE POPULACAO INCOMPLETA NAO SERVE AO AUDITOR.
      *****************************************
       P100-MONTA-POPULACAO.
      *****************************************

           IF POPULACAO-FATURAS
               PERFORM P110-FATURAS
           END-IF

           IF POPULACAO-PAGAMENTOS AND WS-RETORNO < 8
               PERFORM P120-PAGTOS-PENDENTES
           END-IF

           IF POPULACAO-PAGAMENTOS AND WS-RETORNO < 8
               PERFORM P130-PAGTOS-ARQUIVADOS
           END-IF
           .

      *****************************************
       P110-FATURAS.
      *****************************************

           OPEN INPUT FATURA-TOT-HIST
           IF WS-FS-TOT-HIST NOT = '00'
               DISPLAY 'FATTOTHIST INDISPONIVEL: ' WS-FS-TOT-HIST
               MOVE 'FATTOTHIST INDISPONIVEL - AMOSTRA NAO SORTEADA'
                                              TO WS-REG-LOG
               WRITE WS-REG-LOG
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-TOT-HIST
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P115-UMA-FATURA
               END-IF
           END-PERFORM

           CLOSE FATURA-TOT-HIST
           .

      *****************************************
       P115-UMA-FATURA.
      *****************************************

           IF FT-DATA IS NOT NUMERIC
              OR FT-DATA < WS-DATA-INI OR FT-DATA > WS-DATA-FIM
               ADD 1                          TO WS-QT-FORA-PERIODO
               EXIT PARAGRAPH
           END-IF

           IF FT-TOTAL IS NOT NUMERIC OR FT-TOTAL NOT > ZEROS
               ADD 1                          TO WS-QT-SEM-VALOR
               EXIT PARAGRAPH
           END-IF

           MOVE 'F'                           TO SRT-TIPO
           MOVE FT-NUM-FATURA                 TO SRT-NUMERO
           MOVE 'T'                           TO SRT-FONTE
           MOVE FT-NUM-CLIENTE                TO SRT-CLIENTE
           MOVE FT-TOTAL                      TO SRT-VALOR
           MOVE FT-DATA                       TO SRT-DATA
           MOVE WS-REG-FATTOT                 TO SRT-IMAGEM
           RELEASE SRT-POPULACAO

           ADD 1                              TO WS-POP-QT(1)
           ADD FT-TOTAL                       TO WS-POP-VALOR(1)
           .

      *****************************************
       P120-PAGTOS-PENDENTES.
      *****************************************

           OPEN INPUT PAGTO-PENDENTES
           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'PAGTOPEND INDISPONIVEL: ' WS-FS-PAGTOPEND
               MOVE 'PAGTOPEND INDISPONIVEL - AMOSTRA NAO SORTEADA'
                                              TO WS-REG-LOG
               WRITE WS-REG-LOG
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-PENDENTES NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE 'P'                   TO SRT-FONTE
                   PERFORM P125-UM-PAGAMENTO
               END-IF
           END-PERFORM

           CLOSE PAGTO-PENDENTES
           .

      *****************************************
      * UM PAGAMENTO (DO PAGTOPEND OU REMONTADO DO PAGTOHIST), PELO
      * VENCIMENTO. SEM VENCIMENTO (MIGRADOS DO SEQUENCIAL ANTIGO)
      * NAO HA COMO SITUAR NO PERIODO.
      *****************************************
       P125-UM-PAGAMENTO.
      *****************************************

           MOVE PAGTO-DATA-VENC(7:4)          TO WS-DATA-VENC(1:4)
           MOVE PAGTO-DATA-VENC(4:2)          TO WS-DATA-VENC(5:2)
           MOVE PAGTO-DATA-VENC(1:2)          TO WS-DATA-VENC(7:2)
           IF WS-DATA-VENC IS NOT NUMERIC
               ADD 1                          TO WS-QT-SEM-VENCIMENTO
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-VENC-N < WS-DATA-INI
              OR WS-DATA-VENC-N > WS-DATA-FIM
               ADD 1                          TO WS-QT-FORA-PERIODO
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-VALOR IS NOT NUMERIC OR PAGTO-VALOR NOT > ZEROS
               ADD 1                          TO WS-QT-SEM-VALOR
               EXIT PARAGRAPH
           END-IF

           MOVE 'P'                           TO SRT-TIPO
           MOVE PAGTO-NUMERO                  TO SRT-NUMERO
           MOVE PAGTO-NUM-CLIENTE             TO SRT-CLIENTE
           MOVE PAGTO-VALOR                   TO SRT-VALOR
           MOVE WS-DATA-VENC-N                TO SRT-DATA
           MOVE WS-REG-PAGTO-PENDENTE         TO SRT-IMAGEM
           RELEASE SRT-POPULACAO

           ADD 1                              TO WS-POP-QT(2)
           ADD PAGTO-VALOR                    TO WS-POP-VALOR(2)
           .

      *****************************************
      * OS PAGAMENTOS ARQUIVADOS POR DEMONSTRA-PAGTOARCH. SEM
      * ARQUIVAMENTO AINDA (ARQUIVO AUSENTE) A POPULACAO E' SO' O
      * PAGTOPEND.
      *****************************************
       P130-PAGTOS-ARQUIVADOS.
      *****************************************

           OPEN INPUT PAGTO-HISTORICO
           IF WS-FS-HISTORICO = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'PAGTOHIST INDISPONIVEL: ' WS-FS-HISTORICO
               MOVE 'PAGTOHIST INDISPONIVEL - AMOSTRA NAO SORTEADA'
                                              TO WS-REG-LOG
               WRITE WS-REG-LOG
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-HISTORICO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE SPACES                TO WS-REG-PAGTO-PENDENTE
                   MOVE PHIST-IMAGEM          TO WS-REG-PAGTO-PENDENTE
                                                   (1:80)
                   MOVE PHIST-IMAGEM-EXT      TO WS-REG-PAGTO-PENDENTE
                                                   (81:)
                   MOVE 'H'                   TO SRT-FONTE
                   PERFORM P125-UM-PAGAMENTO
               END-IF
           END-PERFORM

           CLOSE PAGTO-HISTORICO
           .

      *****************************************
      * SAIDA DO SORT: O SORTEIO, TIPO A TIPO, NA ORDEM DA
      * POPULACAO, GRAVANDO O AUDAMPOP E AS LINHAS DO LOG.
      *****************************************
       P300-SORTEIA.
      *****************************************

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           PERFORM P310-RESUMO-POPULACAO

           OPEN OUTPUT AMOSTRA-POPULACAO
           IF WS-FS-POPULACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDAMPOP: ' WS-FS-POPULACAO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE                         TO WS-GRP-TIPO
           SET FIM-DO-SORT                    TO FALSE
           PERFORM UNTIL FIM-DO-SORT
               RETURN POPULACAO-SORT
                   AT END
                       SET FIM-DO-SORT        TO TRUE
               END-RETURN
               IF NOT FIM-DO-SORT
                   IF SRT-TIPO NOT = WS-GRP-TIPO
                       PERFORM P320-INICIA-TIPO
                   END-IF
                   PERFORM P330-SORTEIA-ITEM
               END-IF
           END-PERFORM

           CLOSE AMOSTRA-POPULACAO

           IF WS-GRP-TIPO NOT = SPACE
               PERFORM P350-FECHA-TIPO
           END-IF

           MOVE SPACES                        TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE WS-QT-AMOSTRA                 TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'ITENS NA AMOSTRA........: ' DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           MOVE WS-QT-SORTEIOS                TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'NUMEROS GERADOS.........: ' DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           .

      *****************************************
       P310-RESUMO-POPULACAO.
      *****************************************

           MOVE SPACES                        TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE 'POPULACAO:'                  TO WS-REG-LOG
           WRITE WS-REG-LOG

           PERFORM VARYING WS-IX-POP FROM 1 BY 1 UNTIL WS-IX-POP > 2
               IF (WS-IX-POP = 1 AND POPULACAO-FATURAS)
                  OR (WS-IX-POP = 2 AND POPULACAO-PAGAMENTOS)
                   MOVE WS-POP-QT(WS-IX-POP)  TO WS-QTDE-ED
                   MOVE WS-POP-VALOR(WS-IX-POP) TO WS-TOTAL-ED
                   MOVE SPACES                TO WS-REG-LOG
                   IF WS-IX-POP = 1
                       MOVE '  FATURAS.....: '
                                              TO WS-REG-LOG
                   ELSE
                       MOVE '  PAGAMENTOS..: '
                                              TO WS-REG-LOG
                   END-IF
                   STRING WS-QTDE-ED          DELIMITED BY SIZE
                          ' ITENS  VALOR TOTAL ' DELIMITED BY SIZE
                          WS-TOTAL-ED         DELIMITED BY SIZE
                          INTO WS-REG-LOG(17:)
                   END-STRING
                   WRITE WS-REG-LOG
               END-IF
           END-PERFORM

           MOVE WS-QT-FORA-PERIODO            TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING '  FORA DO PERIODO (NAO ENTRAM): ' DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           MOVE WS-QT-SEM-VALOR               TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING '  VALOR ZERO OU NEGATIVO (NAO ENTRAM): '
                                              DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           IF POPULACAO-PAGAMENTOS
               MOVE WS-QT-SEM-VENCIMENTO      TO WS-QTDE-ED
               MOVE SPACES                    TO WS-REG-LOG
               STRING '  PAGAMENTOS SEM VENCIMENTO (NAO ENTRAM): '
                                              DELIMITED BY SIZE
                      WS-QTDE-ED              DELIMITED BY SIZE
                      INTO WS-REG-LOG
               END-STRING
               WRITE WS-REG-LOG
           END-IF
           .

      *****************************************
      * PRIMEIRO ITEM DE UM TIPO: FECHA O TIPO ANTERIOR, CALCULA O
      * INTERVALO MONETARIO E SORTEIA O PRIMEIRO PONTO.
      *****************************************
       P320-INICIA-TIPO.
      *****************************************

           IF WS-GRP-TIPO NOT = SPACE
               PERFORM P350-FECHA-TIPO
           END-IF

           MOVE SRT-TIPO                      TO WS-GRP-TIPO
           IF SRT-TIPO = 'F'
               MOVE 1                         TO WS-IX-POP
           ELSE
               MOVE 2                         TO WS-IX-POP
           END-IF

           MOVE ZEROS                         TO WS-GRP-POSICAO
           MOVE ZEROS                         TO WS-GRP-SELECIONADOS
           MOVE ZEROS                         TO WS-GRP-ACUMULADO
           MOVE ZEROS                         TO WS-GRP-ACERTOS
           MOVE WS-QT-ALEATORIA               TO WS-GRP-ALVO
           IF WS-GRP-ALVO > WS-POP-QT(WS-IX-POP)
               MOVE WS-POP-QT(WS-IX-POP)      TO WS-GRP-ALVO
           END-IF

           COMPUTE WS-GRP-INTERVALO =
                   WS-POP-VALOR(WS-IX-POP) / WS-QT-MONETARIA
           PERFORM P390-PROXIMO-U
           COMPUTE WS-GRP-PONTO = WS-U * WS-GRP-INTERVALO
           IF WS-GRP-PONTO = ZEROS
               MOVE 0.01                      TO WS-GRP-PONTO
           END-IF

           MOVE SPACES                        TO WS-REG-LOG
           WRITE WS-REG-LOG
           MOVE WS-GRP-ALVO                   TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING 'SORTEIO DO TIPO '          DELIMITED BY SIZE
                  SRT-TIPO                    DELIMITED BY SIZE
                  ': ALEATORIOS A SORTEAR '   DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           MOVE WS-GRP-INTERVALO              TO WS-TOTAL-ED
           MOVE WS-GRP-PONTO                  TO WS-TOTAL-ED2
           MOVE WS-U                          TO WS-U-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING '  UNIDADE MONETARIA: INTERVALO ' DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  '  U INICIAL '              DELIMITED BY SIZE
                  WS-U-ED                     DELIMITED BY SIZE
                  '  PRIMEIRO PONTO '         DELIMITED BY SIZE
                  WS-TOTAL-ED2                DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           MOVE '  SELECIONADOS (A = ALEATORIO, M = UNIDADE MONETARIA)'
                                              TO WS-REG-LOG
           MOVE ':'                           TO WS-REG-LOG(55:1)
           WRITE WS-REG-LOG
           .

      *****************************************
      * UM ITEM: UM U PELA SELECAO SEQUENCIAL E OS PONTOS
      * MONETARIOS QUE CAEM NO VALOR DELE.
      *****************************************
       P330-SORTEIA-ITEM.
      *****************************************

           ADD 1                              TO WS-GRP-POSICAO
           PERFORM P390-PROXIMO-U

           SET SORTEADO-ALEATORIO             TO FALSE
           COMPUTE WS-LIMITE = (WS-POP-QT(WS-IX-POP)
                              - WS-GRP-POSICAO + 1) * WS-U
           COMPUTE WS-FALTAM = WS-GRP-ALVO - WS-GRP-SELECIONADOS
           IF WS-LIMITE < WS-FALTAM
               SET SORTEADO-ALEATORIO         TO TRUE
               ADD 1                          TO WS-GRP-SELECIONADOS
           END-IF

           ADD SRT-VALOR                      TO WS-GRP-ACUMULADO
           MOVE ZEROS                         TO WS-ACERTOS-ITEM
           IF WS-GRP-INTERVALO > ZEROS
               PERFORM UNTIL WS-GRP-ACUMULADO < WS-GRP-PONTO
                   ADD 1                      TO WS-ACERTOS-ITEM
                   ADD 1                      TO WS-GRP-ACERTOS
                   ADD WS-GRP-INTERVALO       TO WS-GRP-PONTO
               END-PERFORM
           END-IF

           MOVE SPACES                        TO WS-REG-POPULACAO
           MOVE SRT-TIPO                      TO POP-TIPO
           MOVE WS-GRP-POSICAO                TO POP-POSICAO
           MOVE SRT-NUMERO                    TO POP-NUMERO
           MOVE SRT-CLIENTE                   TO POP-CLIENTE
           MOVE SRT-DATA                      TO POP-DATA
           MOVE SRT-VALOR                     TO POP-VALOR
           MOVE WS-GRP-ACUMULADO              TO POP-ACUMULADO
           MOVE WS-U                          TO POP-SORTEADO
           MOVE WS-ACERTOS-ITEM               TO POP-ACERTOS
           IF SORTEADO-ALEATORIO
               MOVE 'A'                       TO POP-SELECAO(1:1)
           END-IF
           IF WS-ACERTOS-ITEM > ZEROS
               MOVE 'M'                       TO POP-SELECAO(2:1)
           END-IF
           WRITE WS-REG-POPULACAO

           IF POP-SELECAO NOT = SPACES
               PERFORM P340-GUARDA-ITEM
           END-IF
           .

      *****************************************
       P340-GUARDA-ITEM.
      *****************************************

           IF WS-QT-AMOSTRA = 400
               DISPLAY 'AVISO: AMOSTRA ALEM DE 400 ITENS IGNORADA.'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-AMOSTRA
           MOVE SRT-TIPO                  TO AM-TIPO(WS-QT-AMOSTRA)
           MOVE SRT-NUMERO                TO AM-NUMERO(WS-QT-AMOSTRA)
           MOVE SRT-FONTE                 TO AM-FONTE(WS-QT-AMOSTRA)
           MOVE SRT-CLIENTE               TO AM-CLIENTE(WS-QT-AMOSTRA)
           MOVE SRT-VALOR                 TO AM-VALOR(WS-QT-AMOSTRA)
           MOVE SRT-DATA                  TO AM-DATA(WS-QT-AMOSTRA)
           MOVE POP-SELECAO               TO AM-METODO(WS-QT-AMOSTRA)
           MOVE WS-GRP-POSICAO            TO AM-POSICAO(WS-QT-AMOSTRA)
           MOVE WS-U                      TO AM-SORTEADO(WS-QT-AMOSTRA)
           MOVE WS-ACERTOS-ITEM           TO AM-ACERTOS(WS-QT-AMOSTRA)
           MOVE SRT-IMAGEM                TO AM-IMAGEM(WS-QT-AMOSTRA)

           MOVE SRT-VALOR                     TO WS-VALOR-ED
           MOVE WS-GRP-ACUMULADO              TO WS-TOTAL-ED
           MOVE WS-U                          TO WS-U-ED
           MOVE WS-GRP-POSICAO                TO WS-QTDE-ED
           MOVE SPACES                        TO WS-REG-LOG
           STRING '    '                      DELIMITED BY SIZE
                  POP-SELECAO                 DELIMITED BY SIZE
                  ' POSICAO '                 DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  SRT-TIPO                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SRT-NUMERO                  DELIMITED BY SIZE
                  ' CLIENTE '                 DELIMITED BY SIZE
                  SRT-CLIENTE                 DELIMITED BY SIZE
                  ' VALOR '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' U '                       DELIMITED BY SIZE
                  WS-U-ED                     DELIMITED BY SIZE
                  ' ACUMULADO '               DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  ' PONTOS '                  DELIMITED BY SIZE
                  WS-ACERTOS-ITEM             DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           .

      *****************************************
       P350-FECHA-TIPO.
      *****************************************

           MOVE WS-GRP-SELECIONADOS           TO WS-QTDE-ED
           MOVE WS-GRP-ACERTOS                TO WS-QTDE-ED2
           MOVE SPACES                        TO WS-REG-LOG
           STRING '  TIPO '                   DELIMITED BY SIZE
                  WS-GRP-TIPO                 DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WS-QTDE-ED                  DELIMITED BY SIZE
                  ' ALEATORIOS, '             DELIMITED BY SIZE
                  WS-QTDE-ED2                 DELIMITED BY SIZE
                  ' PONTOS MONETARIOS (ITEM MAIOR QUE O INTERVALO '
                                              DELIMITED BY SIZE
                  'LEVA MAIS DE UM)'          DELIMITED BY SIZE
                  INTO WS-REG-LOG
           END-STRING
           WRITE WS-REG-LOG
           .

      *****************************************
       P390-PROXIMO-U.
      *****************************************

           COMPUTE WS-PRODUTO = WS-GERADOR * 16807
           DIVIDE WS-PRODUTO BY 2147483647
               GIVING WS-QUOCIENTE REMAINDER WS-GERADOR
           COMPUTE WS-U = WS-GERADOR / 2147483647
           ADD 1                              TO WS-QT-SORTEIOS
           .

      *****************************************
      * ENTRADA DO SORT DAS EVIDENCIAS: UMA PASSAGEM POR FONTE,
      * CADA LINHA MARCADA COM O ITEM E A SECAO DO PACOTE.
      *****************************************
       P500-COLETA-EVIDENCIAS.
      *****************************************

           PERFORM P510-CABECALHOS
           PERFORM P520-ITENS-DAS-FATURAS
           PERFORM P530-PAGAMENTOS
           PERFORM P540-TRILHA
           PERFORM P550-LIQUIDACAO
           PERFORM P560-LANCAMENTOS
           .

      *****************************************
      * SECAO 0 (A IDENTIFICACAO DO ITEM E COMO FOI SORTEADO) E
      * SECAO 1 (A FATURA, DA IMAGEM GUARDADA NO SORTEIO).
      *****************************************
       P510-CABECALHOS.
      *****************************************

           PERFORM VARYING WS-IX-AMOSTRA FROM 1 BY 1
                   UNTIL WS-IX-AMOSTRA > WS-QT-AMOSTRA
               MOVE WS-IX-AMOSTRA             TO SE-AMOSTRA
               MOVE ZEROS                     TO SE-SECAO
               MOVE AM-VALOR(WS-IX-AMOSTRA)   TO WS-VALOR-ED
               MOVE AM-DATA(WS-IX-AMOSTRA)    TO WS-DATA-ED-ENTRADA
               PERFORM P890-EDITA-DATA
               MOVE SPACES                    TO SE-TEXTO
               IF AM-TIPO(WS-IX-AMOSTRA) = 'F'
                   STRING 'FATURA '           DELIMITED BY SIZE
                          AM-NUMERO(WS-IX-AMOSTRA) DELIMITED BY SIZE
                          ' DE '              DELIMITED BY SIZE
                          WS-DATA-ED          DELIMITED BY SIZE
                          INTO SE-TEXTO
                   END-STRING
               ELSE
                   STRING 'PAGAMENTO '        DELIMITED BY SIZE
                          AM-NUMERO(WS-IX-AMOSTRA) DELIMITED BY SIZE
                          ' VENCIMENTO '      DELIMITED BY SIZE
                          WS-DATA-ED          DELIMITED BY SIZE
                          INTO SE-TEXTO
                   END-STRING
               END-IF
               STRING ' CLIENTE '             DELIMITED BY SIZE
                      AM-CLIENTE(WS-IX-AMOSTRA) DELIMITED BY SIZE
                      ' VALOR '               DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      ' - SORTEIO '           DELIMITED BY SIZE
                      AM-METODO(WS-IX-AMOSTRA) DELIMITED BY SIZE
                      ' POSICAO '             DELIMITED BY SIZE
                      AM-POSICAO(WS-IX-AMOSTRA) DELIMITED BY SIZE
                      INTO SE-TEXTO(49:)
               END-STRING
               PERFORM P590-LIBERA-EVIDENCIA

               IF AM-TIPO(WS-IX-AMOSTRA) = 'F'
                   MOVE AM-IMAGEM(WS-IX-AMOSTRA) TO WS-REG-FATTOT
                   PERFORM P515-LINHAS-DA-FATURA
               END-IF
           END-PERFORM
           .

      *****************************************
       P515-LINHAS-DA-FATURA.
      *****************************************

           MOVE 1                             TO SE-SECAO
           MOVE FT-SUBTOTAL                   TO WS-VALOR-ED
           MOVE FT-TOTAL                      TO WS-VALOR-ED2
           MOVE SPACES                        TO SE-TEXTO
           STRING 'SUBTOTAL '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  TOTAL '                  DELIMITED BY SIZE
                  WS-VALOR-ED2                DELIMITED BY SIZE
                  '  REPRESENTANTE '          DELIMITED BY SIZE
                  FT-REP                      DELIMITED BY SIZE
                  '  UF '                     DELIMITED BY SIZE
                  FT-UF                       DELIMITED BY SIZE
                  '  CIDADE '                 DELIMITED BY SIZE
                  FT-CIDADE                   DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           PERFORM P590-LIBERA-EVIDENCIA

           IF FT-DESCONTO IS NOT NUMERIC
               MOVE ZEROS                     TO FT-DESCONTO
           END-IF
           IF FT-IMPOSTO-CID IS NOT NUMERIC
               MOVE ZEROS                     TO FT-IMPOSTO-CID
           END-IF
           MOVE FT-DESCONTO                   TO WS-VALOR-ED
           MOVE FT-IMPOSTO                    TO WS-VALOR-ED2
           MOVE FT-IMPOSTO-CID                TO WS-TOTAL-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING 'DESCONTO '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  IMPOSTO UF '             DELIMITED BY SIZE
                  WS-VALOR-ED2                DELIMITED BY SIZE
                  '  IMPOSTO CIDADE '         DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           PERFORM P590-LIBERA-EVIDENCIA

           IF FT-CANCELADA
               MOVE FT-DATA-CANC              TO WS-DATA-ED-ENTRADA
               PERFORM P890-EDITA-DATA
               MOVE SPACES                    TO SE-TEXTO
               STRING 'FATURA CANCELADA EM '  DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      ' (DEMONSTRA-FATCANC)'  DELIMITED BY SIZE
                      INTO SE-TEXTO
               END-STRING
               PERFORM P590-LIBERA-EVIDENCIA
           END-IF
           .

      *****************************************
      * SECAO 2: OS ITENS DE CADA FATURA DA AMOSTRA, PELA CHAVE DO
      * NFEITHIST (FATURA + SEQUENCIA).
      *****************************************
       P520-ITENS-DAS-FATURAS.
      *****************************************

           IF NOT POPULACAO-FATURAS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT NFE-ITENS-HIST
           IF WS-FS-ITENS NOT = '00'
               MOVE 'NFEITHIST'               TO WS-FONTE
               PERFORM P595-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-AMOSTRA FROM 1 BY 1
                   UNTIL WS-IX-AMOSTRA > WS-QT-AMOSTRA
               IF AM-TIPO(WS-IX-AMOSTRA) = 'F'
                   PERFORM P525-ITENS-DE-UMA-FATURA
               END-IF
           END-PERFORM

           CLOSE NFE-ITENS-HIST
           .

      *****************************************
       P525-ITENS-DE-UMA-FATURA.
      *****************************************

           MOVE WS-IX-AMOSTRA                 TO SE-AMOSTRA
           MOVE 2                             TO SE-SECAO

           MOVE AM-NUMERO(WS-IX-AMOSTRA)      TO NFI-NUM-FATURA
           MOVE ZEROS                         TO NFI-SEQ
           SET FIM-DO-ARQUIVO                 TO FALSE
           START NFE-ITENS-HIST KEY IS NOT < NFI-CHAVE
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ NFE-ITENS-HIST NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF NFI-NUM-FATURA = AM-NUMERO(WS-IX-AMOSTRA)
                       PERFORM P527-UM-ITEM
                   ELSE
                       SET FIM-DO-ARQUIVO     TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * O ITEM COMO FOI FATURADO: QUANTIDADE X PRECO (PRO-RATA
      * QUANDO O ITEM COBRE SO' PARTE DO CICLO).
      *****************************************
       P527-UM-ITEM.
      *****************************************

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
           COMPUTE WS-TOTAL-ITEM ROUNDED = WS-IT-QTDE * WS-PRECO-ITEM
               ON SIZE ERROR
                   MOVE ZEROS                 TO WS-TOTAL-ITEM
           END-COMPUTE

           MOVE WS-IT-QTDE                    TO WS-QTDE-ITEM-ED
           MOVE WS-PRECO-ITEM                 TO WS-PRECO-ED
           MOVE WS-TOTAL-ITEM                 TO WS-TOTAL-ITEM-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING 'SEQ '                      DELIMITED BY SIZE
                  NFI-SEQ                     DELIMITED BY SIZE
                  '  PRODUTO '                DELIMITED BY SIZE
                  WS-IT-PRODUTO               DELIMITED BY SIZE
                  '  QTDE '                   DELIMITED BY SIZE
                  WS-QTDE-ITEM-ED             DELIMITED BY SIZE
                  ' X '                       DELIMITED BY SIZE
                  WS-PRECO-ED                 DELIMITED BY SIZE
                  ' = '                       DELIMITED BY SIZE
                  WS-TOTAL-ITEM-ED            DELIMITED BY SIZE
                  '  REP '                    DELIMITED BY SIZE
                  WS-IT-REP                   DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           IF WS-PRECO-ITEM NOT = WS-IT-PRECO
               MOVE '(PRO-RATA)'              TO SE-TEXTO(90:10)
           END-IF
           PERFORM P590-LIBERA-EVIDENCIA
           .

      *****************************************
      * SECAO 3: OS PAGAMENTOS DE CADA ITEM - O PROPRIO PAGAMENTO
      * SORTEADO, OU, PARA A FATURA, A 1A PARCELA (MESMO NUMERO) E
      * AS DEMAIS (PAGTO-NUM-ORIGEM). OS ACHADOS FORMAM A TABELA
      * QUE LIGA AS PASSAGENS SEGUINTES AO ITEM.
      *****************************************
       P530-PAGAMENTOS.
      *****************************************

           SET PAGTOS-ESTOUROU                TO FALSE

           OPEN INPUT PAGTO-PENDENTES
           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE 'PAGTOPEND'               TO WS-FONTE
               PERFORM P595-FONTE-FALTA
           ELSE
               SET REGISTRO-ARQUIVADO         TO FALSE
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ PAGTO-PENDENTES NEXT RECORD
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       PERFORM P535-CONFERE-PAGAMENTO
                   END-IF
               END-PERFORM
               CLOSE PAGTO-PENDENTES
           END-IF

           OPEN INPUT PAGTO-HISTORICO
           IF WS-FS-HISTORICO = '00'
               SET REGISTRO-ARQUIVADO         TO TRUE
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ PAGTO-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       MOVE SPACES            TO WS-REG-PAGTO-PENDENTE
                       MOVE PHIST-IMAGEM      TO WS-REG-PAGTO-PENDENTE
                                                   (1:80)
                       MOVE PHIST-IMAGEM-EXT  TO WS-REG-PAGTO-PENDENTE
                                                   (81:)
                       PERFORM P535-CONFERE-PAGAMENTO
                   END-IF
               END-PERFORM
               CLOSE PAGTO-HISTORICO
           ELSE
               IF WS-FS-HISTORICO NOT = '35'
                   MOVE 'PAGTOHIST'           TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF

           IF PAGTOS-ESTOUROU
               DISPLAY 'AVISO: PAGAMENTOS DA AMOSTRA ALEM DE 2000 '
                       'SEM TRILHA NO PACOTE.'
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P535-CONFERE-PAGAMENTO.
      *****************************************

           IF PAGTO-NUM-ORIGEM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-NUM-ORIGEM
           END-IF

           PERFORM VARYING WS-IX-AMOSTRA FROM 1 BY 1
                   UNTIL WS-IX-AMOSTRA > WS-QT-AMOSTRA
               IF AM-NUMERO(WS-IX-AMOSTRA) = PAGTO-NUMERO
                  OR (AM-TIPO(WS-IX-AMOSTRA) = 'F'
                      AND PAGTO-DE-FATURA
                      AND PAGTO-NUM-ORIGEM = AM-NUMERO(WS-IX-AMOSTRA))
                   PERFORM P537-PAGAMENTO-DO-ITEM
               END-IF
           END-PERFORM
           .

      *****************************************
       P537-PAGAMENTO-DO-ITEM.
      *****************************************

      *    O PAGAMENTO SORTEADO E' O DA FONTE SORTEADA; O MESMO
      *    NUMERO NA OUTRA FONTE NAO E' ELE.
           IF AM-TIPO(WS-IX-AMOSTRA) = 'P'
              AND ((AM-FONTE(WS-IX-AMOSTRA) = 'P'
                    AND REGISTRO-ARQUIVADO)
                OR (AM-FONTE(WS-IX-AMOSTRA) = 'H'
                    AND NOT REGISTRO-ARQUIVADO))
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-PAGTOS = 2000
               SET PAGTOS-ESTOUROU            TO TRUE
           ELSE
               ADD 1                          TO WS-QT-PAGTOS
               MOVE PAGTO-NUMERO         TO PI-NUM-PAGTO(WS-QT-PAGTOS)
               MOVE WS-IX-AMOSTRA        TO PI-AMOSTRA(WS-QT-PAGTOS)
           END-IF

           MOVE WS-IX-AMOSTRA                 TO SE-AMOSTRA
           MOVE 3                             TO SE-SECAO
           MOVE PAGTO-VALOR                   TO WS-VALOR-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING 'PAGTO '                    DELIMITED BY SIZE
                  PAGTO-NUMERO                DELIMITED BY SIZE
                  '  VALOR '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  VENCIMENTO '             DELIMITED BY SIZE
                  PAGTO-DATA-VENC             DELIMITED BY SIZE
                  '  SITUACAO '               DELIMITED BY SIZE
                  WS-PAGTO                    DELIMITED BY SIZE
                  '  ORIGEM '                 DELIMITED BY SIZE
                  PAGTO-ORIGEM                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  PAGTO-NUM-ORIGEM            DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           IF REGISTRO-ARQUIVADO
               MOVE PHIST-DATA-ARQUIVAMENTO   TO WS-DATA-ED-ENTRADA
               PERFORM P890-EDITA-DATA
               MOVE '(ARQUIVADO EM '          TO SE-TEXTO(88:14)
               MOVE WS-DATA-ED                TO SE-TEXTO(102:10)
               MOVE ')'                       TO SE-TEXTO(112:1)
           END-IF
           PERFORM P590-LIBERA-EVIDENCIA

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF
           IF PAGTO-CREDITO-APLIC IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-CREDITO-APLIC
           END-IF
           IF PAGTO-JUROS-ACUM NOT = ZEROS
              OR PAGTO-CREDITO-APLIC NOT = ZEROS
               MOVE PAGTO-JUROS-ACUM          TO WS-VALOR-ED
               MOVE PAGTO-CREDITO-APLIC       TO WS-VALOR-ED2
               MOVE SPACES                    TO SE-TEXTO
               STRING '      JUROS ACUMULADOS ' DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      '  CREDITO DO CLIENTE ABATIDO '
                                              DELIMITED BY SIZE
                      WS-VALOR-ED2            DELIMITED BY SIZE
                      INTO SE-TEXTO
               END-STRING
               PERFORM P590-LIBERA-EVIDENCIA
           END-IF
           .

      *****************************************
      * SECAO 4: A TRILHA COMPLETA DE CADA PAGAMENTO DO ITEM - A
      * ARQUIVADA (PAGTOAUDHIST) ANTES DA CORRENTE, EM ORDEM. A
      * VIRADA PARA 'C' VAI TAMBEM A SECAO 5, COM A ORIGEM.
      *****************************************
       P540-TRILHA.
      *****************************************

           IF WS-QT-PAGTOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AUDITORIA-HISTORICO
           IF WS-FS-AUDHIST = '00'
               SET REGISTRO-ARQUIVADO         TO TRUE
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ AUDITORIA-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       MOVE WS-REG-AUDHIST    TO WS-REG-PAGTO-AUDITORIA
                       PERFORM P545-CONFERE-TRILHA
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA-HISTORICO
           ELSE
               IF WS-FS-AUDHIST NOT = '35'
                   MOVE 'PAGTOAUDHIST'        TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF

           OPEN INPUT PAGTO-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               MOVE 'PAGTOAUD'                TO WS-FONTE
               PERFORM P595-FONTE-FALTA
               EXIT PARAGRAPH
           END-IF

           SET REGISTRO-ARQUIVADO             TO FALSE
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-AUDITORIA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   PERFORM P545-CONFERE-TRILHA
               END-IF
           END-PERFORM

           CLOSE PAGTO-AUDITORIA
           .

      *****************************************
       P545-CONFERE-TRILHA.
      *****************************************

           PERFORM VARYING WS-IX-PAGTO FROM 1 BY 1
                   UNTIL WS-IX-PAGTO > WS-QT-PAGTOS
               IF PI-NUM-PAGTO(WS-IX-PAGTO) = AUDIT-NUM-PAGTO
                   PERFORM P547-LINHA-DA-TRILHA
               END-IF
           END-PERFORM
           .

      *****************************************
       P547-LINHA-DA-TRILHA.
      *****************************************

           MOVE PI-AMOSTRA(WS-IX-PAGTO)       TO SE-AMOSTRA
           MOVE 4                             TO SE-SECAO
           MOVE AUDIT-DATA-HORA               TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE SPACES                        TO SE-TEXTO
           STRING WS-DH-ED                    DELIMITED BY SIZE
                  '  PAGTO '                  DELIMITED BY SIZE
                  AUDIT-NUM-PAGTO             DELIMITED BY SIZE
                  '  SITUACAO '               DELIMITED BY SIZE
                  AUDIT-SITUACAO-ANTERIOR     DELIMITED BY SIZE
                  ' -> '                      DELIMITED BY SIZE
                  AUDIT-SITUACAO-NOVA         DELIMITED BY SIZE
                  '  ORIGEM '                 DELIMITED BY SIZE
                  AUDIT-ORIGEM                DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           IF REGISTRO-ARQUIVADO
               MOVE '(TRILHA ARQUIVADA)'      TO SE-TEXTO(70:18)
           END-IF
           PERFORM P590-LIBERA-EVIDENCIA

           IF AUDIT-SITUACAO-NOVA = 'C'
              AND AUDIT-SITUACAO-ANTERIOR NOT = 'C'
               MOVE 5                         TO SE-SECAO
               MOVE SPACES                    TO SE-TEXTO
               IF AUDIT-ORIGEM(1:4) = 'BCO '
                   STRING WS-DH-ED            DELIMITED BY SIZE
                          '  PAGTO '          DELIMITED BY SIZE
                          AUDIT-NUM-PAGTO     DELIMITED BY SIZE
                          ' LIQUIDADO PELO RETORNO BANCARIO - '
                                              DELIMITED BY SIZE
                          AUDIT-ORIGEM        DELIMITED BY SIZE
                          INTO SE-TEXTO
                   END-STRING
               ELSE
                   STRING WS-DH-ED            DELIMITED BY SIZE
                          '  PAGTO '          DELIMITED BY SIZE
                          AUDIT-NUM-PAGTO     DELIMITED BY SIZE
                          ' LIQUIDADO - ORIGEM NA TRILHA: '
                                              DELIMITED BY SIZE
                          AUDIT-ORIGEM        DELIMITED BY SIZE
                          INTO SE-TEXTO
                   END-STRING
               END-IF
               PERFORM P590-LIBERA-EVIDENCIA
           END-IF
           .

      *****************************************
      * SECAO 5: AS APLICACOES MANUAIS (BANKAPLOG, COM O PAGAMENTO
      * QUE O RETORNO CITAVA) E AS PARCIAIS (PARCHIST).
      *****************************************
       P550-LIQUIDACAO.
      *****************************************

           IF WS-QT-PAGTOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BANK-APLICACOES
           IF WS-FS-BANKAPL = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ BANK-APLICACOES
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       PERFORM VARYING WS-IX-PAGTO FROM 1 BY 1
                               UNTIL WS-IX-PAGTO > WS-QT-PAGTOS
                           IF PI-NUM-PAGTO(WS-IX-PAGTO) = APL-NUM-PAGTO
                               PERFORM P553-LINHA-APLICACAO
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE BANK-APLICACOES
           ELSE
               IF WS-FS-BANKAPL NOT = '35'
                   MOVE 'BANKAPLOG'           TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF

           OPEN INPUT PARCIAL-HISTORICO
           IF WS-FS-PARCHIST = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ PARCIAL-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       PERFORM VARYING WS-IX-PAGTO FROM 1 BY 1
                               UNTIL WS-IX-PAGTO > WS-QT-PAGTOS
                           IF PI-NUM-PAGTO(WS-IX-PAGTO) = PHIS-NUM-PAGTO
                               PERFORM P557-LINHA-PARCIAL
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE PARCIAL-HISTORICO
           ELSE
               IF WS-FS-PARCHIST NOT = '35'
                   MOVE 'PARCHIST'            TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF
           .

      *****************************************
       P553-LINHA-APLICACAO.
      *****************************************

           MOVE PI-AMOSTRA(WS-IX-PAGTO)       TO SE-AMOSTRA
           MOVE 5                             TO SE-SECAO
           MOVE APL-DATA-HORA                 TO WS-DH-ENTRADA
           PERFORM P895-EDITA-DATA-HORA
           MOVE APL-VALOR                     TO WS-VALOR-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING WS-DH-ED                    DELIMITED BY SIZE
                  '  APLICACAO MANUAL (BANKMAN) NO PAGTO '
                                              DELIMITED BY SIZE
                  APL-NUM-PAGTO               DELIMITED BY SIZE
                  ' VALOR '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' BANCO '                   DELIMITED BY SIZE
                  APL-BANCO                   DELIMITED BY SIZE
                  ' OPERADOR '                DELIMITED BY SIZE
                  APL-OPERADOR                DELIMITED BY SIZE
                  ' - RETORNO CITAVA O PAGTO ' DELIMITED BY SIZE
                  APL-NUM-PAGTO-RETORNO       DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           PERFORM P590-LIBERA-EVIDENCIA
           .

      *****************************************
       P557-LINHA-PARCIAL.
      *****************************************

           MOVE PI-AMOSTRA(WS-IX-PAGTO)       TO SE-AMOSTRA
           MOVE 5                             TO SE-SECAO
           MOVE PHIS-DATA                     TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE PHIS-VALOR                    TO WS-VALOR-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING WS-DATA-ED                  DELIMITED BY SIZE
                  '        RECEBIMENTO PARCIAL NO PAGTO '
                                              DELIMITED BY SIZE
                  PHIS-NUM-PAGTO              DELIMITED BY SIZE
                  ' VALOR '                   DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' (PARCHIST)'               DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           PERFORM P590-LIBERA-EVIDENCIA
           .

      *****************************************
      * SECAO 6: OS LANCAMENTOS QUE O ITEM PRODUZIU, PELA ORIGEM
      * QUE O DEMONSTRA-GLEXTRACT GRAVA EM CADA UM ('FATURA' E
      * 'CANCEL' COM O NUMERO DA FATURA; 'PAGTO', 'PARCIAL',
      * 'JUROS', 'BAIXA', 'DISPJUR', 'CREDCLI' E 'DESCANT' COM O
      * NUMERO DO PAGAMENTO). OS MESES FECHADOS NO GLHIST, O MES
      * CORRENTE NO GLMTD.
      *****************************************
       P560-LANCAMENTOS.
      *****************************************

           OPEN INPUT GL-HISTORICO
           IF WS-FS-GLHIST = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       MOVE WS-REG-GLHIST     TO WS-REG-GL
                       PERFORM P565-CONFERE-LANCAMENTO
                   END-IF
               END-PERFORM
               CLOSE GL-HISTORICO
           ELSE
               IF WS-FS-GLHIST NOT = '35'
                   MOVE 'GLHIST'              TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF

           OPEN INPUT GL-MES
           IF WS-FS-MES = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-MES
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       PERFORM P565-CONFERE-LANCAMENTO
                   END-IF
               END-PERFORM
               CLOSE GL-MES
           ELSE
               IF WS-FS-MES NOT = '35'
                   MOVE 'GLMTD'               TO WS-FONTE
                   PERFORM P595-FONTE-FALTA
               END-IF
           END-IF
           .

      *****************************************
       P565-CONFERE-LANCAMENTO.
      *****************************************

           MOVE SPACES                        TO WS-GL-PALAVRA
           MOVE SPACES                        TO WS-GL-NUMERO-X
           UNSTRING GL-ORIGEM DELIMITED BY ALL SPACE
               INTO WS-GL-PALAVRA WS-GL-NUMERO-X
           END-UNSTRING
           IF WS-GL-NUMERO-X(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-NUMERO-X(1:6)           TO WS-GL-NUMERO

           EVALUATE WS-GL-PALAVRA
               WHEN 'FATURA'
               WHEN 'CANCEL'
                   PERFORM VARYING WS-IX-AMOSTRA FROM 1 BY 1
                           UNTIL WS-IX-AMOSTRA > WS-QT-AMOSTRA
                       IF AM-TIPO(WS-IX-AMOSTRA) = 'F'
                          AND AM-NUMERO(WS-IX-AMOSTRA) = WS-GL-NUMERO
                           MOVE WS-IX-AMOSTRA TO SE-AMOSTRA
                           PERFORM P567-LINHA-LANCAMENTO
                       END-IF
                   END-PERFORM
               WHEN 'PAGTO'
               WHEN 'PARCIAL'
               WHEN 'JUROS'
               WHEN 'BAIXA'
               WHEN 'DISPJUR'
               WHEN 'CREDCLI'
               WHEN 'DESCANT'
                   PERFORM VARYING WS-IX-PAGTO FROM 1 BY 1
                           UNTIL WS-IX-PAGTO > WS-QT-PAGTOS
                       IF PI-NUM-PAGTO(WS-IX-PAGTO) = WS-GL-NUMERO
                           MOVE PI-AMOSTRA(WS-IX-PAGTO)
                                              TO SE-AMOSTRA
                           PERFORM P567-LINHA-LANCAMENTO
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P567-LINHA-LANCAMENTO.
      *****************************************

           MOVE 6                             TO SE-SECAO
           MOVE GL-DATA                       TO WS-DATA-ED-ENTRADA
           PERFORM P890-EDITA-DATA
           MOVE GL-VALOR                      TO WS-TOTAL-ED
           MOVE SPACES                        TO SE-TEXTO
           STRING WS-DATA-ED                  DELIMITED BY SIZE
                  '  CONTA '                  DELIMITED BY SIZE
                  GL-CONTA                    DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  GL-NATUREZA                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
                  '  ORIGEM '                 DELIMITED BY SIZE
                  GL-ORIGEM                   DELIMITED BY SIZE
                  INTO SE-TEXTO
           END-STRING
           PERFORM P590-LIBERA-EVIDENCIA
           .

      *****************************************
       P590-LIBERA-EVIDENCIA.
      *****************************************

           ADD 1                              TO WS-QT-EVIDENCIAS
           MOVE WS-QT-EVIDENCIAS              TO SE-SEQ
           RELEASE SRT-EVIDENCIA
           .

      *****************************************
      * FONTE DE EVIDENCIA AUSENTE: O PACOTE SAI SEM ELA, AVISADO
      * NO CABECALHO, E A EXECUCAO TERMINA COM RC 4.
      *****************************************
       P595-FONTE-FALTA.
      *****************************************

           DISPLAY 'AVISO: FONTE ' WS-FONTE ' INDISPONIVEL.'
           IF WS-RETORNO < 4
               MOVE 4                         TO WS-RETORNO
           END-IF
           IF WS-PONTEIRO-FALTA < 88
               STRING WS-FONTE                DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      INTO WS-FONTES-FALTA
                      WITH POINTER WS-PONTEIRO-FALTA
               END-STRING
           END-IF
           MOVE SPACES                        TO WS-FONTE
           .

      *****************************************
      * SAIDA DO SORT DAS EVIDENCIAS: UM PACOTE POR ITEM, AS SECOES
      * NA ORDEM; SECAO SEM NENHUMA LINHA SAI COM "NENHUM REGISTRO"
      * (A FATURA TEM AS SEIS, O PAGAMENTO DA TERCEIRA EM DIANTE).
      *****************************************
       P700-IMPRIME-PACOTES.
      *****************************************

           IF WS-FONTES-FALTA NOT = SPACES
               MOVE SPACES                    TO WS-REG-PACOTE
               STRING 'FONTES INDISPONIVEIS (PACOTES SEM ESSAS '
                                              DELIMITED BY SIZE
                      'EVIDENCIAS): '         DELIMITED BY SIZE
                      WS-FONTES-FALTA         DELIMITED BY SIZE
                      INTO WS-REG-PACOTE
               END-STRING
               WRITE WS-REG-PACOTE
           END-IF

           MOVE ZEROS                         TO WS-AMOSTRA-ATUAL
           SET FIM-DO-SORT                    TO FALSE
           PERFORM UNTIL FIM-DO-SORT
               RETURN EVIDENCIA-SORT
                   AT END
                       SET FIM-DO-SORT        TO TRUE
               END-RETURN
               IF NOT FIM-DO-SORT
                   PERFORM P710-UMA-LINHA
               END-IF
           END-PERFORM

           IF WS-AMOSTRA-ATUAL > ZEROS
               MOVE 7                         TO WS-SECAO-ALVO
               PERFORM P720-SECOES-VAZIAS
           END-IF
           .

      *****************************************
       P710-UMA-LINHA.
      *****************************************

           IF SE-AMOSTRA NOT = WS-AMOSTRA-ATUAL
               IF WS-AMOSTRA-ATUAL > ZEROS
                   MOVE 7                     TO WS-SECAO-ALVO
                   PERFORM P720-SECOES-VAZIAS
               END-IF
               MOVE SE-AMOSTRA                TO WS-AMOSTRA-ATUAL
               MOVE ZEROS                     TO WS-SECAO-ATUAL
               MOVE SPACES                    TO WS-REG-PACOTE
               WRITE WS-REG-PACOTE
               MOVE ALL '='               TO WS-REG-PACOTE(1:132)
               WRITE WS-REG-PACOTE
               MOVE SPACES                    TO WS-REG-PACOTE
               STRING 'ITEM '                 DELIMITED BY SIZE
                      SE-AMOSTRA              DELIMITED BY SIZE
                      ' - '                   DELIMITED BY SIZE
                      SE-TEXTO                DELIMITED BY SIZE
                      INTO WS-REG-PACOTE
               END-STRING
               WRITE WS-REG-PACOTE
               MOVE ALL '='               TO WS-REG-PACOTE(1:132)
               WRITE WS-REG-PACOTE
               EXIT PARAGRAPH
           END-IF

           IF SE-SECAO NOT = WS-SECAO-ATUAL
               MOVE SE-SECAO                  TO WS-SECAO-ALVO
               PERFORM P720-SECOES-VAZIAS
               MOVE SE-SECAO                  TO WS-SECAO-ATUAL
               MOVE SPACES                    TO WS-REG-PACOTE
               MOVE WS-SECAO-TITULO(SE-SECAO) TO WS-REG-PACOTE(3:40)
               WRITE WS-REG-PACOTE
           END-IF

           MOVE SPACES                        TO WS-REG-PACOTE
           MOVE SE-TEXTO                      TO WS-REG-PACOTE(7:120)
           WRITE WS-REG-PACOTE
           .

      *****************************************
      * AS SECOES ENTRE A ATUAL E A ALVO QUE O TIPO DO ITEM TEM E
      * QUE NAO TROUXERAM LINHA.
      *****************************************
       P720-SECOES-VAZIAS.
      *****************************************

           COMPUTE WS-IX-SECAO = WS-SECAO-ATUAL + 1
           PERFORM UNTIL WS-IX-SECAO NOT < WS-SECAO-ALVO
               IF AM-TIPO(WS-AMOSTRA-ATUAL) = 'F' OR WS-IX-SECAO > 2
                   MOVE SPACES                TO WS-REG-PACOTE
                   MOVE WS-SECAO-TITULO(WS-IX-SECAO)
                                          TO WS-REG-PACOTE(3:40)
                   WRITE WS-REG-PACOTE
                   MOVE '      NENHUM REGISTRO' TO WS-REG-PACOTE
                   WRITE WS-REG-PACOTE
               END-IF
               ADD 1                          TO WS-IX-SECAO
           END-PERFORM
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
       P999-FIM.
      *****************************************

           IF WS-FS-LOG = '00'
               CLOSE AMOSTRA-LOG
           END-IF
           IF WS-FS-PACOTE = '00'
               CLOSE AMOSTRA-PACOTE
           END-IF

           DISPLAY 'ITENS NA AMOSTRA.......: ' WS-QT-AMOSTRA
           DISPLAY 'LINHAS DE EVIDENCIA....: ' WS-QT-EVIDENCIAS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-AUDAMOST'           TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-AMOSTRA                  TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RPTHDPR.
           COPY RUNLOGPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-AUDAMOST.
