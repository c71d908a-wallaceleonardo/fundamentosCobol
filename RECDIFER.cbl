      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RECONHECIMENTO MENSAL DA RECEITA DIFERIDA DOS
      *          CONTRATOS NO FECHAMENTO: A FATURA DE CONTRATO COBRA
      *          O PERIODO DE SERVICO ADIANTADO E O EXTRATO CONTABIL
      *          NOTURNO (DEMONSTRA-GLEXTRACT) LANCA ESSA RECEITA NA
      *          CONTA DE RECEITA DIFERIDA (EVENTO RECDIFERIDA),
      *          GRAVANDO O VALOR NO CRONOGRAMA RECDIF
      *          (COPY/RECDIF.CPY). AQUI, PARA CADA FATURA AINDA COM
      *          SALDO, A PARTE GANHA ATE O ULTIMO DIA DO MES (DIA A
      *          DIA DENTRO DO PERIODO COBERTO) E' COMPARADA COM A JA
      *          RECONHECIDA E SO' A DIFERENCA VIRA LANCAMENTO NO
      *          ACUMULADO CONTABIL DO MES (GLMTD): DEBITO NA RECEITA
      *          DIFERIDA CONTRA CREDITO NA RECEITA (EVENTO RECEITA) -
      *          UMA REEXECUCAO NO MESMO MES NAO RECONHECE DUAS
      *          VEZES. O RELATORIO RECDIFRPT TRAZ AS FATURAS COM
      *          SALDO OU MOVIMENTO NO MES E A ROLAGEM DO SALDO (SALDO
      *          INICIAL DO HISTORICO RECDHIST + FATURADO - RECONHECIDO
      *          - ESTORNADO EM CANCELAMENTOS = SALDO FINAL), CONFERIDA
      *          CONTRA O CRONOGRAMA E CONTRA O MOVIMENTO DA CONTA NO
      *          GLMTD; DIFERENCA EM QUALQUER DAS DUAS PROVAS TERMINA
      *          COM RC 4. MAPEAMENTO AUSENTE DERRUBA O FECHAMENTO COM
      *          RC 8 ANTES DE QUALQUER LANCAMENTO. RODA NA CADEIA
      *          MENSAL ANTES DO BALANCETE (DEMONSTRA-GLBALAN), QUE
      *          CONSOME O GLMTD.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - RECUSAR O FECHAMENTO CUJA DATA DE NEGOCIO
      *                    CAI NUM EXERCICIO JA ENCERRADO (CONTROLE
      *                    GLANOFEC DE DEMONSTRA-GLFECANO): NADA E'
      *                    LANCADO NO GLMTD, A OCORRENCIA VAI PARA O
      *                    ERRLOG E O RC E' 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-RECDIFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEITA-DIFERIDA    ASSIGN TO 'RECDIF'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RDF-NUM-FATURA
                                       FILE STATUS WS-FS-RECDIF.

           SELECT RECDIF-HISTORICO    ASSIGN TO 'RECDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RECDHIST.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT GL-MES              ASSIGN TO 'GLMTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MES.

           SELECT RECDIF-RPT          ASSIGN TO 'RECDIFRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT EXERCICIO-FECHADO   ASSIGN TO 'GLANOFEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLANOFEC.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD RECEITA-DIFERIDA.
           COPY RECDIF.

      *    UMA LINHA POR MES FECHADO: O SALDO DA RECEITA DIFERIDA NO
      *    FIM DO MES (O SALDO INICIAL DO MES SEGUINTE), O
      *    RECONHECIDO NO MES E A DATA DE NEGOCIO DO FECHAMENTO.
       FD RECDIF-HISTORICO.
       01 WS-REG-RECDHIST.
           03 RDH-MES                            PIC 9(06).
           03 RDH-SALDO                          PIC S9(11)V99.
           03 RDH-RECONHECIDO                    PIC S9(11)V99.
           03 RDH-DATA                           PIC 9(08).

       FD GL-CONTAS.
       01 WS-REG-GLCONTAS.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

      *    O ACUMULADO DO MES, NO LAYOUT FIXO DA INTERFACE
      *    CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD GL-MES.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD RECDIF-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD EXERCICIO-FECHADO.
           COPY GLFECHA.

       FD ERRLOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RECDIF                       PIC X(02) VALUE '00'.
       77 WS-FS-RECDHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-MES                          PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECONHECIDAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENCERRADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-SW-APURACAO                     PIC X(01) VALUE 'S'.
           88 APURACAO-LIBERADA              VALUE 'S' FALSE 'N'.

      *    DIA ATE O QUAL A RECEITA E' RECONHECIDA: O ULTIMO DIA
      *    CIVIL DO MES DE REFERENCIA (O FECHAMENTO RODA NO ULTIMO
      *    DIA UTIL, QUE PODE NAO SER O ULTIMO DO MES).
       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-MES-NUM                         PIC 9(02) VALUE ZEROS.
       77 WS-PRIM-PROX-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RECONH                     PIC 9(08) VALUE ZEROS.
       77 WS-AUX-MES                         PIC 9(06) VALUE ZEROS.

      *    APURACAO DA FATURA: DIAS DO PERIODO COBERTO, DIAS JA
      *    PRESTADOS, O GANHO ATE A DATA E A DIFERENCA A LANCAR.
       77 WS-DIAS-PERIODO                    PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-PRESTADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-GANHO             PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-FATURA      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-MOVIMENTO                    PIC X(01) VALUE 'N'.
           88 FATURA-COM-MOVIMENTO           VALUE 'S' FALSE 'N'.

      *    ROLAGEM DO SALDO DA RECEITA DIFERIDA NO MES.
       77 WS-SALDO-INICIAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-FATURADO-MES      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-RECONHECIDO-MES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-CANCELADO-MES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-APURADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-FINAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA-SALDO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO-GL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO-ESPERADO
                               PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA-GL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-GLMTD-LIDO                   PIC X(01) VALUE 'N'.
           88 GLMTD-CONFERIDO                VALUE 'S' FALSE 'N'.

      *    SALDO INICIAL: O DO MES MAIS RECENTE DO HISTORICO ANTERIOR
      *    AO MES DE REFERENCIA (NUMA REEXECUCAO DO MESMO MES A LINHA
      *    DELE E' SOBREPOSTA).
       77 WS-MES-ANTERIOR                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-TAB-HIST                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-HIST                         PIC 9(02) VALUE ZEROS.
       77 WS-SW-MES                          PIC X(01) VALUE 'N'.
           88 MES-JA-NO-HISTORICO            VALUE 'S' FALSE 'N'.
       01 WS-TAB-HIST.
           03 WS-TAB-HIST-ITEM         OCCURS 60 TIMES.
               05 WS-HIS-MES                  PIC 9(06).
               05 WS-HIS-SALDO                PIC S9(11)V99.
               05 WS-HIS-RECONHECIDO          PIC S9(11)V99.
               05 WS-HIS-DATA                 PIC 9(08).

      *    CONTAS RESOLVIDAS DO MAPEAMENTO GLCONTAS NA ABERTURA,
      *    COMO NO EXTRATO CONTABIL NOTURNO.
       77 WS-SW-MAPA                         PIC X(01) VALUE 'S'.
           88 MAPEAMENTO-COMPLETO            VALUE 'S' FALSE 'N'.
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           03 WS-TAB-CONTA-ITEM        OCCURS 20 TIMES.
               05 WS-MAPA-EVENTO              PIC X(12).
               05 WS-MAPA-CONTA               PIC X(08).
       77 WS-EVENTO-PROCURADO                PIC X(12) VALUE SPACES.
       77 WS-CONTA-ACHADA                    PIC X(08) VALUE SPACES.
       77 WS-CONTA-RECEITA                   PIC X(08) VALUE SPACES.
       77 WS-CONTA-RECDIF                    PIC X(08) VALUE SPACES.

      *    AREA DE MONTAGEM DO LANCAMENTO.
       77 WS-CONTA-LANCAMENTO                PIC X(08) VALUE SPACES.
       77 WS-NATUREZA                        PIC X(01) VALUE SPACE.
       77 WS-VALOR-LANCAMENTO  PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ORIGEM                          PIC X(14) VALUE SPACES.
       77 WS-NAT-RECDIF                      PIC X(01) VALUE SPACE.
       77 WS-NAT-RECEITA                     PIC X(01) VALUE SPACE.

       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-DET-VALOR-ED                    PIC -(9)9.99.
       77 WS-DET-MES-ED                      PIC -(9)9.99.
       77 WS-DET-SALDO-ED                    PIC -(9)9.99.

           COPY RPTHDR.
           COPY DTNEGWS.
           COPY GLFECWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF APURACAO-LIBERADA
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
               CLOSE GL-MES
               PERFORM P500-CONFERE-GLMTD
               PERFORM P600-ATUALIZA-RECDHIST
               PERFORM P700-IMPRIME-ROLAGEM
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-RECDIFER'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100

           COMPUTE WS-ANO-REF = WS-MES-REF / 100
           COMPUTE WS-MES-NUM = WS-MES-REF - WS-ANO-REF * 100
           IF WS-MES-NUM = 12
               COMPUTE WS-PRIM-PROX-MES = (WS-ANO-REF + 1) * 10000
                                        + 101
           ELSE
               COMPUTE WS-PRIM-PROX-MES = WS-MES-REF * 100 + 101
           END-IF
           COMPUTE WS-DATA-RECONH = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIM-PROX-MES) - 1)

           OPEN OUTPUT RECDIF-RPT

           MOVE 'RECEITA DIFERIDA - CONTRATOS'  TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  '   RECONHECIDO ATE: ' DELIMITED BY SIZE
                  WS-DATA-RECONH DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    SEM AS DUAS CONTAS NADA E' RECONHECIDO - UMA CONTA ERRADA
      *    IRIA DIRETO PARA O RAZAO.
           PERFORM P020-CARREGA-CONTAS

           IF NOT MAPEAMENTO-COMPLETO
               DISPLAY 'MAPEAMENTO DE CONTAS (GLCONTAS) INCOMPLETO '
                       '- RECEITA DIFERIDA NAO RECONHECIDA (RC 8).'
               SET APURACAO-LIBERADA          TO FALSE
               MOVE 8                         TO WS-RETORNO
               MOVE 'NADA RECONHECIDO - VER MENSAGENS DO LOTE.'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

      *    EXERCICIO ENCERRADO NAO RECEBE MAIS LANCAMENTO.
           PERFORM P-OBTEM-ANO-FECHADO
           MOVE WS-DATA-NEGOCIO               TO WS-GLF-DATA-TESTE
           PERFORM P-VERIFICA-EXERCICIO

           IF EXERCICIO-ENCERRADO
               DISPLAY 'DATA DE NEGOCIO ' WS-DATA-NEGOCIO
                       ' EM EXERCICIO ENCERRADO (' WS-ANO-FECHADO
                       ') - RECEITA DIFERIDA NAO RECONHECIDA (RC 8).'
               PERFORM P050-GRAVA-ERRLOG
               SET APURACAO-LIBERADA          TO FALSE
               MOVE 8                         TO WS-RETORNO
               MOVE 'NADA RECONHECIDO - VER MENSAGENS DO LOTE.'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           PERFORM P040-CARREGA-RECDHIST

      *    NENHUM CONTRATO FATURADO AINDA: NADA A RECONHECER, MAS A
      *    ROLAGEM SAI (TUDO ZERO) E O MES ENTRA NO HISTORICO.
           OPEN I-O RECEITA-DIFERIDA

           IF WS-FS-RECDIF = '35'
               DISPLAY 'CRONOGRAMA RECDIF AINDA NAO EXISTE - NADA A '
                       'RECONHECER.'
               MOVE 'S'                       TO WS-EOF
           ELSE
               IF WS-FS-RECDIF NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O RECDIF: ' WS-FS-RECDIF
                   MOVE 8                     TO WS-RETORNO
                   SET APURACAO-LIBERADA      TO FALSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND GL-MES
           IF WS-FS-MES = '35'
               OPEN OUTPUT GL-MES
           END-IF

           IF WS-FS-MES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ACUMULADO GLMTD: ' WS-FS-MES
                       ' - RECEITA DIFERIDA NAO RECONHECIDA (RC 8).'
               MOVE 8                         TO WS-RETORNO
               SET APURACAO-LIBERADA          TO FALSE
               EXIT PARAGRAPH
           END-IF

           MOVE 'FATURAS COM SALDO OU MOVIMENTO NO MES:'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-RECDIF
           END-IF
           .

      *****************************************
      * CARREGA O MAPEAMENTO EVENTO -> CONTA E RESOLVE AS DUAS
      * CONTAS DO RECONHECIMENTO.
      *****************************************
       P020-CARREGA-CONTAS.
      *****************************************

           SET MAPEAMENTO-COMPLETO            TO TRUE

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               SET MAPEAMENTO-COMPLETO        TO FALSE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTAS NOT = '00'
                      OR WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   ADD 1                      TO WS-QT-TAB-CONTAS
                   MOVE MAPA-EVENTO
                       TO WS-MAPA-EVENTO(WS-QT-TAB-CONTAS)
                   MOVE MAPA-CONTA
                       TO WS-MAPA-CONTA(WS-QT-TAB-CONTAS)
               END-IF
           END-PERFORM

      *    TABELA CHEIA COM O ARQUIVO AINDA TRAZENDO LINHAS: O
      *    EXCEDENTE FICARIA SEM RESOLVER - NAO RODA COM O
      *    MAPEAMENTO PELA METADE.
           IF WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   DISPLAY 'GLCONTAS COM MAIS DE 20 MAPEAMENTOS'
                   SET MAPEAMENTO-COMPLETO    TO FALSE
               END-IF
           END-IF

           CLOSE GL-CONTAS

           MOVE 'RECEITA'                     TO WS-EVENTO-PROCURADO
           PERFORM P025-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-RECEITA

           MOVE 'RECDIFERIDA'                 TO WS-EVENTO-PROCURADO
           PERFORM P025-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-RECDIF
           .

      *****************************************
       P025-RESOLVE-CONTA.
      *****************************************

           MOVE SPACES                        TO WS-CONTA-ACHADA

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               IF WS-MAPA-EVENTO(WS-IX-CONTA) = WS-EVENTO-PROCURADO
                   MOVE WS-MAPA-CONTA(WS-IX-CONTA)
                       TO WS-CONTA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CONTA-ACHADA = SPACES
               DISPLAY 'EVENTO SEM CONTA NO GLCONTAS: '
                       WS-EVENTO-PROCURADO
               SET MAPEAMENTO-COMPLETO        TO FALSE
           END-IF
           .

      *****************************************
      * CARREGA O HISTORICO E LOCALIZA O SALDO DO ULTIMO MES
      * FECHADO ANTES DO MES DE REFERENCIA.
      *****************************************
       P040-CARREGA-RECDHIST.
      *****************************************

           MOVE ZEROS                         TO WS-MES-ANTERIOR
                                                  WS-SALDO-INICIAL

           OPEN INPUT RECDIF-HISTORICO

           IF WS-FS-RECDHIST NOT = '00'
               DISPLAY 'HISTORICO RECDHIST AINDA NAO EXISTE - '
                       'SALDO INICIAL CONSIDERADO ZERO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-RECDHIST NOT = '00'
                      OR WS-QT-TAB-HIST = 60
               READ RECDIF-HISTORICO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-RECDHIST = '00'
                   ADD 1                      TO WS-QT-TAB-HIST
                   MOVE RDH-MES
                       TO WS-HIS-MES(WS-QT-TAB-HIST)
                   MOVE RDH-SALDO
                       TO WS-HIS-SALDO(WS-QT-TAB-HIST)
                   MOVE RDH-RECONHECIDO
                       TO WS-HIS-RECONHECIDO(WS-QT-TAB-HIST)
                   MOVE RDH-DATA
                       TO WS-HIS-DATA(WS-QT-TAB-HIST)
               END-IF
           END-PERFORM

           CLOSE RECDIF-HISTORICO

           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               IF WS-HIS-MES(WS-IX-HIST) < WS-MES-REF
                  AND WS-HIS-MES(WS-IX-HIST) > WS-MES-ANTERIOR
                   MOVE WS-HIS-MES(WS-IX-HIST) TO WS-MES-ANTERIOR
                   MOVE WS-HIS-SALDO(WS-IX-HIST)
                       TO WS-SALDO-INICIAL
               END-IF
           END-PERFORM
           .

      *****************************************
      * OCORRENCIA DE LANCAMENTO EM EXERCICIO ENCERRADO NO ERRLOG,
      * PARA O DIGEST DE ERROS: A DATA RECUSADA E O ANO ENCERRADO.
      *****************************************
       P050-GRAVA-ERRLOG.
      *****************************************

           INITIALIZE WS-REG-ERRLOG
           MOVE 'DEMONSTRA-RECDIFER'          TO ERRLOG-PROGRAMA
           MOVE 'P001-INICIO'                 TO ERRLOG-PARAGRAFO
           ACCEPT ERRLOG-DATA-HORA(1:8)       FROM DATE YYYYMMDD
           ACCEPT ERRLOG-DATA-HORA(9:6)       FROM TIME
           MOVE 'GL-EXERCENC'                 TO ERRLOG-CODIGO
           MOVE WS-DATA-NEGOCIO               TO ERRLOG-CAMPO-1
           MOVE WS-ANO-FECHADO                TO ERRLOG-CAMPO-2

           OPEN EXTEND ERRLOG
           WRITE WS-REG-ERRLOG
           CLOSE ERRLOG
           .

      *****************************************
       P100-LE-RECDIF.
      *****************************************

           READ RECEITA-DIFERIDA NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * FATURA LANCADA NA RECEITA DIFERIDA E AINDA COM SALDO:
      * RECONHECE O QUE FOI GANHO ATE O FIM DO MES. DEPOIS, TODA
      * FATURA JA LANCADA ENTRA NA ROLAGEM DO MES.
      *****************************************
       P200-PROCESSA.
      *****************************************

           SET FATURA-COM-MOVIMENTO           TO FALSE

           IF RDF-DIFERIDA
               PERFORM P300-APURA-GANHO
               IF WS-DIFERENCA NOT = ZEROS
                   PERFORM P400-LANCA-RECONHECIMENTO
               END-IF
           END-IF

           IF RDF-DIFERIDA OR RDF-RECONHECIDA OR RDF-CANCELADA
               PERFORM P450-ACUMULA-ROLAGEM
           END-IF

           PERFORM P100-LE-RECDIF
           .

      *****************************************
      * RECEITA GANHA ATE A DATA DE RECONHECIMENTO, PROPORCIONAL AOS
      * DIAS PRESTADOS DO PERIODO COBERTO: PERIODO ENCERRADO = TUDO;
      * PERIODO AINDA NAO INICIADO = NADA.
      *****************************************
       P300-APURA-GANHO.
      *****************************************

           EVALUATE TRUE
               WHEN WS-DATA-RECONH NOT < RDF-FIM
                   MOVE RDF-VALOR             TO WS-GANHO
               WHEN WS-DATA-RECONH < RDF-INICIO
                   MOVE ZEROS                 TO WS-GANHO
               WHEN OTHER
                   COMPUTE WS-DIAS-PERIODO =
                           FUNCTION INTEGER-OF-DATE(RDF-FIM)
                         - FUNCTION INTEGER-OF-DATE(RDF-INICIO) + 1
                   COMPUTE WS-DIAS-PRESTADOS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-RECONH)
                         - FUNCTION INTEGER-OF-DATE(RDF-INICIO) + 1
                   COMPUTE WS-GANHO ROUNDED =
                           RDF-VALOR * WS-DIAS-PRESTADOS
                                     / WS-DIAS-PERIODO
           END-EVALUATE

           COMPUTE WS-DIFERENCA = WS-GANHO - RDF-RECONHECIDO
           .

      *****************************************
      * SO' A DIFERENCA ENTRE O GANHO E O JA RECONHECIDO VAI PARA O
      * ACUMULADO DO MES: DEBITO NA RECEITA DIFERIDA E CREDITO NA
      * RECEITA (NA NOTA DE CREDITO DE AJUSTE, O INVERSO). O PAR E'
      * GRAVADO JUNTO, SEMPRE BALANCEADO, E O CRONOGRAMA E'
      * ATUALIZADO LOGO EM SEGUIDA.
      *****************************************
       P400-LANCA-RECONHECIMENTO.
      *****************************************

           IF WS-DIFERENCA > ZEROS
               MOVE 'D'                       TO WS-NAT-RECDIF
               MOVE 'C'                       TO WS-NAT-RECEITA
               MOVE WS-DIFERENCA              TO WS-VALOR-LANCAMENTO
           ELSE
               MOVE 'C'                       TO WS-NAT-RECDIF
               MOVE 'D'                       TO WS-NAT-RECEITA
               COMPUTE WS-VALOR-LANCAMENTO = ZEROS - WS-DIFERENCA
           END-IF

           MOVE SPACES                        TO WS-ORIGEM
           STRING 'RECDIF ' DELIMITED BY SIZE
                  RDF-NUM-FATURA DELIMITED BY SIZE
                  INTO WS-ORIGEM
           END-STRING

           MOVE WS-CONTA-RECDIF               TO WS-CONTA-LANCAMENTO
           MOVE WS-NAT-RECDIF                 TO WS-NATUREZA
           PERFORM P410-GRAVA-LANCAMENTO

           MOVE WS-CONTA-RECEITA              TO WS-CONTA-LANCAMENTO
           MOVE WS-NAT-RECEITA                TO WS-NATUREZA
           PERFORM P410-GRAVA-LANCAMENTO

           MOVE WS-GANHO                      TO RDF-RECONHECIDO
           IF WS-DATA-RECONH < RDF-FIM
               MOVE WS-DATA-RECONH            TO RDF-RECONH-ATE
           ELSE
               MOVE RDF-FIM                   TO RDF-RECONH-ATE
           END-IF

           IF RDF-MES-RECONH = WS-MES-REF
               ADD WS-DIFERENCA               TO RDF-RECONH-MES
           ELSE
               MOVE WS-MES-REF                TO RDF-MES-RECONH
               MOVE WS-DIFERENCA              TO RDF-RECONH-MES
           END-IF

           IF RDF-RECONHECIDO = RDF-VALOR
               SET RDF-RECONHECIDA            TO TRUE
               ADD 1                          TO WS-QT-ENCERRADAS
           END-IF

           REWRITE WS-REG-RECDIF
               INVALID KEY
                   DISPLAY 'FATURA ' RDF-NUM-FATURA
                           ' - ERRO AO GRAVAR O RECDIF: ' WS-FS-RECDIF
                   MOVE 8                     TO WS-RETORNO
           END-REWRITE

           ADD 1                              TO WS-QT-RECONHECIDAS
           .

      *****************************************
       P410-GRAVA-LANCAMENTO.
      *****************************************

           MOVE WS-CONTA-LANCAMENTO           TO GL-CONTA
           MOVE WS-NATUREZA                   TO GL-NATUREZA
           MOVE WS-VALOR-LANCAMENTO           TO GL-VALOR
           MOVE WS-DATA-NEGOCIO               TO GL-DATA
           MOVE WS-ORIGEM                     TO GL-ORIGEM
           WRITE WS-REG-GL
           .

      *****************************************
      * ROLAGEM: O FATURADO NO MES (LANCADO PELO EXTRATO NOTURNO),
      * O RECONHECIDO NO MES E O ESTORNADO EM CANCELAMENTOS DO MES;
      * O SALDO FINAL E' O QUE O CRONOGRAMA AINDA TEM A RECONHECER.
      *****************************************
       P450-ACUMULA-ROLAGEM.
      *****************************************

           COMPUTE WS-AUX-MES = RDF-DATA-LANCAMENTO / 100
           IF WS-AUX-MES = WS-MES-REF
               ADD RDF-VALOR                  TO WS-FATURADO-MES
               SET FATURA-COM-MOVIMENTO       TO TRUE
           END-IF

           IF RDF-MES-RECONH = WS-MES-REF
               ADD RDF-RECONH-MES             TO WS-RECONHECIDO-MES
               SET FATURA-COM-MOVIMENTO       TO TRUE
           END-IF

           COMPUTE WS-AUX-MES = RDF-DATA-CANC / 100
           IF RDF-CANCELADA AND WS-AUX-MES = WS-MES-REF
               ADD RDF-CANCELADO              TO WS-CANCELADO-MES
               SET FATURA-COM-MOVIMENTO       TO TRUE
           END-IF

           COMPUTE WS-SALDO-FATURA =
                   RDF-VALOR - RDF-RECONHECIDO - RDF-CANCELADO
           ADD WS-SALDO-FATURA                TO WS-SALDO-FINAL

           IF FATURA-COM-MOVIMENTO OR WS-SALDO-FATURA NOT = ZEROS
               PERFORM P460-IMPRIME-FATURA
           END-IF
           .

      *****************************************
       P460-IMPRIME-FATURA.
      *****************************************

           MOVE RDF-VALOR                     TO WS-DET-VALOR-ED
           IF RDF-MES-RECONH = WS-MES-REF
               MOVE RDF-RECONH-MES            TO WS-DET-MES-ED
           ELSE
               MOVE ZEROS                     TO WS-DET-MES-ED
           END-IF
           MOVE WS-SALDO-FATURA               TO WS-DET-SALDO-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  FAT ' DELIMITED BY SIZE
                  RDF-NUM-FATURA DELIMITED BY SIZE
                  ' CTR ' DELIMITED BY SIZE
                  RDF-CONTRATO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RDF-INICIO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RDF-FIM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RDF-SITUACAO DELIMITED BY SIZE
                  ' VLR' DELIMITED BY SIZE
                  WS-DET-VALOR-ED DELIMITED BY SIZE
                  ' MES' DELIMITED BY SIZE
                  WS-DET-MES-ED DELIMITED BY SIZE
                  ' SALDO' DELIMITED BY SIZE
                  WS-DET-SALDO-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PROVA CONTRA O RAZAO: O MOVIMENTO LIQUIDO DA CONTA DE
      * RECEITA DIFERIDA NO GLMTD (CREDITOS - DEBITOS, JA COM OS
      * LANCAMENTOS DESTE FECHAMENTO) TEM QUE SER O FATURADO MENOS
      * O RECONHECIDO MENOS O ESTORNADO NO MES.
      *****************************************
       P500-CONFERE-GLMTD.
      *****************************************

           SET GLMTD-CONFERIDO                TO FALSE
           MOVE ZEROS                         TO WS-MOVIMENTO-GL

           OPEN INPUT GL-MES

           IF WS-FS-MES NOT = '00'
               DISPLAY 'AVISO: GLMTD INDISPONIVEL PARA A PROVA: '
                       WS-FS-MES
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-MES NOT = '00'
               READ GL-MES
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-MES = '00'
                  AND GL-CONTA = WS-CONTA-RECDIF
                   IF GL-NATUREZA = 'C'
                       ADD GL-VALOR           TO WS-MOVIMENTO-GL
                   ELSE
                       SUBTRACT GL-VALOR    FROM WS-MOVIMENTO-GL
                   END-IF
               END-IF
           END-PERFORM

           CLOSE GL-MES

           SET GLMTD-CONFERIDO                TO TRUE
           .

      *****************************************
      * GRAVA O MES NO HISTORICO (SOBREPOE UM MES REEXECUTADO).
      *****************************************
       P600-ATUALIZA-RECDHIST.
      *****************************************

           SET MES-JA-NO-HISTORICO            TO FALSE
           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               IF WS-HIS-MES(WS-IX-HIST) = WS-MES-REF
                   SET MES-JA-NO-HISTORICO    TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT MES-JA-NO-HISTORICO
               IF WS-QT-TAB-HIST < 60
                   ADD 1                      TO WS-QT-TAB-HIST
                   MOVE WS-QT-TAB-HIST        TO WS-IX-HIST
               ELSE
                   MOVE 60                    TO WS-IX-HIST
               END-IF
           END-IF

           MOVE WS-MES-REF                    TO WS-HIS-MES(WS-IX-HIST)
           MOVE WS-SALDO-FINAL           TO WS-HIS-SALDO(WS-IX-HIST)
           MOVE WS-RECONHECIDO-MES
                                   TO WS-HIS-RECONHECIDO(WS-IX-HIST)
           MOVE WS-DATA-NEGOCIO          TO WS-HIS-DATA(WS-IX-HIST)

           OPEN OUTPUT RECDIF-HISTORICO

           IF WS-FS-RECDHIST NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR RECDHIST: ' WS-FS-RECDHIST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-HIST FROM 1 BY 1
                   UNTIL WS-IX-HIST > WS-QT-TAB-HIST
               MOVE WS-HIS-MES(WS-IX-HIST)         TO RDH-MES
               MOVE WS-HIS-SALDO(WS-IX-HIST)       TO RDH-SALDO
               MOVE WS-HIS-RECONHECIDO(WS-IX-HIST) TO RDH-RECONHECIDO
               MOVE WS-HIS-DATA(WS-IX-HIST)        TO RDH-DATA
               WRITE WS-REG-RECDHIST
           END-PERFORM

           CLOSE RECDIF-HISTORICO
           .

      *****************************************
      * A ROLAGEM DO SALDO E AS DUAS PROVAS: CONTRA O CRONOGRAMA E
      * CONTRA O MOVIMENTO DA CONTA NO GLMTD.
      *****************************************
       P700-IMPRIME-ROLAGEM.
      *****************************************

           COMPUTE WS-SALDO-APURADO = WS-SALDO-INICIAL
                                    + WS-FATURADO-MES
                                    - WS-RECONHECIDO-MES
                                    - WS-CANCELADO-MES
           COMPUTE WS-DIFERENCA-SALDO = WS-SALDO-FINAL
                                      - WS-SALDO-APURADO
           COMPUTE WS-MOVIMENTO-ESPERADO = WS-FATURADO-MES
                                         - WS-RECONHECIDO-MES
                                         - WS-CANCELADO-MES
           COMPUTE WS-DIFERENCA-GL = WS-MOVIMENTO-GL
                                   - WS-MOVIMENTO-ESPERADO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'ROLAGEM DO SALDO DA RECEITA DIFERIDA:'
                                               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-SALDO-INICIAL              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  SALDO INICIAL (MES ' DELIMITED BY SIZE
                  WS-MES-ANTERIOR DELIMITED BY SIZE
                  ')..........: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-FATURADO-MES               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  (+) FATURADO NO MES...........: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-RECONHECIDO-MES            TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  (-) RECONHECIDO NO MES........: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-CANCELADO-MES              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  (-) ESTORNADO EM CANCELAMENTOS: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-SALDO-APURADO              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  (=) SALDO FINAL DA ROLAGEM....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-SALDO-FINAL                TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  SALDO A RECONHECER NO RECDIF..: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-DIFERENCA-SALDO            TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-DIFERENCA-SALDO = ZEROS
               STRING '  DIFERENCA.....................: '
                          DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      ' - ROLAGEM CONFERE' DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               STRING '  DIFERENCA.....................: '
                          DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      ' - ROLAGEM NAO CONFERE' DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               DISPLAY 'ROLAGEM DA RECEITA DIFERIDA NAO CONFERE: '
                       WS-VALOR-ED
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE WS-MOVIMENTO-GL               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  MOVIMENTO DA CONTA ' DELIMITED BY SIZE
                  WS-CONTA-RECDIF DELIMITED BY SIZE
                  ' NO GLMTD: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-MOVIMENTO-ESPERADO         TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  MOVIMENTO PELA ROLAGEM........: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE WS-DIFERENCA-GL               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           EVALUATE TRUE
               WHEN NOT GLMTD-CONFERIDO
                   MOVE '  PROVA NO GLMTD NAO EXECUTADA - VER O LOTE.'
                                               TO WS-REG-RELATORIO
               WHEN WS-DIFERENCA-GL = ZEROS
                   STRING '  DIFERENCA.....................: '
                              DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          ' - RAZAO CONFERE' DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
               WHEN OTHER
                   STRING '  DIFERENCA.....................: '
                              DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          ' - RAZAO NAO CONFERE' DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   DISPLAY 'RECEITA DIFERIDA NAO CONFERE COM O GLMTD: '
                           WS-VALOR-ED
                   IF WS-RETORNO < 4
                       MOVE 4                 TO WS-RETORNO
                   END-IF
           END-EVALUATE
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RECDIF = '00' OR WS-FS-RECDIF = '10'
               CLOSE RECEITA-DIFERIDA
           END-IF
           CLOSE RECDIF-RPT

           DISPLAY 'FATURAS LIDAS........: ' WS-QT-LIDOS
           DISPLAY 'FATURAS RECONHECIDAS.: ' WS-QT-RECONHECIDAS
           DISPLAY 'FATURAS ENCERRADAS...: ' WS-QT-ENCERRADAS
           MOVE WS-RECONHECIDO-MES            TO WS-VALOR-ED
           DISPLAY 'RECONHECIDO NO MES...: ' WS-VALOR-ED
           MOVE WS-SALDO-FINAL                TO WS-VALOR-ED
           DISPLAY 'SALDO A RECONHECER...: ' WS-VALOR-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-RECONHECIDAS             TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY GLFECPR.

       END PROGRAM DEMONSTRA-RECDIFER.
