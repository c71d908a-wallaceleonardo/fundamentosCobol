      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ENCERRAMENTO DO EXERCICIO CONTABIL, NO ULTIMO DIA UTIL
      *          DE DEZEMBRO (LIBERADO PELO PORTEIRO DEMONSTRA-
      *          ANOGUARD, DEPOIS DO BALANCETE DE DEZEMBRO DA CADEIA
      *          MENSAL). PARTE DOS SALDOS DE ABERTURA DO ANO (GLABERT)
      *          E DOS DOZE MESES FECHADOS NO ACUMULADO DO EXERCICIO
      *          (GLYTD) E:
      *          - IMPRIME O BALANCETE ANUAL FINAL (GLANORPT): POR
      *            CONTA, ABERTURA, DEBITOS E CREDITOS DO ANO E SALDO
      *            FINAL, COM A PROVA DE ZERO;
      *          - GERA OS LANCAMENTOS DE ENCERRAMENTO (GLENCANO, NO
      *            LAYOUT FIXO DA INTERFACE CONTABIL): CADA CONTA DE
      *            RESULTADO - AS CONTAS DOS EVENTOS DE RECEITA E
      *            DESPESA NO MAPEAMENTO GLCONTAS - E' ZERADA CONTRA A
      *            CONTA DO EVENTO LUCROSACUM (LUCROS ACUMULADOS);
      *          - GRAVA NO GLABERT OS SALDOS DE ABERTURA DO ANO
      *            SEGUINTE, DE ONDE O BALANCETE MENSAL PARTE;
      *          - MARCA O ANO COMO ENCERRADO NO CONTROLE GLANOFEC: DALI
      *            EM DIANTE LANCAMENTO DATADO NELE E' RECUSADO PELO
      *            EXTRATO, PELOS LANCAMENTOS MENSAIS E PELO BALANCETE.
      *          SEM DEZEMBRO NO ACUMULADO, SEM A CONTA DE LUCROS
      *          ACUMULADOS OU COM O BALANCETE DO ANO DESEQUILIBRADO
      *          NADA E' GRAVADO (RC 8).
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-GLFECANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT GL-ACUM-ANO         ASSIGN TO 'GLYTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ACUM.

           SELECT GL-MES              ASSIGN TO 'GLMTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MES.

           SELECT SALDOS-ABERTURA     ASSIGN TO 'GLABERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLABERT.

           SELECT EXERCICIO-FECHADO   ASSIGN TO 'GLANOFEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLANOFEC.

           SELECT ENCERRAMENTO-GL     ASSIGN TO 'GLENCANO'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENCERRA.

           SELECT BALANCETE-ANO-RPT   ASSIGN TO 'GLANORPT'
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
      *    UMA LINHA POR EVENTO CONTABIL: O MNEMONICO DO EVENTO E A
      *    CONTA DO RAZAO EM QUE ELE LANCA (DEMONSTRA-GLCMANUT).
       FD GL-CONTAS.
       01 WS-REG-GLCONTA.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

       FD GL-ACUM-ANO.
           COPY GLACUM.

      *    O ACUMULADO DO MES, NO LAYOUT FIXO DA INTERFACE CONTABIL -
      *    SO' CONFERIDO: LANCAMENTO DO ANO AINDA PARADO NELE FICOU
      *    FORA DO BALANCETE DE DEZEMBRO.
       FD GL-MES.
       01 WS-REG-GLMES.
           03 GLM-CONTA                          PIC X(08).
           03 GLM-NATUREZA                       PIC X(01).
           03 GLM-VALOR                          PIC 9(11)V99.
           03 GLM-DATA                           PIC 9(08).
           03 GLM-ORIGEM                         PIC X(14).

       FD SALDOS-ABERTURA.
           COPY GLABERT.

       FD EXERCICIO-FECHADO.
           COPY GLFECHA.

      *    LANCAMENTOS DE ENCERRAMENTO PARA O RAZAO, NO LAYOUT FIXO DA
      *    INTERFACE CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD ENCERRAMENTO-GL.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD BALANCETE-ANO-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-ACUM                         PIC X(02) VALUE '00'.
       77 WS-FS-MES                          PIC X(02) VALUE '00'.
       77 WS-FS-GLABERT                      PIC X(02) VALUE '00'.
       77 WS-FS-ENCERRA                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-ANO-SEGUINTE                    PIC 9(04) VALUE ZEROS.
       77 WS-ANO-TRABALHO                    PIC 9(04) VALUE ZEROS.
       77 WS-MES-TRABALHO                    PIC 9(02) VALUE ZEROS.
       77 WS-IX-MES                          PIC 9(02) VALUE ZEROS.
       77 WS-MES-ED                          PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM-ENCERRA                  PIC X(14) VALUE SPACES.

      *    MESES DO ANO VISTOS NO ACUMULADO DO EXERCICIO.
       01 WS-TAB-MESES.
           03 WS-MES-VISTO             OCCURS 12 TIMES PIC X(01).

      *    MAPEAMENTO GLCONTAS E A CONTA DE LUCROS ACUMULADOS.
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           03 WS-TAB-CONTA-ITEM        OCCURS 20 TIMES.
               05 WS-MAPA-EVENTO              PIC X(12).
               05 WS-MAPA-CONTA               PIC X(08).
       77 WS-EVENTO-PROCURADO                PIC X(12) VALUE SPACES.
       77 WS-CONTA-ACHADA                    PIC X(08) VALUE SPACES.
       77 WS-CONTA-LUCROS                    PIC X(08) VALUE SPACES.

      *    OS EVENTOS DE RESULTADO (RECEITAS E DESPESAS) CUJAS CONTAS
      *    SAO ZERADAS NO ENCERRAMENTO; AS DEMAIS CONTAS SAO
      *    PATRIMONIAIS E CARREGAM SALDO PARA O ANO SEGUINTE.
       01 WS-TAB-EVENTOS-RESULTADO.
           03 FILLER  PIC X(12) VALUE 'RECEITA     '.
           03 FILLER  PIC X(12) VALUE 'RECJUROS    '.
           03 FILLER  PIC X(12) VALUE 'RECJUREMP   '.
           03 FILLER  PIC X(12) VALUE 'DESCONTOS   '.
           03 FILLER  PIC X(12) VALUE 'DESCANTECIP '.
           03 FILLER  PIC X(12) VALUE 'PERDAS      '.
           03 FILLER  PIC X(12) VALUE 'PERDAESTOQUE'.
           03 FILLER  PIC X(12) VALUE 'PDDDESPESA  '.
       01 WS-TAB-EVENTOS-RESULTADO-R REDEFINES WS-TAB-EVENTOS-RESULTADO.
           03 WS-EVENTO-RESULTADO      OCCURS 8 TIMES PIC X(12).
       77 WS-IX-EVENTO                       PIC 9(02) VALUE ZEROS.

      *    BALANCETE DO ANO POR CONTA (DEVEDOR POSITIVO).
       77 WS-QT-TAB-SALDOS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-SALDO                        PIC 9(02) VALUE ZEROS.
       77 WS-IX-LUCROS                       PIC 9(02) VALUE ZEROS.
       77 WS-CONTA-PROCURADA                 PIC X(08) VALUE SPACES.
       77 WS-SW-CONTA                        PIC X(01) VALUE 'N'.
           88 CONTA-NA-TABELA                VALUE 'S' FALSE 'N'.
       01 WS-TAB-SALDOS.
           03 WS-TAB-SALDO-ITEM        OCCURS 30 TIMES.
               05 WS-SAL-CONTA                PIC X(08).
               05 WS-SAL-TIPO                 PIC X(01).
                   88 CONTA-DE-RESULTADO      VALUE 'R'.
                   88 CONTA-PATRIMONIAL       VALUE 'P'.
               05 WS-SAL-ABERTURA  PIC S9(13)V99 COMP-3.
               05 WS-SAL-DEBITOS   PIC S9(13)V99 COMP-3.
               05 WS-SAL-CREDITOS  PIC S9(13)V99 COMP-3.
               05 WS-SAL-FINAL     PIC S9(13)V99 COMP-3.
               05 WS-SAL-ENCERRA   PIC S9(13)V99 COMP-3.

      *    LINHAS DO GLABERT, MENOS AS DO ANO SEGUINTE, REGRAVADAS
      *    COMO ESTAO.
       77 WS-QT-OUTROS-ANOS                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-OUTRO                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-OUTROS-ANOS.
           03 WS-OUTRO-ANO-REG         OCCURS 300 TIMES PIC X(28).

      *    TOTAIS E PROVAS.
       77 WS-TOT-ABERTURA      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-DEBITOS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-CREDITOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-FINAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-ENC-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-ENC-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-RESULTADO-EXERC   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-NOVO        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SINAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-LANCTOS-ENC                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-ABERTURAS-NOVAS              PIC 9(04) VALUE ZEROS.
       77 WS-QT-ATRASADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(13)9.99.

       01 WS-LINHA-BAL.
           03 WS-LB-CONTA                    PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LB-TIPO                     PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LB-ABERTURA                 PIC -(13)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LB-DEBITOS                  PIC -(13)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LB-CREDITOS                 PIC -(13)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LB-FINAL                    PIC -(13)9.99.

       01 WS-LINHA-LANCTO.
           03 FILLER                         PIC X(02) VALUE SPACES.
           03 WS-LL-CONTA                    PIC X(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LL-NATUREZA                 PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LL-VALOR                    PIC -(13)9.99.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LL-ORIGEM                   PIC X(14).

           COPY RPTHDR.
           COPY DTNEGWS.
           COPY GLFECWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO < 8
               PERFORM P100-CARREGA-CONTAS
           END-IF
           IF WS-RETORNO < 8
               PERFORM P200-CARREGA-ABERTURA
           END-IF
           IF WS-RETORNO < 8
               PERFORM P300-CARREGA-ANO
           END-IF
           IF WS-RETORNO < 8
               PERFORM P350-CONFERE-GLMTD
               PERFORM P400-IMPRIME-BALANCETE
           END-IF
           IF WS-RETORNO < 8
               PERFORM P500-GERA-ENCERRAMENTO
           END-IF
           IF WS-RETORNO < 8
               PERFORM P600-GRAVA-ABERTURA
           END-IF
           IF WS-RETORNO < 8
               PERFORM P700-GRAVA-CONTROLE
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-GLFECANO'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-ANO-REF = WS-DATA-NEGOCIO / 10000
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-REF + 1
           MOVE SPACES                        TO WS-TAB-MESES

           STRING 'ENCERRA '                  DELIMITED BY SIZE
                  WS-ANO-REF                  DELIMITED BY SIZE
                  INTO WS-ORIGEM-ENCERRA
           END-STRING

           PERFORM P-OBTEM-ANO-FECHADO

           OPEN OUTPUT BALANCETE-ANO-RPT
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLANORPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'BALANCETE ANUAL E ENCERRAMENTO' TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EXERCICIO: '               DELIMITED BY SIZE
                  WS-ANO-REF                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    UM ANO POSTERIOR JA ENCERRADO TORNA ESTE IMUTAVEL; O
      *    PROPRIO ANO ENCERRADO DE NOVO (OVERRIDE NO PORTEIRO)
      *    REFAZ O ENCERRAMENTO POR CIMA DO ANTERIOR.
           IF WS-ANO-FECHADO > WS-ANO-REF
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'EXERCICIO POSTERIOR (' DELIMITED BY SIZE
                      WS-ANO-FECHADO          DELIMITED BY SIZE
                      ') JA ENCERRADO - NADA A FAZER (RC 8)'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF WS-ANO-FECHADO = WS-ANO-REF
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'EXERCICIO JA ENCERRADO - ENCERRAMENTO REFEITO'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
      * CARREGA O MAPEAMENTO EVENTO -> CONTA. SEM A CONTA DE LUCROS
      * ACUMULADOS NAO HA PARA ONDE LEVAR O RESULTADO (RC 8). EVENTO
      * DE RESULTADO SEM CONTA NAO TEM O QUE ZERAR.
      *****************************************
       P100-CARREGA-CONTAS.
      *****************************************

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               MOVE 'MAPEAMENTO GLCONTAS INDISPONIVEL (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
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
      *    EXCEDENTE FICARIA SEM RESOLVER - NAO ENCERRA COM O
      *    MAPEAMENTO PELA METADE.
           IF WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   CLOSE GL-CONTAS
                   DISPLAY 'GLCONTAS COM MAIS DE 20 MAPEAMENTOS'
                   MOVE SPACES                TO WS-REG-RELATORIO
                   MOVE 'GLCONTAS COM MAIS DE 20 MAPEAMENTOS (RC 8)'
                                              TO WS-REG-RELATORIO
                   WRITE WS-REG-RELATORIO
                   MOVE 8                     TO WS-RETORNO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CLOSE GL-CONTAS

           MOVE 'LUCROSACUM'                  TO WS-EVENTO-PROCURADO
           PERFORM P110-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-LUCROS

           IF WS-CONTA-LUCROS = SPACES
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'EVENTO LUCROSACUM SEM CONTA NO GLCONTAS (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               DISPLAY 'EVENTO SEM CONTA NO GLCONTAS: LUCROSACUM'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-LUCROS               TO WS-CONTA-PROCURADA
           PERFORM P250-LOCALIZA-CONTA
           MOVE WS-IX-SALDO                   TO WS-IX-LUCROS

           PERFORM VARYING WS-IX-EVENTO FROM 1 BY 1
                   UNTIL WS-IX-EVENTO > 8
               MOVE WS-EVENTO-RESULTADO(WS-IX-EVENTO)
                                              TO WS-EVENTO-PROCURADO
               PERFORM P110-RESOLVE-CONTA
               IF WS-CONTA-ACHADA NOT = SPACES
                   PERFORM P120-MARCA-RESULTADO
               END-IF
           END-PERFORM
           .

      *****************************************
       P110-RESOLVE-CONTA.
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
           .

      *****************************************
      * A CONTA DE UM EVENTO DE RESULTADO ENTRA NA TABELA MARCADA
      * COMO RESULTADO. MAPEADA NA MESMA CONTA DE LUCROS ACUMULADOS
      * O ENCERRAMENTO NAO TERIA SENTIDO (RC 8).
      *****************************************
       P120-MARCA-RESULTADO.
      *****************************************

           IF WS-CONTA-ACHADA = WS-CONTA-LUCROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'EVENTO DE RESULTADO ' DELIMITED BY SIZE
                      WS-EVENTO-PROCURADO     DELIMITED BY SIZE
                      ' NA CONTA DE LUCROS ACUMULADOS (RC 8)'
                                              DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-ACHADA               TO WS-CONTA-PROCURADA
           PERFORM P250-LOCALIZA-CONTA
           IF CONTA-NA-TABELA
               SET CONTA-DE-RESULTADO(WS-IX-SALDO) TO TRUE
           END-IF
           .

      *****************************************
      * SALDOS DE ABERTURA DO ANO QUE FECHA. AS LINHAS SAO TODAS
      * GUARDADAS PARA A REGRAVACAO - MENOS AS DO ANO SEGUINTE, QUE
      * ESTE ENCERRAMENTO REFAZ.
      *****************************************
       P200-CARREGA-ABERTURA.
      *****************************************

           OPEN INPUT SALDOS-ABERTURA
           IF WS-FS-GLABERT NOT = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'SEM SALDOS DE ABERTURA (GLABERT) - EXERCICIO'
                                              TO WS-REG-RELATORIO
               MOVE ' PARTE DE ZERO'          TO WS-REG-RELATORIO(45:)
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UMA-ABERTURA UNTIL FIM-DO-ARQUIVO

           CLOSE SALDOS-ABERTURA
           .

      *****************************************
       P210-UMA-ABERTURA.
      *****************************************

           READ SALDOS-ABERTURA
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF ABE-ANO = WS-ANO-SEGUINTE
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-OUTROS-ANOS = 300
               DISPLAY 'GLABERT COM MAIS DE 300 LINHAS - '
                       'ENCERRAMENTO NAO GRAVADO'
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1                              TO WS-QT-OUTROS-ANOS
           MOVE WS-REG-GLABERT
               TO WS-OUTRO-ANO-REG(WS-QT-OUTROS-ANOS)

           IF ABE-ANO NOT = WS-ANO-REF
               EXIT PARAGRAPH
           END-IF

           IF ABE-SALDO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ABE-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P250-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           IF ABE-CREDOR
               SUBTRACT ABE-SALDO
                   FROM WS-SAL-ABERTURA(WS-IX-SALDO)
           ELSE
               ADD ABE-SALDO
                   TO WS-SAL-ABERTURA(WS-IX-SALDO)
           END-IF
           .

      *****************************************
      * POSICIONA WS-IX-SALDO NA CONTA PROCURADA, INCLUINDO-A
      * ZERADA (PATRIMONIAL) SE FOR NOVA. TABELA CHEIA E' RC 8 -
      * ENCERRAR SEM UMA CONTA DEIXARIA O BALANCO FURADO.
      *****************************************
       P250-LOCALIZA-CONTA.
      *****************************************

           SET CONTA-NA-TABELA                TO FALSE
           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               IF WS-SAL-CONTA(WS-IX-SALDO) = WS-CONTA-PROCURADA
                   SET CONTA-NA-TABELA        TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-SALDOS = 30
               DISPLAY 'TABELA DE CONTAS CHEIA (30) - CONTA '
                       WS-CONTA-PROCURADA ' - ENCERRAMENTO NAO GRAVADO'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-SALDOS
           MOVE WS-QT-TAB-SALDOS              TO WS-IX-SALDO
           MOVE WS-CONTA-PROCURADA
               TO WS-SAL-CONTA(WS-IX-SALDO)
           SET CONTA-PATRIMONIAL(WS-IX-SALDO) TO TRUE
           MOVE ZEROS
               TO WS-SAL-ABERTURA(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-DEBITOS(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-CREDITOS(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-FINAL(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-ENCERRA(WS-IX-SALDO)
           SET CONTA-NA-TABELA                TO TRUE
           .

      *****************************************
      * OS MESES DO ANO NO ACUMULADO DO EXERCICIO. DEZEMBRO AUSENTE
      * QUER DIZER BALANCETE DO ULTIMO MES NAO FECHADO (RC 8); OUTRO
      * MES AUSENTE E' APONTADO (RC 4) - O ANO PODE TER COMECADO NO
      * MEIO, COM A IMPLANTACAO.
      *****************************************
       P300-CARREGA-ANO.
      *****************************************

           OPEN INPUT GL-ACUM-ANO
           IF WS-FS-ACUM NOT = '00'
               DISPLAY 'ACUMULADO DO EXERCICIO (GLYTD) INDISPONIVEL: '
                       WS-FS-ACUM
               MOVE 'ACUMULADO DO EXERCICIO (GLYTD) INDISPONIVEL (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P310-UM-MES UNTIL FIM-DO-ARQUIVO

           CLOSE GL-ACUM-ANO

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           IF WS-MES-VISTO(12) NOT = 'S'
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'DEZEMBRO SEM FECHAMENTO NO ACUMULADO - RODE O BALA'
                                              TO WS-REG-RELATORIO
               MOVE 'NCETE MENSAL ANTES (RC 8)' TO WS-REG-RELATORIO(52:)
               WRITE WS-REG-RELATORIO
               DISPLAY 'DEZEMBRO SEM FECHAMENTO NO GLYTD - '
                       'ENCERRAMENTO NAO EXECUTADO.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > 11
               IF WS-MES-VISTO(WS-IX-MES) NOT = 'S'
                   COMPUTE WS-MES-ED = WS-ANO-REF * 100 + WS-IX-MES
                   MOVE SPACES                TO WS-REG-RELATORIO
                   STRING 'MES SEM FECHAMENTO NO ACUMULADO: '
                                              DELIMITED BY SIZE
                          WS-MES-ED           DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
                   IF WS-RETORNO = ZEROS
                       MOVE 4                 TO WS-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
       P310-UM-MES.
      *****************************************

           READ GL-ACUM-ANO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANO-TRABALHO = ACU-MES / 100
           IF WS-ANO-TRABALHO NOT = WS-ANO-REF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MES-TRABALHO = ACU-MES - WS-ANO-TRABALHO * 100
           IF WS-MES-TRABALHO < 1 OR WS-MES-TRABALHO > 12
               EXIT PARAGRAPH
           END-IF
           MOVE 'S'                 TO WS-MES-VISTO(WS-MES-TRABALHO)

           MOVE ACU-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P250-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD ACU-DEBITOS
               TO WS-SAL-DEBITOS(WS-IX-SALDO)
           ADD ACU-CREDITOS
               TO WS-SAL-CREDITOS(WS-IX-SALDO)
           .

      *****************************************
      * LANCAMENTO DO ANO AINDA NO ACUMULADO DO MES FICOU FORA DO
      * BALANCETE DE DEZEMBRO E, COM O ANO ENCERRADO, SERA RECUSADO
      * NO PROXIMO FECHAMENTO: E' APONTADO AQUI PARA O CONTADOR.
      *****************************************
       P350-CONFERE-GLMTD.
      *****************************************

           OPEN INPUT GL-MES
           IF WS-FS-MES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GL-MES
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   COMPUTE WS-ANO-TRABALHO = GLM-DATA / 10000
                   IF WS-ANO-TRABALHO NOT > WS-ANO-REF
                       ADD 1                  TO WS-QT-ATRASADOS
                       MOVE GLM-CONTA         TO WS-LL-CONTA
                       MOVE GLM-NATUREZA      TO WS-LL-NATUREZA
                       MOVE GLM-VALOR         TO WS-LL-VALOR
                       MOVE GLM-ORIGEM        TO WS-LL-ORIGEM
                       MOVE SPACES            TO WS-REG-RELATORIO
                       MOVE WS-LINHA-LANCTO   TO WS-REG-RELATORIO
                       MOVE 'FORA DO BALANCETE'
                                              TO WS-REG-RELATORIO(50:)
                       WRITE WS-REG-RELATORIO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE GL-MES

           IF WS-QT-ATRASADOS > ZEROS AND WS-RETORNO = ZEROS
               MOVE 4                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * BALANCETE ANUAL FINAL: POR CONTA, ABERTURA + DEBITOS -
      * CREDITOS = SALDO FINAL. DEBITOS E CREDITOS DO ANO TEM QUE
      * BATER E A SOMA DOS SALDOS FINAIS TEM QUE DAR ZERO.
      *****************************************
       P400-IMPRIME-BALANCETE.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CONTA    T         ABERTURA          DEBITOS '
                                              DELIMITED BY SIZE
                  '         CREDITOS      SALDO FINAL'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               PERFORM P410-IMPRIME-CONTA
           END-PERFORM

           MOVE 'TOTAL'                       TO WS-LB-CONTA
           MOVE SPACE                         TO WS-LB-TIPO
           MOVE WS-TOT-ABERTURA               TO WS-LB-ABERTURA
           MOVE WS-TOT-DEBITOS                TO WS-LB-DEBITOS
           MOVE WS-TOT-CREDITOS               TO WS-LB-CREDITOS
           MOVE WS-TOT-FINAL                  TO WS-LB-FINAL
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-BAL                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-TOT-DEBITOS = WS-TOT-CREDITOS
              AND WS-TOT-FINAL = ZEROS
               MOVE 'PROVA GERAL..........: ZERO - BALANCEADO'
                                               TO WS-REG-RELATORIO
           ELSE
               MOVE 'PROVA GERAL..........: NAO BALANCEIA - ANO NAO '
                                               TO WS-REG-RELATORIO
               MOVE 'ENCERRADO (RC 8)'        TO WS-REG-RELATORIO(49:)
               MOVE 8                         TO WS-RETORNO
           END-IF
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P410-IMPRIME-CONTA.
      *****************************************

           COMPUTE WS-SAL-FINAL(WS-IX-SALDO) =
                   WS-SAL-ABERTURA(WS-IX-SALDO)
                 + WS-SAL-DEBITOS(WS-IX-SALDO)
                 - WS-SAL-CREDITOS(WS-IX-SALDO)

           ADD WS-SAL-ABERTURA(WS-IX-SALDO)   TO WS-TOT-ABERTURA
           ADD WS-SAL-DEBITOS(WS-IX-SALDO)    TO WS-TOT-DEBITOS
           ADD WS-SAL-CREDITOS(WS-IX-SALDO)   TO WS-TOT-CREDITOS
           ADD WS-SAL-FINAL(WS-IX-SALDO)      TO WS-TOT-FINAL

           MOVE WS-SAL-CONTA(WS-IX-SALDO)     TO WS-LB-CONTA
           MOVE WS-SAL-TIPO(WS-IX-SALDO)      TO WS-LB-TIPO
           MOVE WS-SAL-ABERTURA(WS-IX-SALDO)  TO WS-LB-ABERTURA
           MOVE WS-SAL-DEBITOS(WS-IX-SALDO)   TO WS-LB-DEBITOS
           MOVE WS-SAL-CREDITOS(WS-IX-SALDO)  TO WS-LB-CREDITOS
           MOVE WS-SAL-FINAL(WS-IX-SALDO)     TO WS-LB-FINAL
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-BAL                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * LANCAMENTOS DE ENCERRAMENTO: CADA CONTA DE RESULTADO COM
      * SALDO E' ZERADA PELO LADO CONTRARIO E O RESULTADO DO ANO
      * (CREDOR = LUCRO) VAI PARA LUCROS ACUMULADOS NUMA UNICA
      * CONTRAPARTIDA, DATADA NA DATA DE NEGOCIO DO ENCERRAMENTO.
      *****************************************
       P500-GERA-ENCERRAMENTO.
      *****************************************

           OPEN OUTPUT ENCERRAMENTO-GL
           IF WS-FS-ENCERRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLENCANO: ' WS-FS-ENCERRA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'LANCAMENTOS DE ENCERRAMENTO' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               IF CONTA-DE-RESULTADO(WS-IX-SALDO)
                  AND WS-SAL-FINAL(WS-IX-SALDO) NOT = ZEROS
                   COMPUTE WS-SAL-ENCERRA(WS-IX-SALDO) =
                           WS-SAL-FINAL(WS-IX-SALDO) * -1
                   SUBTRACT WS-SAL-FINAL(WS-IX-SALDO)
                       FROM WS-RESULTADO-EXERC
                   MOVE WS-SAL-ENCERRA(WS-IX-SALDO)
                                              TO WS-VALOR-SINAL
                   PERFORM P510-GRAVA-LANCAMENTO
               END-IF
           END-PERFORM

      *    A CONTRAPARTIDA: LUCRO CREDITA, PREJUIZO DEBITA.
           IF WS-RESULTADO-EXERC NOT = ZEROS
               MOVE WS-IX-LUCROS              TO WS-IX-SALDO
               COMPUTE WS-SAL-ENCERRA(WS-IX-SALDO) =
                       WS-RESULTADO-EXERC * -1
               MOVE WS-SAL-ENCERRA(WS-IX-SALDO) TO WS-VALOR-SINAL
               PERFORM P510-GRAVA-LANCAMENTO
           END-IF

           CLOSE ENCERRAMENTO-GL

           MOVE WS-RESULTADO-EXERC            TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           IF WS-RESULTADO-EXERC < ZEROS
               STRING 'RESULTADO DO EXERCICIO (PREJUIZO): '
                                              DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               STRING 'RESULTADO DO EXERCICIO (LUCRO)...: '
                                              DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           END-IF
           WRITE WS-REG-RELATORIO

           IF WS-TOT-ENC-DEBITOS NOT = WS-TOT-ENC-CREDITOS
               MOVE 'LANCAMENTOS DE ENCERRAMENTO NAO BALANCEIAM (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * GRAVA WS-VALOR-SINAL NA CONTA DE WS-IX-SALDO: POSITIVO A
      * DEBITO, NEGATIVO A CREDITO PELO VALOR ABSOLUTO.
      *****************************************
       P510-GRAVA-LANCAMENTO.
      *****************************************

           MOVE WS-SAL-CONTA(WS-IX-SALDO)     TO GL-CONTA
           IF WS-VALOR-SINAL < ZEROS
               MOVE 'C'                       TO GL-NATUREZA
               COMPUTE WS-VALOR-SINAL = WS-VALOR-SINAL * -1
               ADD WS-VALOR-SINAL             TO WS-TOT-ENC-CREDITOS
           ELSE
               MOVE 'D'                       TO GL-NATUREZA
               ADD WS-VALOR-SINAL             TO WS-TOT-ENC-DEBITOS
           END-IF
           MOVE WS-VALOR-SINAL                TO GL-VALOR
           MOVE WS-DATA-NEGOCIO               TO GL-DATA
           MOVE WS-ORIGEM-ENCERRA             TO GL-ORIGEM
           WRITE WS-REG-GL

           ADD 1                              TO WS-QT-LANCTOS-ENC

           MOVE GL-CONTA                      TO WS-LL-CONTA
           MOVE GL-NATUREZA                   TO WS-LL-NATUREZA
           MOVE GL-VALOR                      TO WS-LL-VALOR
           MOVE GL-ORIGEM                     TO WS-LL-ORIGEM
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-LANCTO               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * SALDOS DE ABERTURA DO ANO SEGUINTE: SALDO FINAL + ENCERRA-
      * MENTO DE CADA CONTA (AS DE RESULTADO SAEM ZERADAS). O GLABERT
      * E' REGRAVADO COM AS LINHAS GUARDADAS E AS NOVAS.
      *****************************************
       P600-GRAVA-ABERTURA.
      *****************************************

           OPEN OUTPUT SALDOS-ABERTURA
           IF WS-FS-GLABERT NOT = '00'
               DISPLAY 'ERRO AO GRAVAR GLABERT: ' WS-FS-GLABERT
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-OUTRO FROM 1 BY 1
                   UNTIL WS-IX-OUTRO > WS-QT-OUTROS-ANOS
               MOVE WS-OUTRO-ANO-REG(WS-IX-OUTRO) TO WS-REG-GLABERT
               WRITE WS-REG-GLABERT
           END-PERFORM

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SALDOS DE ABERTURA DE '    DELIMITED BY SIZE
                  WS-ANO-SEGUINTE             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               COMPUTE WS-SALDO-NOVO =
                       WS-SAL-FINAL(WS-IX-SALDO)
                     + WS-SAL-ENCERRA(WS-IX-SALDO)
               IF WS-SALDO-NOVO NOT = ZEROS
                   PERFORM P610-GRAVA-SALDO
               END-IF
           END-PERFORM

           CLOSE SALDOS-ABERTURA
           .

      *****************************************
       P610-GRAVA-SALDO.
      *****************************************

           MOVE WS-ANO-SEGUINTE               TO ABE-ANO
           MOVE WS-SAL-CONTA(WS-IX-SALDO)     TO ABE-CONTA
           IF WS-SALDO-NOVO < ZEROS
               SET ABE-CREDOR                 TO TRUE
               COMPUTE ABE-SALDO = WS-SALDO-NOVO * -1
           ELSE
               SET ABE-DEVEDOR                TO TRUE
               MOVE WS-SALDO-NOVO             TO ABE-SALDO
           END-IF
           WRITE WS-REG-GLABERT

           ADD 1                              TO WS-QT-ABERTURAS-NOVAS

           MOVE ABE-CONTA                     TO WS-LL-CONTA
           MOVE ABE-NATUREZA                  TO WS-LL-NATUREZA
           MOVE ABE-SALDO                     TO WS-LL-VALOR
           MOVE SPACES                        TO WS-LL-ORIGEM
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-LINHA-LANCTO               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * MARCA O ANO COMO ENCERRADO: O EXTRATO, OS LANCAMENTOS
      * MENSAIS E O BALANCETE PASSAM A RECUSAR DATA NELE.
      *****************************************
       P700-GRAVA-CONTROLE.
      *****************************************

           OPEN OUTPUT EXERCICIO-FECHADO
           IF WS-FS-GLANOFEC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR GLANOFEC: ' WS-FS-GLANOFEC
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANO-REF                    TO GLF-ANO-FECHADO
           MOVE WS-DATA-NEGOCIO               TO GLF-DATA-FECHAMENTO
           WRITE WS-REG-GLANOFEC
           CLOSE EXERCICIO-FECHADO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'EXERCICIO '                DELIMITED BY SIZE
                  WS-ANO-REF                  DELIMITED BY SIZE
                  ' ENCERRADO EM '            DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  ' - LANCAMENTOS DATADOS NELE SERAO RECUSADOS'
                                              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-RELATORIO = '00'
               CLOSE BALANCETE-ANO-RPT
           END-IF

           DISPLAY 'EXERCICIO............: ' WS-ANO-REF
           DISPLAY 'CONTAS NO BALANCETE..: ' WS-QT-TAB-SALDOS
           DISPLAY 'LANCTOS ENCERRAMENTO.: ' WS-QT-LANCTOS-ENC
           DISPLAY 'SALDOS DE ABERTURA...: ' WS-QT-ABERTURAS-NOVAS
           IF WS-QT-ATRASADOS > ZEROS
               DISPLAY 'LANCAMENTOS DO ANO FORA DO BALANCETE: '
                       WS-QT-ATRASADOS
           END-IF

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-TAB-SALDOS               TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY GLFECPR.

       END PROGRAM DEMONSTRA-GLFECANO.
