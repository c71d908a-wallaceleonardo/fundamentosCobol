      *                    DE UM DIGITO POR DESENHO E O MES TEM MAIS
      *                    DIAS UTEIS QUE ISSO - O FECHAMENTO SAIA
      *                    SEMPRE FURADO
      *   15/10/2026 WT - PARTIR DOS SALDOS DE ABERTURA DO EXERCICIO
      *                    (GLABERT, GRAVADO PELO ENCERRAMENTO ANUAL
      *                    DEMONSTRA-GLFECANO) E DOS MESES JA FECHADOS
      *                    NO ANO (ACUMULADO GLYTD, ANEXADO AQUI A CADA
      *                    FECHAMENTO): CADA CONTA SAI COM SALDO
      *                    ANTERIOR E SALDO ATUAL. MES DE EXERCICIO
      *                    ENCERRADO (GLANOFEC) E' RECUSADO COM RC 8 E
      *                    LANCAMENTO DATADO NELE NO GLMTD E' APONTADO
      *                    E RECUSADO
      *   15/10/2026 WT - GUARDAR OS LANCAMENTOS DO MES FECHADO NO
      *                    HISTORICO GLHIST ANTES DE ZERAR O GLMTD (MES
      *                    REFECHADO SUBSTITUI AS PROPRIAS LINHAS,
      *                    RETENCAO DO EXERCICIO ANTERIOR COMO NO
      *                    GLYTD): A AMOSTRA DA AUDITORIA EXTERNA
      *                    (DEMONSTRA-AUDAMOST) MOSTRA O LANCAMENTO DE
      *                    CADA ITEM, NAO SO' O TOTAL DA CONTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-GLBALAN.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PERIODO.

           SELECT GL-ACUM-ANO         ASSIGN TO 'GLYTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ACUM.

           SELECT GLACUM-TRABALHO     ASSIGN TO 'GLYTDWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ACUMWRK.

           SELECT GL-HISTORICO        ASSIGN TO 'GLHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLHIST.

           SELECT GLHIST-TRABALHO     ASSIGN TO 'GLHISTWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLHISTWRK.

           SELECT SALDOS-ABERTURA     ASSIGN TO 'GLABERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLABERT.

           SELECT EXERCICIO-FECHADO   ASSIGN TO 'GLANOFEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLANOFEC.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.
           03 PER-DEBITOS                        PIC 9(13)V99.
           03 PER-CREDITOS                       PIC 9(13)V99.

       FD GL-ACUM-ANO.
           COPY GLACUM.

       FD GLACUM-TRABALHO.
       01 WS-REG-GLACUMWRK                        PIC X(44).

      *    OS LANCAMENTOS DOS MESES FECHADOS, UM A UM, NO MESMO
      *    LAYOUT DO GLMTD.
       FD GL-HISTORICO.
       01 WS-REG-GLHIST.
           03 GLH-CONTA                          PIC X(08).
           03 GLH-NATUREZA                       PIC X(01).
           03 GLH-VALOR                          PIC 9(11)V99.
           03 GLH-DATA                           PIC 9(08).
           03 GLH-ORIGEM                         PIC X(14).

       FD GLHIST-TRABALHO.
       01 WS-REG-GLHISTWRK                        PIC X(44).

       FD SALDOS-ABERTURA.
           COPY GLABERT.

       FD EXERCICIO-FECHADO.
           COPY GLFECHA.

       FD FERIADOS-CAL.
           COPY FERIADO.

       77 WS-MES-REF                         PIC 9(06) VALUE ZEROS.
       77 WS-MES-TRABALHO                    PIC 9(06) VALUE ZEROS.

      *    EXERCICIO: SALDOS DE ABERTURA E ACUMULADO DOS MESES JA
      *    FECHADOS NO ANO, E A RECUSA DO EXERCICIO ENCERRADO.
       77 WS-FS-ACUM                         PIC X(02) VALUE '00'.
       77 WS-FS-ACUMWRK                      PIC X(02) VALUE '00'.
       77 WS-FS-GLABERT                      PIC X(02) VALUE '00'.
       77 WS-FS-GLHIST                       PIC X(02) VALUE '00'.
       77 WS-FS-GLHISTWRK                    PIC X(02) VALUE '00'.
       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-ANO-TRABALHO                    PIC 9(04) VALUE ZEROS.
       77 WS-CONTA-PROCURADA                 PIC X(08) VALUE SPACES.
       77 WS-QT-ABERTURA                     PIC 9(04) VALUE ZEROS.
       77 WS-QT-MESES-ANTERIORES             PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXERC-ENCERRADO              PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-ATUAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-MES-RECUSADO                 PIC X(01) VALUE 'N'.
           88 MES-RECUSADO                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-ED                         PIC 9(08).

      *    DATAS DISTINTAS VISTAS NO ACUMULADO, PARA APONTAR O DIA
      *    UTIL SEM EXTRATO; E OS CONTADORES DA PASSAGEM.
       77 WS-QT-TAB-DIAS                     PIC 9(02) VALUE ZEROS.
               05 WS-SAL-CONTA                PIC X(08).
               05 WS-SAL-DEBITOS   PIC S9(13)V99 COMP-3.
               05 WS-SAL-CREDITOS  PIC S9(13)V99 COMP-3.
      *        SALDO DA CONTA ANTES DO MES (ABERTURA DO EXERCICIO +
      *        MESES FECHADOS), DEVEDOR POSITIVO.
               05 WS-SAL-ANTERIOR  PIC S9(13)V99 COMP-3.
       77 WS-TOT-DEBITOS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-CREDITOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-LIQUIDO           PIC S9(13)V99 COMP-3 VALUE ZEROS.
           COPY RPTHDR.
           COPY FERIADWS.
           COPY DTNEGWS.
           COPY GLFECWS.

       PROCEDURE DIVISION.
      *****************************************

           PERFORM P001-INICIO

           IF NOT MES-RECUSADO
               PERFORM P050-CARREGA-ABERTURA
               PERFORM P060-CARREGA-ACUMULADO
               PERFORM P200-ACUMULA-MES
               PERFORM P600-VERIFICA-DIAS
           END-IF

           PERFORM P999-FIM
           .

           PERFORM P-OBTEM-DATA-NEGOCIO
           COMPUTE WS-MES-REF = WS-DATA-NEGOCIO / 100
           COMPUTE WS-ANO-REF = WS-MES-REF / 100

           PERFORM P-CARREGA-FERIADOS
           PERFORM P-OBTEM-ANO-FECHADO

           OPEN OUTPUT BALANCETE-RPT

           MOVE 'BALANCETE MENSAL'             TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    MES DE UM EXERCICIO JA ENCERRADO NAO E' FECHADO DE NOVO:
      *    OS SALDOS DE ABERTURA DO ANO SEGUINTE JA SAIRAM DELE.
           MOVE WS-DATA-NEGOCIO               TO WS-GLF-DATA-TESTE
           PERFORM P-VERIFICA-EXERCICIO
           IF EXERCICIO-ENCERRADO
               SET MES-RECUSADO               TO TRUE
               MOVE 8                         TO WS-RETORNO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'EXERCICIO ' DELIMITED BY SIZE
                      WS-ANO-FECHADO DELIMITED BY SIZE
                      ' ENCERRADO - FECHAMENTO DO MES RECUSADO'
                                      DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               DISPLAY 'EXERCICIO ' WS-ANO-FECHADO
                       ' ENCERRADO - FECHAMENTO DO MES RECUSADO.'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PERIODO-TOTAIS
           .

      *****************************************
      * SALDOS DE ABERTURA DO EXERCICIO (GLABERT): SO' AS LINHAS DO
      * ANO DO BALANCETE. SEM O ARQUIVO (ANO AINDA SEM ENCERRAMENTO
      * ANTERIOR) AS CONTAS PARTEM DE ZERO.
      *****************************************
       P050-CARREGA-ABERTURA.
      *****************************************

           OPEN INPUT SALDOS-ABERTURA
           IF WS-FS-GLABERT NOT = '00'
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'SEM SALDOS DE ABERTURA (GLABERT) - CONTAS PARTEM'
                                              TO WS-REG-RELATORIO
               MOVE ' DE ZERO'                TO WS-REG-RELATORIO(49:)
               WRITE WS-REG-RELATORIO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P055-UMA-ABERTURA UNTIL FIM-DO-ARQUIVO

           CLOSE SALDOS-ABERTURA

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'SALDOS DE ABERTURA DO EXERCICIO ' DELIMITED BY SIZE
                  WS-ANO-REF                  DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WS-QT-ABERTURA              DELIMITED BY SIZE
                  ' CONTAS'                   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P055-UMA-ABERTURA.
      *****************************************

           READ SALDOS-ABERTURA
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF ABE-ANO NOT = WS-ANO-REF OR ABE-SALDO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ABE-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P260-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-ABERTURA
           IF ABE-CREDOR
               SUBTRACT ABE-SALDO
                   FROM WS-SAL-ANTERIOR(WS-IX-SALDO)
           ELSE
               ADD ABE-SALDO
                   TO WS-SAL-ANTERIOR(WS-IX-SALDO)
           END-IF
           .

      *****************************************
      * OS MESES DO ANO JA FECHADOS ANTES DO MES DO BALANCETE, DO
      * ACUMULADO DO EXERCICIO (GLYTD).
      *****************************************
       P060-CARREGA-ACUMULADO.
      *****************************************

           OPEN INPUT GL-ACUM-ANO
           IF WS-FS-ACUM NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P065-UM-MES-ANTERIOR UNTIL FIM-DO-ARQUIVO

           CLOSE GL-ACUM-ANO
           .

      *****************************************
       P065-UM-MES-ANTERIOR.
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
              OR ACU-MES NOT < WS-MES-REF
               EXIT PARAGRAPH
           END-IF

           MOVE ACU-CONTA                     TO WS-CONTA-PROCURADA
           PERFORM P260-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-MESES-ANTERIORES
           ADD ACU-DEBITOS
               TO WS-SAL-ANTERIOR(WS-IX-SALDO)
           SUBTRACT ACU-CREDITOS
               FROM WS-SAL-ANTERIOR(WS-IX-SALDO)
           .

      *****************************************
               EXIT PARAGRAPH
           END-IF

      *    LANCAMENTO DATADO EM EXERCICIO JA ENCERRADO NAO ENTRA EM
      *    NENHUM MES - E' APONTADO NO BALANCETE COMO RECUSADO.
           MOVE GL-DATA                       TO WS-GLF-DATA-TESTE
           PERFORM P-VERIFICA-EXERCICIO
           IF EXERCICIO-ENCERRADO
               PERFORM P280-APONTA-RECUSADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MES-TRABALHO = GL-DATA / 100
           IF WS-MES-TRABALHO NOT = WS-MES-REF
               ADD 1                          TO WS-QT-FORA-MES

           PERFORM P250-REGISTRA-DIA

           MOVE GL-CONTA                      TO WS-CONTA-PROCURADA
           PERFORM P260-LOCALIZA-CONTA
           IF NOT CONTA-NA-TABELA
               EXIT PARAGRAPH
           END-IF

           IF GL-NATUREZA = 'D'
           END-IF
           .

      *****************************************
      * POSICIONA WS-IX-SALDO NA CONTA PROCURADA, INCLUINDO-A ZERADA
      * NA TABELA SE FOR NOVA; COM A TABELA CHEIA A CONTA FICA FORA
      * (CONTA-NA-TABELA FALSO) E O BALANCETE SAI COM RC 4.
      *****************************************
       P260-LOCALIZA-CONTA.
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
                       WS-CONTA-PROCURADA ' IGNORADA'
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-SALDOS
           MOVE WS-QT-TAB-SALDOS              TO WS-IX-SALDO
           MOVE WS-CONTA-PROCURADA
               TO WS-SAL-CONTA(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-DEBITOS(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-CREDITOS(WS-IX-SALDO)
           MOVE ZEROS
               TO WS-SAL-ANTERIOR(WS-IX-SALDO)
           SET CONTA-NA-TABELA                TO TRUE
           .

      *****************************************
      * LANCAMENTO ATRASADO, DATADO NUM EXERCICIO JA ENCERRADO: SAI
      * NO BALANCETE PARA O CONTADOR TRATAR E NAO ENTRA EM SALDO.
      *****************************************
       P280-APONTA-RECUSADO.
      *****************************************

           ADD 1                              TO WS-QT-EXERC-ENCERRADO
           IF WS-RETORNO = ZEROS
               MOVE 4                         TO WS-RETORNO
           END-IF

           MOVE GL-VALOR                      TO WS-VALOR-ED
           MOVE GL-DATA                       TO WS-DATA-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECUSADO (EXERCICIO ENCERRADO): ' DELIMITED BY SIZE
                  GL-CONTA      DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  GL-NATUREZA   DELIMITED BY SIZE
                  WS-VALOR-ED   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-DATA-ED    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  GL-ORIGEM     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * APONTA OS DIAS UTEIS DO MES, ATE A DATA DE NEGOCIO, SEM
      * GERACAO DE EXTRATO - UM DIA SEM EXTRATO E' UM BURACO NO
       P999-FIM.
      *****************************************

           IF MES-RECUSADO
               PERFORM P990-ENCERRA
           END-IF

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               PERFORM P900-IMPRIME-CONTA
           END-IF
           WRITE WS-REG-RELATORIO

           CLOSE PERIODO-TOTAIS

      *    FECHADO SEM RC 8, O MES ENTRA NO ACUMULADO DO EXERCICIO E
      *    O ACUMULADO DO MES E' ZERADO - O MES SEGUINTE COMECA
      *    LIMPO; COM RC 8 ELE FICA INTEIRO PARA EXAME.
           IF WS-RETORNO NOT = 8
               PERFORM P950-GRAVA-ACUMULADO-ANO
           END-IF

           IF WS-RETORNO NOT = 8
               PERFORM P960-GRAVA-HISTORICO-GL
           END-IF

           IF WS-RETORNO NOT = 8 AND WS-QT-LANCADOS > ZEROS
               OPEN OUTPUT GL-MES
               CLOSE GL-MES
           END-IF

           IF WS-QT-EXERC-ENCERRADO > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'LANCAMENTOS RECUSADOS (EXERCICIO ENCERRADO): '
                                              DELIMITED BY SIZE
                      WS-QT-EXERC-ENCERRADO   DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
               DISPLAY 'LANCAMENTOS RECUSADOS (EXERCICIO ENCERRADO): '
                       WS-QT-EXERC-ENCERRADO
           END-IF

           PERFORM P990-ENCERRA
           .

      *****************************************
       P990-ENCERRA.
      *****************************************

           CLOSE BALANCETE-RPT

           DISPLAY 'LANCAMENTOS DO MES...: ' WS-QT-LANCADOS
           IF WS-QT-FORA-MES > ZEROS
               DISPLAY 'LANCAMENTOS FORA DO MES (IGNORADOS): '
           END-STRING
           WRITE WS-REG-RELATORIO

      *    SALDO ANTES DO MES E SALDO ATUAL (DEVEDOR POSITIVO).
           COMPUTE WS-SALDO-ATUAL =
                   WS-SAL-ANTERIOR(WS-IX-SALDO) + WS-LIQUIDO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-SAL-ANTERIOR(WS-IX-SALDO)  TO WS-VALOR-ED
           STRING '  SALDO ANTERIOR ' DELIMITED BY SIZE
                  WS-VALOR-ED   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           MOVE WS-SALDO-ATUAL                TO WS-VALOR-ED
           STRING ' SALDO ATUAL '  DELIMITED BY SIZE
                  WS-VALOR-ED   DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO(46:)
           END-STRING
           WRITE WS-REG-RELATORIO

      *    CONTA SO' COM SALDO ANTERIOR, SEM MOVIMENTO NO MES, NAO
      *    VAI AOS TOTAIS DO PERIODO.
           IF WS-SAL-DEBITOS(WS-IX-SALDO) = ZEROS
              AND WS-SAL-CREDITOS(WS-IX-SALDO) = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MES-REF                    TO PER-MES
           MOVE WS-SAL-CONTA(WS-IX-SALDO)     TO PER-CONTA
           MOVE WS-SAL-DEBITOS(WS-IX-SALDO)   TO PER-DEBITOS
           WRITE WS-REG-PERIODO
           .

      *****************************************
      * O MES FECHADO ENTRA NO ACUMULADO DO EXERCICIO (GLYTD): AS
      * LINHAS DO PROPRIO MES (FECHAMENTO REPETIDO) E AS DE ANOS
      * ANTERIORES AO PASSADO SAEM PELO ARQUIVO DE TRABALHO, E OS
      * TOTAIS DO MES SAO ANEXADOS - UMA LINHA POR CONTA MOVIMENTADA.
      *****************************************
       P950-GRAVA-ACUMULADO-ANO.
      *****************************************

           OPEN OUTPUT GLACUM-TRABALHO
           IF WS-FS-ACUMWRK NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLYTDWRK: ' WS-FS-ACUMWRK
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GL-ACUM-ANO
           IF WS-FS-ACUM = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-ACUM-ANO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       COMPUTE WS-ANO-TRABALHO = ACU-MES / 100
                       IF ACU-MES NOT = WS-MES-REF
                          AND WS-ANO-TRABALHO + 1 NOT < WS-ANO-REF
                           MOVE WS-REG-GLACUM TO WS-REG-GLACUMWRK
                           WRITE WS-REG-GLACUMWRK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GL-ACUM-ANO
           END-IF

           CLOSE GLACUM-TRABALHO

           OPEN INPUT GLACUM-TRABALHO
           OPEN OUTPUT GL-ACUM-ANO
           IF WS-FS-ACUM NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O ACUMULADO GLYTD: ' WS-FS-ACUM
               CLOSE GLACUM-TRABALHO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GLACUM-TRABALHO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-GLACUMWRK      TO WS-REG-GLACUM
                   WRITE WS-REG-GLACUM
               END-IF
           END-PERFORM
           CLOSE GLACUM-TRABALHO

           PERFORM VARYING WS-IX-SALDO FROM 1 BY 1
                   UNTIL WS-IX-SALDO > WS-QT-TAB-SALDOS
               IF WS-SAL-DEBITOS(WS-IX-SALDO) NOT = ZEROS
                  OR WS-SAL-CREDITOS(WS-IX-SALDO) NOT = ZEROS
                   MOVE WS-MES-REF            TO ACU-MES
                   MOVE WS-SAL-CONTA(WS-IX-SALDO)
                                              TO ACU-CONTA
                   MOVE WS-SAL-DEBITOS(WS-IX-SALDO)
                                              TO ACU-DEBITOS
                   MOVE WS-SAL-CREDITOS(WS-IX-SALDO)
                                              TO ACU-CREDITOS
                   WRITE WS-REG-GLACUM
               END-IF
           END-PERFORM

           CLOSE GL-ACUM-ANO
           .

      *****************************************
      * OS LANCAMENTOS DO MES FECHADO ENTRAM NO HISTORICO GLHIST:
      * AS LINHAS DO PROPRIO MES (FECHAMENTO REPETIDO) E AS DE ANOS
      * ANTERIORES AO PASSADO SAEM PELO ARQUIVO DE TRABALHO, E OS
      * LANCAMENTOS DO MES NO GLMTD SAO ANEXADOS. FALHA AQUI NAO
      * DESFAZ O FECHAMENTO, MAS O GLMTD NAO E' ZERADO (RC 8).
      *****************************************
       P960-GRAVA-HISTORICO-GL.
      *****************************************

           OPEN OUTPUT GLHIST-TRABALHO
           IF WS-FS-GLHISTWRK NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLHISTWRK: ' WS-FS-GLHISTWRK
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GL-HISTORICO
           IF WS-FS-GLHIST = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-HISTORICO
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                       COMPUTE WS-ANO-TRABALHO = GLH-DATA / 10000
                       IF GLH-DATA(1:6) NOT = WS-MES-REF
                          AND WS-ANO-TRABALHO + 1 NOT < WS-ANO-REF
                           MOVE WS-REG-GLHIST TO WS-REG-GLHISTWRK
                           WRITE WS-REG-GLHISTWRK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GL-HISTORICO
           END-IF

           CLOSE GLHIST-TRABALHO

           OPEN INPUT GLHIST-TRABALHO
           OPEN OUTPUT GL-HISTORICO
           IF WS-FS-GLHIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O HISTORICO GLHIST: '
                       WS-FS-GLHIST
               CLOSE GLHIST-TRABALHO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GLHIST-TRABALHO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-GLHISTWRK      TO WS-REG-GLHIST
                   WRITE WS-REG-GLHIST
               END-IF
           END-PERFORM
           CLOSE GLHIST-TRABALHO

           OPEN INPUT GL-MES
           IF WS-FS-MES = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-MES
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
                   IF NOT FIM-DO-ARQUIVO
                      AND GL-DATA(1:6) = WS-MES-REF
                       MOVE WS-REG-GL         TO WS-REG-GLHIST
                       WRITE WS-REG-GLHIST
                   END-IF
               END-PERFORM
               CLOSE GL-MES
           END-IF

           CLOSE GL-HISTORICO
           .

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY FERIADPR.
           COPY DTNEGPR.
           COPY GLFECPR.

       END PROGRAM DEMONSTRA-GLBALAN.
