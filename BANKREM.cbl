      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - DEBITO AUTOMATICO: CLIENTE COM MANDATO
      *                    ATIVO NO CADASTRO MANDATO NAO TEM O BOLETO
      *                    REGISTRADO - NO VENCIMENTO EFETIVO (DIA
      *                    UTIL, PELO CALENDARIO FERIADOS) SAI UMA
      *                    LINHA 'A' DE PEDIDO DE DEBITO COM BANCO,
      *                    AGENCIA E CONTA DO MANDATO; ANTES DISSO O
      *                    PAGAMENTO ESPERA SEM SER REMETIDO. O
      *                    PEDIDO RECUSADO PELO BANCO (DEMONSTRA-
      *                    BANKRET) VOLTA A FICAR NAO REMETIDO E E'
      *                    PEDIDO DE NOVO, MESMO JA ATRASADO, ENQUANTO
      *                    O MANDATO SEGUIR ATIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-BANKREM.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT MANDATO-MASTER      ASSIGN TO 'MANDATO'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MAND-NUM-CLIENTE
                                       FILE STATUS WS-FS-MANDATO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT BANCO-REMESSA       ASSIGN TO 'BANKREM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REMESSA.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD MANDATO-MASTER.
           COPY MANDATO.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD FERIADOS-CAL.
           COPY FERIADO.

      *    LAYOUT FIXO DA INTERFACE DE REMESSA: LINHAS 'D' COM O
      *    PAGAMENTO, LINHAS 'A' COM O PEDIDO DE DEBITO AUTOMATICO NA
      *    CONTA DO MANDATO E A LINHA 'T' FINAL COM OS TOTAIS DE
      *    CONTROLE (DAS DUAS ESPECIES DE DETALHE), CONFERIDOS PELO
      *    BANCO ANTES DE REGISTRAR O LOTE.
       FD BANCO-REMESSA.
       01 WS-REG-REMESSA.
           03 REM-TIPO                           PIC X(01).
               88 REM-DETALHE                    VALUE 'D'.
               88 REM-TRAILER                    VALUE 'T'.
               88 REM-DEBITO                     VALUE 'A'.
           03 REM-DADOS                          PIC X(55).
           03 REM-DADOS-DETALHE REDEFINES REM-DADOS.
               05 REM-NUM-PAGTO                  PIC 9(06).
               05 REM-NOME-CLIENTE               PIC X(30).
               05 REM-VALOR                      PIC 9(07)V99.
               05 REM-DATA-VENC                  PIC X(10).
           03 REM-DADOS-DEBITO REDEFINES REM-DADOS.
               05 REM-DEB-NUM-PAGTO              PIC 9(06).
               05 REM-DEB-BANCO                  PIC X(03).
               05 REM-DEB-AGENCIA                PIC X(05).
               05 REM-DEB-CONTA                  PIC X(12).
               05 REM-DEB-VALOR                  PIC 9(07)V99.
               05 REM-DEB-DATA                   PIC X(10).
               05 FILLER                         PIC X(10).
           03 REM-DADOS-TRAILER REDEFINES REM-DADOS.
               05 REM-QT-REGISTROS               PIC 9(06).
               05 REM-VALOR-TOTAL                PIC 9(11)V99.
       77 WS-VALOR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(11)9.99.

      *    DEBITO AUTOMATICO: O MANDATO ATIVO DO CLIENTE TROCA O
      *    REGISTRO DO BOLETO PELO PEDIDO DE DEBITO NO VENCIMENTO.
       77 WS-FS-MANDATO                      PIC X(02) VALUE '00'.
       77 WS-SW-MANDATOS                     PIC X(01) VALUE 'N'.
           88 MANDATOS-DISPONIVEIS           VALUE 'S' FALSE 'N'.
       77 WS-SW-DEBITO                       PIC X(01) VALUE 'N'.
           88 DEBITO-AUTOMATICO              VALUE 'S' FALSE 'N'.
       77 WS-QT-DEBITOS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-AGUARDANDO                   PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DEBITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *    VENCIMENTO REORDENADO PARA AAAAMMDD E O EFETIVO (EMPURRADO
      *    PARA O PRIMEIRO DIA UTIL), COMPARAVEL COM A DATA DE
      *    NEGOCIO.
       77 WS-VENC-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       77 WS-VENC-EFETIVO                    PIC 9(08) VALUE ZEROS.

           COPY DTNEGWS.

           COPY FERIADWS.

       LINKAGE SECTION.
           COPY JOBRES.

           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS

           OPEN I-O   PAGTO-PENDENTES
           OPEN INPUT CLIENTE-MASTER
           OPEN OUTPUT BANCO-REMESSA
                       WS-FS-CLIMAST
           END-IF

      *    SEM CADASTRO DE MANDATOS (STATUS 35) NINGUEM TEM DEBITO
      *    AUTOMATICO E TUDO SAI COMO BOLETO. CADASTRO EXISTENTE MAS
      *    ILEGIVEL NAO: O CLIENTE QUE AUTORIZOU O DEBITO RECEBERIA
      *    UM BOLETO NO LUGAR - A REMESSA NAO E' GERADA (RC 8).
           OPEN INPUT MANDATO-MASTER
           EVALUATE WS-FS-MANDATO
               WHEN '00'
                   SET MANDATOS-DISPONIVEIS   TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR MANDATO-MASTER: '
                           WS-FS-MANDATO ' - REMESSA NAO GERADA.'
                   MOVE 'S'                   TO WS-EOF
                   MOVE 8                     TO WS-RETORNO
           END-EVALUATE

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-PAGTO
           END-IF
      *****************************************
      * SO' PAGAMENTOS AINDA PENDENTES E NUNCA REMETIDOS ENTRAM NA
      * REMESSA - A MARCA PAGTO-SW-REMESSA FAZ O PAPEL DE "ENTRADOS
      * DESDE A ULTIMA EXECUCAO". COM MANDATO ATIVO O PAGAMENTO VAI
      * COMO PEDIDO DE DEBITO - TAMBEM O JA ATRASADO, QUE E' O
      * DEBITO RECUSADO SENDO PEDIDO DE NOVO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF (PAGTO-PENDENTE OR PAGTO-ATRASADO)
              AND NOT PAGTO-REMETIDO
               PERFORM P250-APURA-MANDATO
               IF DEBITO-AUTOMATICO
                   PERFORM P400-PEDE-DEBITO
               ELSE
                   IF PAGTO-PENDENTE
                       PERFORM P300-GRAVA-DETALHE
                   END-IF
               END-IF
           END-IF

           PERFORM P100-LE-PAGTO
           MOVE PAGTO-DATA-VENC               TO REM-DATA-VENC
           WRITE WS-REG-REMESSA

           PERFORM P350-MARCA-REMETIDO
           .

      *****************************************
      * MARCA O PAGAMENTO COMO REMETIDO E ACUMULA OS TOTAIS DO
      * TRAILER - O MESMO PARA O BOLETO E PARA O PEDIDO DE DEBITO.
      *****************************************
       P350-MARCA-REMETIDO.
      *****************************************

           MOVE 'S'                           TO PAGTO-SW-REMESSA

           REWRITE WS-REG-PAGTO-PENDENTE
           END-IF
           .

      *****************************************
      * O PAGAMENTO E' DE DEBITO AUTOMATICO QUANDO TEM VENCIMENTO
      * VALIDO E O CLIENTE TEM MANDATO ATIVO, VIGENTE NO VENCIMENTO
      * EFETIVO E AINDA VIGENTE NA DATA DE NEGOCIO. SEM VENCIMENTO
      * NAO HA DATA PARA O DEBITO - SAI COMO BOLETO.
      *****************************************
       P250-APURA-MANDATO.
      *****************************************

           SET DEBITO-AUTOMATICO              TO FALSE

           IF NOT MANDATOS-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-DATA-VENC(1:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(4:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(7:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUM-CLIENTE             TO MAND-NUM-CLIENTE

           READ MANDATO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-MANDATO NOT = '00' OR NOT MAND-ATIVO
               EXIT PARAGRAPH
           END-IF

      *    A MESMA CONVENCAO DOS GERADORES: VENCIMENTO EM DIA NAO
      *    UTIL SO' VENCE (E SO' E' DEBITADO) NO PROXIMO DIA UTIL.
           MOVE PAGTO-DATA-VENC(7:4)          TO WS-VENC-AAAAMMDD(1:4)
           MOVE PAGTO-DATA-VENC(4:2)          TO WS-VENC-AAAAMMDD(5:2)
           MOVE PAGTO-DATA-VENC(1:2)          TO WS-VENC-AAAAMMDD(7:2)
           MOVE WS-VENC-AAAAMMDD              TO WS-FER-DATA-TESTE
           PERFORM P-PROXIMO-DIA-UTIL
           MOVE WS-FER-PROXIMO                TO WS-VENC-EFETIVO

           IF MAND-DATA-INICIO > WS-VENC-EFETIVO
               EXIT PARAGRAPH
           END-IF

           IF MAND-DATA-FIM NOT = ZEROS
              AND (MAND-DATA-FIM < WS-VENC-EFETIVO
                   OR MAND-DATA-FIM < WS-DATA-NEGOCIO)
               EXIT PARAGRAPH
           END-IF

           SET DEBITO-AUTOMATICO              TO TRUE
           .

      *****************************************
      * PEDIDO DE DEBITO AUTOMATICO: SO' NO VENCIMENTO EFETIVO (OU
      * DEPOIS, NO PEDIDO REPETIDO APOS UMA RECUSA). ANTES DISSO O
      * PAGAMENTO FICA NAO REMETIDO, ESPERANDO A DATA.
      *****************************************
       P400-PEDE-DEBITO.
      *****************************************

           IF WS-VENC-EFETIVO > WS-DATA-NEGOCIO
               ADD 1                          TO WS-QT-AGUARDANDO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-REMESSA
           SET REM-DEBITO                     TO TRUE
           MOVE PAGTO-NUMERO                  TO REM-DEB-NUM-PAGTO
           MOVE MAND-BANCO                    TO REM-DEB-BANCO
           MOVE MAND-AGENCIA                  TO REM-DEB-AGENCIA
           MOVE MAND-CONTA                    TO REM-DEB-CONTA
           MOVE PAGTO-VALOR                   TO REM-DEB-VALOR
           STRING WS-DATA-NEGOCIO(7:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO(5:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO(1:4) DELIMITED BY SIZE
                  INTO REM-DEB-DATA
           END-STRING
           WRITE WS-REG-REMESSA

           PERFORM P350-MARCA-REMETIDO

           IF WS-FS-PAGTOPEND = '00'
               ADD 1                          TO WS-QT-DEBITOS
               ADD PAGTO-VALOR                TO WS-VALOR-DEBITOS
           END-IF
           .

      *****************************************
      * TRAILER DE CONTROLE (QUANTIDADE + VALOR TOTAL) E TOTAIS DA
      * EXECUCAO.
               CLOSE CLIENTE-MASTER
           END-IF

           IF MANDATOS-DISPONIVEIS
               CLOSE MANDATO-MASTER
           END-IF

           CLOSE BANCO-REMESSA

           DISPLAY 'PAGAMENTOS LIDOS.....: ' WS-QT-LIDOS
           DISPLAY 'REMETIDOS............: ' WS-QT-REMETIDOS
           DISPLAY '  PEDIDOS DE DEBITO..: ' WS-QT-DEBITOS
           DISPLAY 'DEBITO NAO VENCIDO...: ' WS-QT-AGUARDANDO
           DISPLAY 'SEM CADASTRO.........: ' WS-QT-SEM-CADASTRO
           DISPLAY 'ERROS DE REGRAVACAO..: ' WS-QT-ERROS
           MOVE WS-VALOR-TOTAL                TO WS-VALOR-ED
           DISPLAY 'VALOR DA REMESSA.....: ' WS-VALOR-ED
           MOVE WS-VALOR-DEBITOS              TO WS-VALOR-ED
           DISPLAY '  EM DEBITO AUTOMAT..: ' WS-VALOR-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-REMETIDOS                TO RUNLOG-QT-PROCESSADOS
           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY FERIADPR.

       END PROGRAM DEMONSTRA-BANKREM.
