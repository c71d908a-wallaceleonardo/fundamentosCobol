      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CASAMENTO DO EXTRATO DIARIO DE PIX RECEBIDOS
      *          (PIXEXTR, ENVIADO PELO PSP) COM O PAGTOPEND: CADA
      *          CREDITO TRAZ O TXID DA COBRANCA IMPRESSA NA FATURA E
      *          NA CARTA DE COBRANCA (COPY/PIXPR.CPY), QUE DEVOLVE O
      *          NUMERO DO PAGAMENTO. A APLICACAO SEGUE AS MESMAS
      *          REGRAS DO RETORNO BANCARIO (DEMONSTRA-BANKRET):
      *          TRANSICAO VALIDADA (COPY/PAGTRXPR.CPY) NA
      *          CONFIRMACAO, PARCIAL ABATENDO PRIMEIRO A MORA, SOBRA
      *          COMO CREDITO DO CLIENTE (CREDCLI/CREDMOV), DESCONTO
      *          POR PAGAMENTO ANTECIPADO (DESCANTEC/DESCMOV),
      *          ABATIMENTO DO EMPRESTIMO NA PARCELA DE EMPRESTIMO E
      *          A TRILHA PAGTOAUD COM ORIGEM 'PIX'. CREDITO SEM TXID
      *          RECONHECIDO (PIX AVULSO) OU CUJO PAGAMENTO NAO E'
      *          APLICAVEL VAI PARA A FILA DE APLICACAO MANUAL DE
      *          CAIXA (BANKEXCD, BANCO 'PIX'), TRABALHADA EM
      *          DEMONSTRA-BANKMAN. O MESMO EXTRATO NAO E' APLICADO
      *          DUAS VEZES (GUARDA PROCREG) E O RELATORIO PIXRETREL
      *          FECHA COM A CONCILIACAO DO CAIXA RECEBIDO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - PARCELA DE EMPRESTIMO RECEBIDA QUITA
      *                    PRIMEIRO OS JUROS CAPITALIZADOS AINDA NAO
      *                    PAGOS (EMP-JUROS-ACUM) E SO' DEPOIS O
      *                    PRINCIPAL, E CADA ABATIMENTO GANHA UMA
      *                    LINHA 'PC' NO HISTORICO DO EMPRESTIMO
      *                    (EMPHIST)
      *   15/10/2026 WT - A MORA DA PARCELA DE EMPRESTIMO (O MENOR
      *                    ENTRE PAGTO-JUROS-ACUM E O VALOR APLICADO,
      *                    APURADO ANTES DO ABATIMENTO PARCIAL) NAO
      *                    ABATE O SALDO DO EMPRESTIMO NEM ENTRA NA
      *                    LINHA 'PC' DO EMPHIST; O PARCMOV GANHA A
      *                    PARTE DE MORA DE CADA APLICACAO PARCIAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PIXRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIX-EXTRATO         ASSIGN TO 'PIXEXTR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EXTRATO.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT EXCECOES-DETALHE    ASSIGN TO 'BANKEXCD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EXCDET.

           SELECT CASAMENTO-RPT       ASSIGN TO 'PIXRETREL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CASAMENTO.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT REG-PROCESSADOS     ASSIGN TO 'PROCREG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PROCREG.

           SELECT PARCIAL-MOVIMENTO   ASSIGN TO 'PARCMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCMOV.

           SELECT PARCIAL-HISTORICO   ASSIGN TO 'PARCHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCHIST.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

           SELECT CREDITOS-CLIENTE    ASSIGN TO 'CREDCLI'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-CHAVE
                                       FILE STATUS WS-FS-CREDCLI.

           SELECT CREDITO-MOVIMENTO   ASSIGN TO 'CREDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CREDMOV.

           SELECT TABELA-DESCANT      ASSIGN TO 'DESCANTEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCANT.

           SELECT DESCONTO-MOVIMENTO  ASSIGN TO 'DESCMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCMOV.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

       DATA DIVISION.
       FILE SECTION.
      *    EXTRATO DO PSP: UMA LINHA POR MOVIMENTO PIX DO DIA. 'C' =
      *    CREDITO RECEBIDO; OS DEMAIS TIPOS (DEVOLUCOES, TARIFAS)
      *    SAO LISTADOS NO RELATORIO E NAO SAO APLICADOS. O
      *    IDENTIFICADOR FIM-A-FIM (E2EID) E O DOCUMENTO DO PAGADOR
      *    ACOMPANHAM A LINHA ATE O RELATORIO.
       FD PIX-EXTRATO.
       01 WS-REG-PIXEXTR.
           03 PIXE-TIPO                          PIC X(01).
               88 PIXE-CREDITO                   VALUE 'C'.
           03 PIXE-E2EID                         PIC X(32).
           03 PIXE-TXID                          PIC X(35).
           03 PIXE-VALOR                         PIC 9(07)V99.
           03 PIXE-DATA                          PIC X(08).
           03 PIXE-PAGADOR                       PIC X(14).

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

      *    A FILA DA APLICACAO MANUAL DE CAIXA (DEMONSTRA-BANKMAN),
      *    A MESMA DO RETORNO BANCARIO. ANEXADO (EXTEND): O ITEM SO'
      *    SAI DAQUI QUANDO UM OPERADOR O TRATA.
       FD EXCECOES-DETALHE.
       01 WS-REG-EXCDET.
           03 EXD-NUM-PAGTO                      PIC 9(06).
           03 EXD-VALOR                          PIC 9(07)V99.
           03 EXD-DATA                           PIC X(08).
           03 EXD-BANCO                          PIC X(03).
           03 EXD-MOTIVO                         PIC X(30).

       FD CASAMENTO-RPT.
       01 WS-REG-CASAMENTO                        PIC X(100).

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD ERRLOG.
           COPY ERRLOG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD REG-PROCESSADOS.
           COPY PROCREG.

      *    APLICACOES PARCIAIS DO DIA, CONSUMIDAS (E ZERADAS) PELO
      *    EXTRATO CONTABIL DEMONSTRA-GLEXTRACT.
       FD PARCIAL-MOVIMENTO.
       01 WS-REG-PARCMOV.
           03 PARC-NUM-PAGTO                     PIC 9(06).
           03 PARC-NUM-CLIENTE                   PIC 9(06).
           03 PARC-VALOR                         PIC 9(09)V99.
           03 PARC-DATA                          PIC 9(08).
      *    PARTE DO VALOR QUE QUITOU MORA (PAGTO-JUROS-ACUM).
           03 PARC-MORA                          PIC 9(09)V99.

      *    HISTORICO ACUMULADO DAS PARCIAIS (NUNCA ZERADO), PARA O
      *    EXTRATO MENSAL DO CLIENTE.
       FD PARCIAL-HISTORICO.
       01 WS-REG-PARCHIST.
           03 PHIS-NUM-PAGTO                     PIC 9(06).
           03 PHIS-NUM-CLIENTE                   PIC 9(06).
           03 PHIS-VALOR                         PIC 9(09)V99.
           03 PHIS-DATA                          PIC 9(08).

      *    HISTORICO DE MOVIMENTOS DO EMPRESTIMO (PARCELA RECEBIDA).
       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

      *    CREDITOS A FAVOR DO CLIENTE (SOBRAS), CONSUMIDOS PELO
      *    DEMONSTRA-FATPOST NAS FATURAS SEGUINTES.
       FD CREDITOS-CLIENTE.
           COPY CREDCLI.

      *    MOVIMENTO DE CREDITOS DO DIA, CONSUMIDO (E ZERADO) PELO
      *    EXTRATO CONTABIL: 'E' = ENTRADA DE SOBRA NO CAIXA.
       FD CREDITO-MOVIMENTO.
       01 WS-REG-CREDMOV.
           03 CMOV-TIPO                          PIC X(01).
           03 CMOV-NUM-CLIENTE                   PIC 9(06).
           03 CMOV-NUM-PAGTO                     PIC 9(06).
           03 CMOV-VALOR                         PIC 9(09)V99.
           03 CMOV-DATA                          PIC 9(08).

      *    FAIXAS DE DESCONTO POR PAGAMENTO ANTECIPADO.
       FD TABELA-DESCANT.
           COPY DESCANT.

      *    DESCONTOS ANTECIPADOS CONCEDIDOS NO DIA, CONSUMIDOS (E
      *    ZERADOS) PELO EXTRATO CONTABIL.
       FD DESCONTO-MOVIMENTO.
       01 WS-REG-DESCMOV.
           03 DMOV-NUM-PAGTO                     PIC 9(06).
           03 DMOV-NUM-CLIENTE                   PIC 9(06).
           03 DMOV-VALOR                         PIC 9(09)V99.
           03 DMOV-DATA                          PIC 9(08).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD OPER-ALERTA.
           COPY ALERTA.

       WORKING-STORAGE SECTION.
       77 WS-FS-EXTRATO                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-EXCDET                       PIC X(02) VALUE '00'.
       77 WS-FS-CASAMENTO                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-PARCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-CREDCLI                      PIC X(02) VALUE '00'.
       77 WS-FS-CREDMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-DESCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-SW-EOF-PRE                      PIC X(01) VALUE 'N'.
           88 FIM-DA-PRE-PASSADA             VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFIRMADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-CREDITOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-DESCONTOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-IGNORADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EMP-ABATIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-EMP-PARTE-JUROS   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-MORA-APLICADA     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-EMP-ABATIDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
       77 WS-MOTIVO-EXCECAO                  PIC X(30) VALUE SPACES.

      *    CONCILIACAO DO CAIXA: O TOTAL DE CREDITOS DO EXTRATO TEM
      *    QUE SER A SOMA DO APLICADO EM CONFIRMACOES, DO APLICADO EM
      *    PARCIAIS, DAS SOBRAS GUARDADAS COMO CREDITO DO CLIENTE E
      *    DO QUE FOI PARA A FILA MANUAL.
       77 WS-VALOR-EXTRATO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-CONFIRMADO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-PARCIAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-CREDITO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-EXCECAO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DESCONTOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SOBRA        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-APLICADO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DESC-CONCEDIDO
                                PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-RESIDUAL     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-RESIDUAL-ED                     PIC -(07)9.99.
       77 WS-PERC-ED                         PIC Z9.99.
       77 WS-QT-ED                           PIC ZZZZZ9.

      *    A LINHA DO EXTRATO EM CURSO, JA CONFERIDA: VALOR NUMERICO
      *    E O PAGAMENTO QUE O TXID APONTA (ZEROS = NAO RECONHECIDO).
       77 WS-PIX-VALOR          PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-LINHA                        PIC X(01) VALUE 'S'.
           88 LINHA-VALIDA                   VALUE 'S' FALSE 'N'.

           COPY PROCREGWS.

           COPY DTNEGWS.

           COPY PAGTRX.

           COPY DESCANWS.

           COPY PIXWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PIXRET'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO               TO WS-PREG-DATA

           OPEN INPUT PIX-EXTRATO
           OPEN I-O   PAGTO-PENDENTES
           OPEN OUTPUT CASAMENTO-RPT

           OPEN EXTEND PARCIAL-MOVIMENTO
           IF WS-FS-PARCMOV = '35'
               OPEN OUTPUT PARCIAL-MOVIMENTO
           END-IF

           OPEN EXTEND PARCIAL-HISTORICO
           IF WS-FS-PARCHIST = '35'
               OPEN OUTPUT PARCIAL-HISTORICO
           END-IF

      *    SEM O CADASTRO DE CREDITOS A SOBRA DE UM PIX NAO TERIA
      *    ONDE SER GUARDADA - O EXTRATO NAO E' APLICADO (RC 8).
           OPEN I-O CREDITOS-CLIENTE
           IF WS-FS-CREDCLI = '35'
               OPEN OUTPUT CREDITOS-CLIENTE
               CLOSE CREDITOS-CLIENTE
               OPEN I-O CREDITOS-CLIENTE
           END-IF

           OPEN EXTEND CREDITO-MOVIMENTO
           IF WS-FS-CREDMOV = '35'
               OPEN OUTPUT CREDITO-MOVIMENTO
           END-IF

      *    SEM O MOVIMENTO DE DESCONTOS NENHUM DESCONTO E' CONCEDIDO
      *    E O PIX ANTECIPADO MENOR QUE O DEVIDO SEGUE COMO PARCIAL.
           PERFORM P-CARREGA-DESCANT

           OPEN EXTEND DESCONTO-MOVIMENTO
           IF WS-FS-DESCMOV = '35'
               OPEN OUTPUT DESCONTO-MOVIMENTO
           END-IF
           IF WS-FS-DESCMOV NOT = '00'
               DISPLAY 'AVISO: DESCMOV INDISPONIVEL (' WS-FS-DESCMOV
                       ') - SEM DESCONTO ANTECIPADO NESTA EXECUCAO.'
           END-IF

           OPEN EXTEND EXCECOES-DETALHE
           IF WS-FS-EXCDET = '35'
               OPEN OUTPUT EXCECOES-DETALHE
           END-IF

           OPEN I-O EMPRESTIMO-MASTER
           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'AVISO: EMPRESTIMO-MASTER INDISPONIVEL: '
                       WS-FS-EMPMAST
           END-IF

           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PIX-EXTRATO: ' WS-FS-EXTRATO
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 'S'                       TO WS-EOF
           END-IF

      *    SEM A FILA MANUAL O PIX NAO RECONHECIDO NAO TERIA ONDE
      *    FICAR - O EXTRATO NAO E' APLICADO (RC 8).
           IF WS-FS-CREDCLI NOT = '00' OR WS-FS-CREDMOV NOT = '00'
              OR WS-FS-EXCDET NOT = '00'
               DISPLAY 'ERRO AO ABRIR CREDCLI/CREDMOV/BANKEXCD: '
                       WS-FS-CREDCLI ' ' WS-FS-CREDMOV ' '
                       WS-FS-EXCDET
                       ' - EXTRATO PIX NAO APLICADO (RC 8).'
               MOVE 8                         TO WS-RETORNO
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF NOT FIM-DO-ARQUIVO
               MOVE 'EXTRATO PIX - CASAMENTO POR TXID'
                                               TO WS-REG-CASAMENTO
               WRITE WS-REG-CASAMENTO

      *        O MESMO EXTRATO NAO E' APLICADO DUAS VEZES.
               PERFORM P060-CONFERE-REGISTRO
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-EXTRATO
           END-IF
           .

      *****************************************
      * PRE-PASSADA DO EXTRATO: CONTA AS LINHAS E SOMA OS VALORES
      * NUMERICOS, FECHA E REABRE O ARQUIVO. IDENTIDADE JA
      * PROCESSADA NO PROCREG PARA O RUN COM RC 8 E ALERTA.
      *****************************************
       P060-CONFERE-REGISTRO.
      *****************************************

           MOVE ZEROS                         TO WS-PREG-QT
           MOVE ZEROS                         TO WS-PREG-VALOR

           SET FIM-DA-PRE-PASSADA             TO FALSE
           PERFORM P070-PRE-LE-LINHA UNTIL FIM-DA-PRE-PASSADA

           CLOSE PIX-EXTRATO

           MOVE 'DEMONSTRA-PIXRET'            TO WS-PREG-PROGRAMA
           PERFORM P-VERIFICA-PROCREG

           IF PROCREG-BLOQUEADO
               DISPLAY 'EXTRATO PIX JA PROCESSADO (MESMA IDENTIDADE '
                       'NO PROCREG) - EXECUCAO RECUSADA (RC 8). USE '
                       'DEMONSTRA-PROCREL PARA LIBERAR.'
               MOVE 8                         TO WS-RETORNO
               MOVE 'S'                       TO WS-EOF

               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-PIXRET'        TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               MOVE 'EXTRATO PIX JA PROCESSADO - RECUSADO'
                                               TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PIX-EXTRATO
           .

      *****************************************
       P070-PRE-LE-LINHA.
      *****************************************

           READ PIX-EXTRATO
               AT END
                   SET FIM-DA-PRE-PASSADA     TO TRUE
           END-READ

           IF NOT FIM-DA-PRE-PASSADA
               ADD 1                          TO WS-PREG-QT
               IF PIXE-VALOR IS NUMERIC
                   ADD PIXE-VALOR             TO WS-PREG-VALOR
               END-IF
           END-IF
           .

      *****************************************
       P100-LE-EXTRATO.
      *****************************************

           READ PIX-EXTRATO
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UM MOVIMENTO DO EXTRATO. SO' O CREDITO E' CAIXA A APLICAR;
      * O TXID DIZ O PAGAMENTO E, DAI' EM DIANTE, AS REGRAS SAO AS
      * DO RETORNO BANCARIO: VALOR IGUAL OU MAIOR CONFIRMA (SOBRA
      * VIRA CREDITO), MENOR ABATE COMO PARCIAL - SALVO DESCONTO
      * ANTECIPADO QUE O COBRE. O QUE NAO CASA VAI PARA A FILA
      * MANUAL.
      *****************************************
       P200-PROCESSA.
      *****************************************

           IF NOT PIXE-CREDITO
               PERFORM P210-LISTA-IGNORADO
               PERFORM P100-LE-EXTRATO
               EXIT PARAGRAPH
           END-IF

           SET LINHA-VALIDA                   TO TRUE
           MOVE ZEROS                         TO WS-PIX-VALOR
           IF PIXE-VALOR IS NUMERIC
               MOVE PIXE-VALOR                TO WS-PIX-VALOR
           ELSE
               SET LINHA-VALIDA               TO FALSE
           END-IF

           ADD WS-PIX-VALOR                   TO WS-VALOR-EXTRATO

           MOVE PIXE-TXID                     TO WS-PIX-TXID-TEXTO
           PERFORM P-LE-TXID

           EVALUATE TRUE
               WHEN NOT LINHA-VALIDA
               WHEN WS-PIX-VALOR NOT > ZEROS
                   MOVE 'VALOR DO PIX INVALIDO'
                                               TO WS-MOTIVO-EXCECAO
                   PERFORM P700-GRAVA-EXCECAO
               WHEN NOT TXID-RECONHECIDO
                   MOVE 'PIX SEM TXID RECONHECIDO'
                                               TO WS-MOTIVO-EXCECAO
                   PERFORM P700-GRAVA-EXCECAO
               WHEN OTHER
                   PERFORM P300-APLICA-PIX
           END-EVALUATE

           PERFORM P100-LE-EXTRATO
           .

      *****************************************
      * DEVOLUCAO, TARIFA OU QUALQUER OUTRO MOVIMENTO QUE NAO E'
      * CREDITO: SO' INFORMACAO NO RELATORIO.
      *****************************************
       P210-LISTA-IGNORADO.
      *****************************************

           ADD 1                              TO WS-QT-IGNORADOS

           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'IGNORADO TIPO '  DELIMITED BY SIZE
                  PIXE-TIPO         DELIMITED BY SIZE
                  ' E2EID '         DELIMITED BY SIZE
                  PIXE-E2EID        DELIMITED BY SIZE
                  ' DATA '          DELIMITED BY SIZE
                  PIXE-DATA         DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * O TXID APONTOU UM PAGAMENTO: LOCALIZA E APLICA.
      *****************************************
       P300-APLICA-PIX.
      *****************************************

           MOVE WS-PIX-NUM-PAGTO              TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               INVALID KEY
                   MOVE 'PAGAMENTO INEXISTENTE'
                                               TO WS-MOTIVO-EXCECAO
                   PERFORM P700-GRAVA-EXCECAO
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P180-APURA-ANTECIPADO

           EVALUATE TRUE
               WHEN (PAGTO-PENDENTE OR PAGTO-ATRASADO)
                AND WS-PIX-VALOR < PAGTO-VALOR
                AND DESCONTO-ANTECIPADO
                   PERFORM P520-CONFIRMA-COM-DESCONTO
               WHEN (PAGTO-PENDENTE OR PAGTO-ATRASADO)
                AND WS-PIX-VALOR < PAGTO-VALOR
                   PERFORM P550-APLICA-PARCIAL
               WHEN PAGTO-PENDENTE
               WHEN PAGTO-ATRASADO
                   PERFORM P500-CONFIRMA
               WHEN PAGTO-CONFIRMADO
                   MOVE 'JA CONFIRMADO'       TO WS-MOTIVO-EXCECAO
                   PERFORM P700-GRAVA-EXCECAO
               WHEN OTHER
                   MOVE 'SITUACAO NAO CONFIRMAVEL'
                                               TO WS-MOTIVO-EXCECAO
                   PERFORM P700-GRAVA-EXCECAO
           END-EVALUATE
           .

      *****************************************
      * PIX DE FATURA ANTES DO VENCIMENTO: A DATA DO CREDITO
      * (AAAAMMDD) CONTRA O VENCIMENTO DA' A FAIXA DO DESCANTEC;
      * SO' VALE SE O VALOR COBRE O DEVIDO MENOS O DESCONTO.
      *****************************************
       P180-APURA-ANTECIPADO.
      *****************************************

           SET DESCONTO-ANTECIPADO            TO FALSE

           IF WS-FS-DESCMOV NOT = '00' OR WS-QT-TAB-DESCANT = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-DE-FATURA
              OR WS-PIX-VALOR NOT < PAGTO-VALOR
               EXIT PARAGRAPH
           END-IF

           IF PIXE-DATA IS NOT NUMERIC
              OR PAGTO-DATA-VENC(1:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(4:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(7:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE PIXE-DATA                     TO WS-DANT-DATA-PAGTO
           MOVE PAGTO-DATA-VENC(7:4)          TO WS-DANT-VENC(1:4)
           MOVE PAGTO-DATA-VENC(4:2)          TO WS-DANT-VENC(5:2)
           MOVE PAGTO-DATA-VENC(1:2)          TO WS-DANT-VENC(7:2)
           MOVE PAGTO-VALOR                   TO WS-DANT-BASE
           PERFORM P-APURA-DESCONTO

           IF DESCONTO-ANTECIPADO
              AND WS-PIX-VALOR < WS-DANT-LIQUIDO
               SET DESCONTO-ANTECIPADO        TO FALSE
           END-IF
           .

      *****************************************
      * QUITACAO COM DESCONTO ANTECIPADO: O QUE FALTOU PARA O
      * DEVIDO ABATE O PAGTO-VALOR, A CONFIRMACAO SEGUE NORMAL E O
      * DESCONTO VAI PARA O DESCMOV E PARA O RELATORIO.
      *****************************************
       P520-CONFIRMA-COM-DESCONTO.
      *****************************************

           COMPUTE WS-VALOR-DESC-CONCEDIDO =
                   PAGTO-VALOR - WS-PIX-VALOR
           SUBTRACT WS-VALOR-DESC-CONCEDIDO   FROM PAGTO-VALOR

           PERFORM P500-CONFIRMA

           IF NOT PAGTO-CONFIRMADO OR WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-DESCONTOS
           ADD WS-VALOR-DESC-CONCEDIDO        TO WS-VALOR-DESCONTOS

           MOVE PAGTO-NUMERO                  TO DMOV-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO DMOV-NUM-CLIENTE
           MOVE WS-VALOR-DESC-CONCEDIDO       TO DMOV-VALOR
           MOVE WS-DATA-NEGOCIO               TO DMOV-DATA
           WRITE WS-REG-DESCMOV

           MOVE WS-VALOR-DESC-CONCEDIDO       TO WS-VALOR-ED
           MOVE WS-DANT-PERC-APLIC            TO WS-PERC-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'DESCONTO PAGTO ' DELIMITED BY SIZE
                  PAGTO-NUMERO      DELIMITED BY SIZE
                  ' FAIXA '         DELIMITED BY SIZE
                  WS-PERC-ED        DELIMITED BY SIZE
                  '% VALOR '        DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * CONFIRMACAO: TRANSICAO VALIDADA ANTES DE QUALQUER MUDANCA
      * (ILEGAL VAI PARA A FILA MANUAL, COM O ERRLOG JA GRAVADO
      * PELA ROTINA), REWRITE NO LUGAR E TRILHA PAGTOAUD. PIX MAIOR
      * QUE O DEVIDO CONFIRMA PELO PAGTO-VALOR E A SOBRA VIRA
      * CREDITO DO CLIENTE.
      *****************************************
       P500-CONFIRMA.
      *****************************************

           MOVE WS-PAGTO                      TO WS-SITUACAO-ANTERIOR

           MOVE WS-PAGTO                      TO TRX-SITUACAO-DE
           MOVE 'C'                           TO TRX-SITUACAO-PARA
           MOVE 'DEMONSTRA-PIXRET'            TO TRX-PROGRAMA
           MOVE PAGTO-NUMERO                  TO TRX-NUM-PAGTO
           PERFORM P-VALIDA-TRANSICAO

           IF TRANSICAO-ILEGAL
               MOVE 'TRANSICAO ILEGAL'        TO WS-MOTIVO-EXCECAO
               PERFORM P700-GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           IF WS-PIX-VALOR > PAGTO-VALOR
               COMPUTE WS-VALOR-SOBRA = WS-PIX-VALOR - PAGTO-VALOR
               MOVE PAGTO-VALOR               TO WS-VALOR-APLICADO
           ELSE
               MOVE ZEROS                     TO WS-VALOR-SOBRA
               MOVE WS-PIX-VALOR              TO WS-VALOR-APLICADO
           END-IF
           PERFORM P575-SEPARA-MORA

           SET PAGTO-CONFIRMADO               TO TRUE

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE 'ERRO DE REGRAVACAO'      TO WS-MOTIVO-EXCECAO
               PERFORM P700-GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CONFIRMADOS
           ADD WS-VALOR-APLICADO              TO WS-VALOR-CONFIRMADO

           PERFORM P580-ABATE-EMPRESTIMO

           IF WS-VALOR-SOBRA > ZEROS
               PERFORM P600-GUARDA-CREDITO
           END-IF

           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-SITUACAO-ANTERIOR          TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'PIX'                         TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD

           MOVE WS-VALOR-APLICADO             TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CONFIRMADO PAGTO ' DELIMITED BY SIZE
                  PAGTO-NUMERO        DELIMITED BY SIZE
                  ' VALOR '           DELIMITED BY SIZE
                  WS-VALOR-ED         DELIMITED BY SIZE
                  ' E2EID '           DELIMITED BY SIZE
                  PIXE-E2EID          DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * PARTE DO VALOR APLICADO QUE QUITA A MORA ACUMULADA DO
      * PAGAMENTO - O MENOR ENTRE PAGTO-JUROS-ACUM E O VALOR
      * APLICADO. APURADA ANTES DE A APLICACAO PARCIAL ABATER O
      * PAGTO-JUROS-ACUM.
      *****************************************
       P575-SEPARA-MORA.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF WS-VALOR-APLICADO NOT < PAGTO-JUROS-ACUM
               MOVE PAGTO-JUROS-ACUM          TO WS-MORA-APLICADA
           ELSE
               MOVE WS-VALOR-APLICADO         TO WS-MORA-APLICADA
           END-IF
           .

      *****************************************
      * PARCELA DE EMPRESTIMO APLICADA: O VALOR APLICADO ABATE O
      * SALDO DO EMPRESTIMO APONTADO EM PAGTO-NUM-ORIGEM, SEM
      * DEIXA-LO NEGATIVO.
      *****************************************
       P580-ABATE-EMPRESTIMO.
      *****************************************

           IF NOT PAGTO-DE-EMPRESTIMO
               EXIT PARAGRAPH
           END-IF

      *    A MORA DA PARCELA E' RECEITA CONTRA CONTAS A RECEBER, NAO
      *    DIVIDA DO EMPRESTIMO: SO' O RESTO DO VALOR APLICADO ABATE.
           COMPUTE WS-EMP-ABATIDO = WS-VALOR-APLICADO - WS-MORA-APLICADA
           IF WS-EMP-ABATIDO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-EMPMAST NOT = '00' AND WS-FS-EMPMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-ORIGEM IS NOT NUMERIC
              OR PAGTO-NUM-ORIGEM = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUM-ORIGEM              TO EMP-NUMERO

           READ EMPRESTIMO-MASTER
               INVALID KEY
                   DISPLAY 'EMPRESTIMO ' EMP-NUMERO
                           ' DA PARCELA ' PAGTO-NUMERO
                           ' NAO ENCONTRADO.'
           END-READ

           IF WS-FS-EMPMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

      *    JUROS CAPITALIZADOS AINDA NAO PAGOS SAO QUITADOS ANTES
      *    DO PRINCIPAL.
           IF EMP-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-ACUM
           END-IF
           IF WS-EMP-ABATIDO NOT < EMP-JUROS-ACUM
               MOVE EMP-JUROS-ACUM            TO WS-EMP-PARTE-JUROS
           ELSE
               MOVE WS-EMP-ABATIDO            TO WS-EMP-PARTE-JUROS
           END-IF
           SUBTRACT WS-EMP-PARTE-JUROS        FROM EMP-JUROS-ACUM

           IF WS-EMP-ABATIDO NOT < EMP-SALDO
               MOVE ZEROS                     TO EMP-SALDO
           ELSE
               SUBTRACT WS-EMP-ABATIDO        FROM EMP-SALDO
           END-IF

           REWRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EMPRESTIMO '
                           EMP-NUMERO ': ' WS-FS-EMPMAST
           END-REWRITE

           IF WS-FS-EMPMAST = '00'
               ADD 1                          TO WS-QT-EMP-ABATIDOS

               INITIALIZE WS-REG-EMPHIST
               MOVE EMP-NUMERO                TO EMH-NUM-EMPRESTIMO
               MOVE WS-DATA-NEGOCIO           TO EMH-DATA
               MOVE 'PC'                      TO EMH-TIPO
               COMPUTE EMH-VALOR = ZEROS - WS-EMP-ABATIDO
               COMPUTE EMH-JUROS = ZEROS - WS-EMP-PARTE-JUROS
               COMPUTE EMH-PRINCIPAL = EMH-VALOR - EMH-JUROS
               MOVE EMP-SALDO                 TO EMH-SALDO-APOS
               MOVE PAGTO-NUMERO              TO EMH-NUM-PAGTO
               MOVE 'DEMONSTRA-PIXRET'        TO EMH-PROGRAMA
               PERFORM P-GRAVA-EMPHIST
           END-IF
           .

      *****************************************
      * PIX PARCIAL: ABATE O VALOR DO PAGTO-VALOR, PRIMEIRO DA MORA
      * ACUMULADA; A SITUACAO NAO MUDA. O VALOR VAI PARA O PARCMOV
      * (CAIXA DE HOJE NO RAZAO) E PARA O PARCHIST, E A APLICACAO
      * FICA NA TRILHA PAGTOAUD COM SITUACAO ANTERIOR = NOVA.
      *****************************************
       P550-APLICA-PARCIAL.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           MOVE WS-PIX-VALOR                  TO WS-VALOR-APLICADO
           PERFORM P575-SEPARA-MORA
           SUBTRACT WS-PIX-VALOR              FROM PAGTO-VALOR
           SUBTRACT WS-MORA-APLICADA          FROM PAGTO-JUROS-ACUM

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE 'ERRO DE REGRAVACAO'      TO WS-MOTIVO-EXCECAO
               PERFORM P700-GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PARCIAIS
           ADD WS-PIX-VALOR                   TO WS-VALOR-PARCIAL
           MOVE PAGTO-VALOR                   TO WS-SALDO-RESIDUAL

           PERFORM P580-ABATE-EMPRESTIMO

           IF WS-FS-PARCMOV = '00'
               MOVE PAGTO-NUMERO              TO PARC-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO PARC-NUM-CLIENTE
               MOVE WS-PIX-VALOR              TO PARC-VALOR
               MOVE WS-DATA-NEGOCIO           TO PARC-DATA
               MOVE WS-MORA-APLICADA          TO PARC-MORA
               WRITE WS-REG-PARCMOV
           END-IF
           IF WS-FS-PARCHIST = '00'
               MOVE PAGTO-NUMERO              TO PHIS-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO PHIS-NUM-CLIENTE
               MOVE WS-PIX-VALOR              TO PHIS-VALOR
               MOVE WS-DATA-NEGOCIO           TO PHIS-DATA
               WRITE WS-REG-PARCHIST
           END-IF

           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'PIX'                         TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD

           MOVE WS-PIX-VALOR                  TO WS-VALOR-ED
           MOVE WS-SALDO-RESIDUAL             TO WS-RESIDUAL-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'PARCIAL PAGTO '  DELIMITED BY SIZE
                  PAGTO-NUMERO      DELIMITED BY SIZE
                  ' APLICADO '      DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  ' RESIDUO '       DELIMITED BY SIZE
                  WS-RESIDUAL-ED    DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * SOBRA DO PIX: CREDITO A FAVOR DO CLIENTE (CHAVE CLIENTE +
      * PAGAMENTO), MOVIMENTO DE ENTRADA PARA O EXTRATO CONTABIL E
      * LINHA NO RELATORIO. A CHAVE JA EXISTENTE SOMA NO MESMO
      * CREDITO.
      *****************************************
       P600-GUARDA-CREDITO.
      *****************************************

           MOVE PAGTO-NUM-CLIENTE             TO CRED-NUM-CLIENTE
           MOVE PAGTO-NUMERO                  TO CRED-NUM-PAGTO

           READ CREDITOS-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CREDCLI = '00'
               ADD WS-VALOR-SOBRA             TO CRED-VALOR
               ADD WS-VALOR-SOBRA             TO CRED-SALDO
               REWRITE WS-REG-CREDCLI
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-VALOR-SOBRA            TO CRED-VALOR
               MOVE WS-VALOR-SOBRA            TO CRED-SALDO
               MOVE WS-DATA-NEGOCIO           TO CRED-DATA
               MOVE ZEROS                     TO CRED-DATA-ULT-USO
               MOVE 'PIX'                     TO CRED-ORIGEM
               WRITE WS-REG-CREDCLI
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF WS-FS-CREDCLI NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CREDITO DO PAGAMENTO '
                       PAGTO-NUMERO ': ' WS-FS-CREDCLI
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-PIXRET'        TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               MOVE 'SOBRA DE PIX SEM CREDITO GRAVADO'
                                               TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CREDITOS
           ADD WS-VALOR-SOBRA                 TO WS-VALOR-CREDITO

           MOVE 'E'                           TO CMOV-TIPO
           MOVE PAGTO-NUM-CLIENTE             TO CMOV-NUM-CLIENTE
           MOVE PAGTO-NUMERO                  TO CMOV-NUM-PAGTO
           MOVE WS-VALOR-SOBRA                TO CMOV-VALOR
           MOVE WS-DATA-NEGOCIO               TO CMOV-DATA
           WRITE WS-REG-CREDMOV

           MOVE WS-VALOR-SOBRA                TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CREDITO PAGTO '  DELIMITED BY SIZE
                  PAGTO-NUMERO      DELIMITED BY SIZE
                  ' CLIENTE '       DELIMITED BY SIZE
                  PAGTO-NUM-CLIENTE DELIMITED BY SIZE
                  ' SOBRA '         DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * PIX QUE NAO CASA: FILA DA APLICACAO MANUAL (BANKEXCD, BANCO
      * 'PIX'; PAGAMENTO ZERADO QUANDO O TXID NAO E' NOSSO) E UMA
      * LINHA NO RELATORIO COM O E2EID E O PAGADOR, PARA O OPERADOR
      * LOCALIZAR O CREDITO NO PSP.
      *****************************************
       P700-GRAVA-EXCECAO.
      *****************************************

           ADD 1                              TO WS-QT-EXCECOES
           ADD WS-PIX-VALOR                   TO WS-VALOR-EXCECAO

           MOVE WS-PIX-NUM-PAGTO              TO EXD-NUM-PAGTO
           IF WS-PIX-VALOR > ZEROS
               MOVE WS-PIX-VALOR              TO EXD-VALOR
           ELSE
               MOVE ZEROS                     TO EXD-VALOR
           END-IF
           MOVE PIXE-DATA                     TO EXD-DATA
           MOVE 'PIX'                         TO EXD-BANCO
           MOVE WS-MOTIVO-EXCECAO             TO EXD-MOTIVO
           WRITE WS-REG-EXCDET

           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'EXCECAO '        DELIMITED BY SIZE
                  WS-MOTIVO-EXCECAO DELIMITED BY '  '
                  ' E2EID '         DELIMITED BY SIZE
                  PIXE-E2EID        DELIMITED BY SIZE
                  ' PAGADOR '       DELIMITED BY SIZE
                  PIXE-PAGADOR      DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-EXTRATO = '00' OR WS-FS-EXTRATO = '10'
               CLOSE PIX-EXTRATO
           END-IF

           IF WS-FS-PAGTOPEND NOT = '91' AND WS-FS-PAGTOPEND NOT = '35'
               CLOSE PAGTO-PENDENTES
           END-IF

           IF WS-FS-EMPMAST = '00' OR WS-FS-EMPMAST = '10'
              OR WS-FS-EMPMAST = '23'
               CLOSE EMPRESTIMO-MASTER
           END-IF

           IF WS-FS-PARCMOV = '00'
               CLOSE PARCIAL-MOVIMENTO
           END-IF

           IF WS-FS-PARCHIST = '00'
               CLOSE PARCIAL-HISTORICO
           END-IF

           IF WS-FS-EXCDET = '00'
               CLOSE EXCECOES-DETALHE
           END-IF

           IF WS-FS-CREDCLI NOT = '91' AND WS-FS-CREDCLI NOT = '35'
               CLOSE CREDITOS-CLIENTE
           END-IF

           IF WS-FS-CREDMOV = '00'
               CLOSE CREDITO-MOVIMENTO
           END-IF

           IF WS-FS-DESCMOV = '00'
               CLOSE DESCONTO-MOVIMENTO
           END-IF

      *    PIX QUE FOI PARA A FILA MANUAL E' CAIXA SEM DONO: O
      *    DIGEST DA MANHA AVISA QUEM APLICA.
           IF WS-QT-EXCECOES > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-PIXRET'        TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               STRING 'PIX NAO CASADOS NA FILA MANUAL: '
                                               DELIMITED BY SIZE
                      WS-QT-EXCECOES          DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF

           PERFORM P950-FECHA-CASAMENTO

           DISPLAY 'MOVIMENTOS PIX LIDOS..: ' WS-QT-LIDOS
           DISPLAY 'PAGAMENTOS CONFIRMADOS: ' WS-QT-CONFIRMADOS
           DISPLAY 'PAGAMENTOS PARCIAIS...: ' WS-QT-PARCIAIS
           DISPLAY 'CREDITOS DE CLIENTE...: ' WS-QT-CREDITOS
           DISPLAY 'DESCONTOS ANTECIPADOS.: ' WS-QT-DESCONTOS
           DISPLAY 'EMPRESTIMOS ABATIDOS..: ' WS-QT-EMP-ABATIDOS
           DISPLAY 'PARA A FILA MANUAL....: ' WS-QT-EXCECOES
           DISPLAY 'NAO CREDITOS IGNORADOS: ' WS-QT-IGNORADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONFIRMADOS              TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO NOT = 8
               MOVE 'P'                       TO WS-PREG-EVENTO-GRAVA
               MOVE SPACES                    TO WS-PREG-OPERADOR
               PERFORM P-GRAVA-PROCREG
           END-IF

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

      *****************************************
      * BLOCO FINAL DO RELATORIO: TOTAIS POR DESTINO E A
      * CONCILIACAO - OS CREDITOS PIX DO EXTRATO TEM QUE SER
      * INTEIRAMENTE EXPLICADOS POR CONFIRMACOES + PARCIAIS +
      * CREDITOS DE CLIENTE + FILA MANUAL.
      *****************************************
       P950-FECHA-CASAMENTO.
      *****************************************

           MOVE WS-VALOR-EXTRATO              TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'TOTAL DE CREDITOS PIX: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-CONFIRMADO           TO WS-VALOR-ED
           MOVE WS-QT-CONFIRMADOS             TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CONFIRMACOES (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ').: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-PARCIAL              TO WS-VALOR-ED
           MOVE WS-QT-PARCIAIS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'PARCIAIS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ').....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-CREDITO              TO WS-VALOR-ED
           MOVE WS-QT-CREDITOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CREDITOS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ').....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-EXCECAO              TO WS-VALOR-ED
           MOVE WS-QT-EXCECOES                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'FILA MANUAL (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ')..: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

      *    OS DESCONTOS NAO ENTRARAM NO CAIXA: SO' INFORMACAO, FORA
      *    DA CONCILIACAO.
           MOVE WS-VALOR-DESCONTOS            TO WS-VALOR-ED
           MOVE WS-QT-DESCONTOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'DESCONTOS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ')....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           IF WS-VALOR-CONFIRMADO + WS-VALOR-PARCIAL
              + WS-VALOR-CREDITO + WS-VALOR-EXCECAO = WS-VALOR-EXTRATO
               MOVE 'CONCILIACAO..........: BATE'
                                               TO WS-REG-CASAMENTO
           ELSE
               MOVE 'CONCILIACAO..........: NAO BATE'
                                               TO WS-REG-CASAMENTO
           END-IF
           WRITE WS-REG-CASAMENTO

           CLOSE CASAMENTO-RPT
           .

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY EMPHSTPR.
           COPY PAGTRXPR.
           COPY PROCREGPR.
           COPY DESCANPR.
           COPY ALERTAPR.
           COPY DTNEGPR.
           COPY PIXPR.

       END PROGRAM DEMONSTRA-PIXRET.
