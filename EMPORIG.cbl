      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PROPOSTA ONLINE DE EMPRESTIMO COM ANALISE DE CREDITO
      *          E DESEMBOLSO. O ANALISTA SE IDENTIFICA E INFORMA
      *          CLIENTE, VALOR, TAXA POR PERIODO E PRAZO. A ANALISE
      *          CONFRONTA O PEDIDO COM O GRAU DE PAGAMENTO DO
      *          CLIENTE (CLISCORE), O SALDO DEVEDOR DOS EMPRESTIMOS
      *          QUE ELE JA TEM NO EMPMAST (EXPOSICAO, TETO NO
      *          SISPARAM EMPREST-EXPOS-MAX, PADRAO 50.000) E AS
      *          PARCELAS ATRASADAS EM ABERTO NO PAGTOPEND (TOLERANCIA
      *          EMPREST-ATRASO-MAX, PADRAO ZERO) E RECOMENDA APROVAR
      *          OU RECUSAR. A DECISAO E' DO ANALISTA; APROVAR ACIMA
      *          DA ALCADA (EMPREST-ALCADA, PADRAO 10.000) OU CONTRA
      *          A RECOMENDACAO EXIGE SUPERVISOR (PERFIL '*SUPER' NO
      *          OPERAUTH). APROVADA: CRIA O EMPRESTIMO NO EMPMAST,
      *          O DESEMBOLSO PENDENTE PARA A TESOURARIA (EMPDESEMB)
      *          E O MOVIMENTO EMPDESMOV PARA O EXTRATO CONTABIL.
      *          TODA DECISAO FICA NO EMPPROP; A RECUSADA COM OS
      *          CODIGOS DE MOTIVO DO RELATORIO MENSAL DE RECUSAS
      *          (DEMONSTRA-EMPRECUS). RESPEITA A JANELA DE LOTE
      *          (BATCHWIN, COM OVERRIDE DE SUPERVISOR).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MODALIDADE DA TAXA NO PEDIDO: FIXA (TAXA POR
      *                    PERIODO, COMO ANTES) OU INDEXADA (CODIGO
      *                    DO INDICE COM TAXA PUBLICADA NO TAXAIDX +
      *                    SPREAD EM % AO ANO); NO INDEXADO A TAXA DA
      *                    ANALISE E DO CADASTRO E' A MENSAL
      *                    EQUIVALENTE AO ULTIMO INDICE PUBLICADO
      *   15/10/2026 WT - EMPRESTIMO APROVADO GANHA A LINHA DE ABERTURA
      *                    ('AB') NO HISTORICO DO EMPRESTIMO (EMPHIST),
      *                    PONTO DE PARTIDA DO SALDO DEVEDOR
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPORIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-EMPREST    ASSIGN TO 'EMPPROP'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EPR-NUMERO
                                       FILE STATUS WS-FS-EMPPROP.

           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT CLIENTE-SCORE       ASSIGN TO 'CLISCORE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT DESEMBOLSO-ARQ      ASSIGN TO 'EMPDESEMB'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPDESEMB.

           SELECT DESEMBOLSO-MOV      ASSIGN TO 'EMPDESMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPDESMOV.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT BATCH-JANELA        ASSIGN TO 'BATCHWIN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BATCHWIN.

           SELECT OPER-AUTORIZACAO    ASSIGN TO 'OPERAUTH'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT TAXA-INDEXADOR      ASSIGN TO 'TAXAIDX'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TAXAIDX.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

       DATA DIVISION.
       FILE SECTION.
       FD PROPOSTA-EMPREST.
           COPY EMPPROP.

       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD CLIENTE-SCORE.
           COPY CLISCORE.

       FD DESEMBOLSO-ARQ.
           COPY EMPDES.

       FD DESEMBOLSO-MOV.
           COPY EMPDESMV.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD BATCH-JANELA.
           COPY BATWIN.

      *    UMA LINHA POR PERMISSAO: OPERADOR + PROGRAM-ID PERMITIDO
      *    (O PERFIL '*SUPER' MARCA O SUPERVISOR).
       FD OPER-AUTORIZACAO.
       01 WS-REG-OPERAUTH.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD TAXA-INDEXADOR.
           COPY TAXAIDX.

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

           COPY BATWINWS.
       77 WS-FS-EMPPROP                      PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-FS-EMPDESEMB                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPDESMOV                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF-SCAN                        PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-SW-PEDIDO                       PIC X(01) VALUE 'N'.
           88 PEDIDO-ACEITO                  VALUE 'S' FALSE 'N'.
       77 WS-SW-EXIGE-SUPER                  PIC X(01) VALUE 'N'.
           88 EXIGE-SUPERVISOR               VALUE 'S' FALSE 'N'.

      *    ALCADA DO ANALISTA, TETO DE EXPOSICAO POR CLIENTE E
      *    ATRASO TOLERADO, EM REAIS INTEIROS (PARAMETROS
      *    EMPREST-ALCADA, EMPREST-EXPOS-MAX E EMPREST-ATRASO-MAX).
       77 WS-ALCADA            PIC S9(09)V99 COMP-3 VALUE 10000.
       77 WS-EXPOS-MAX         PIC S9(09)V99 COMP-3 VALUE 50000.
       77 WS-ATRASO-MAX        PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    ULTIMOS NUMEROS JA GRAVADOS; O PROXIMO E' ELE + 1.
       77 WS-ULTIMA-PROPOSTA                 PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-EMPREST                  PIC 9(06) VALUE ZEROS.

      *    O QUE O ANALISTA DIGITOU.
       77 WS-CLIENTE-INF                     PIC X(06) VALUE SPACES.
       77 WS-NUM-CLIENTE-PROP                PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-INF         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-TAXA-INF          PIC S9(01)V9999 COMP-3 VALUE ZEROS.
       77 WS-PERIODOS-INF                    PIC 9(03) VALUE ZEROS.
       77 WS-TIPO-TAXA-INF                   PIC X(01) VALUE SPACE.
           88 TIPO-TAXA-INF-FIXA             VALUE 'F'.
           88 TIPO-TAXA-INF-INDEXADA         VALUE 'I'.
       77 WS-INDICE-INF                      PIC X(05) VALUE SPACES.
       77 WS-SPREAD-INF                      PIC 9(02)V9(04)
                                                   VALUE ZEROS.
       77 WS-DECISAO-INF                     PIC X(01) VALUE SPACE.
       77 WS-SUPERVISOR-INF                  PIC X(08) VALUE SPACES.

      *    RESULTADO DA ANALISE DE CREDITO.
       77 WS-GRAU                            PIC X(01) VALUE SPACE.
       77 WS-EXPOSICAO         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-EXPOSICAO-NOVA    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-ATRASADO          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-EMPRESTIMOS                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-ATRASADAS                    PIC 9(04) VALUE ZEROS.
       77 WS-RECOMENDACAO                    PIC X(01) VALUE SPACE.
       77 WS-QT-MOTIVOS                      PIC 9(01) VALUE ZEROS.
       77 WS-IX-MOTIVO                       PIC 9(01) VALUE ZEROS.
       77 WS-MOTIVO-NOVO                     PIC X(02) VALUE SPACES.
       01 WS-TAB-MOTIVOS.
           03 WS-MOTIVO                OCCURS 3 TIMES
                                                 PIC X(02).

       77 WS-QT-APROVADAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADAS                    PIC 9(06) VALUE ZEROS.

      *    CAMPOS EDITADOS DA TELA.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-TAXA-ED                         PIC -9.9999.

           COPY PARAMWS.
           COPY DTNEGWS.
           COPY TAXIDXWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL OPERADOR-ENCERROU

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

      *    SEM IDENTIFICACAO NAO HA PROPOSTA - O ID VAI NO RUNLOG E
      *    NA DECISAO.
           MOVE 'DEMONSTRA-EMPORIG'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPORIG'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-TAXAIDX

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'EMPREST-ALCADA'              TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-ALCADA
           END-IF
           MOVE 'EMPREST-EXPOS-MAX'           TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-EXPOS-MAX
           END-IF
           MOVE 'EMPREST-ATRASO-MAX'          TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-ATRASO-MAX
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

      *    STATUS 35 = PRIMEIRA PROPOSTA (OU PRIMEIRO EMPRESTIMO):
      *    CRIA O CADASTRO VAZIO E REABRE EM I-O.
           OPEN I-O PROPOSTA-EMPREST
           IF WS-FS-EMPPROP = '35'
               OPEN OUTPUT PROPOSTA-EMPREST
               CLOSE PROPOSTA-EMPREST
               OPEN I-O PROPOSTA-EMPREST
           END-IF

           OPEN I-O EMPRESTIMO-MASTER
           IF WS-FS-EMPMAST = '35'
               OPEN OUTPUT EMPRESTIMO-MASTER
               CLOSE EMPRESTIMO-MASTER
               OPEN I-O EMPRESTIMO-MASTER
           END-IF

           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT PAGTO-PENDENTES

           IF WS-FS-EMPPROP NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPPROP: ' WS-FS-EMPPROP
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPMAST: ' WS-FS-EMPMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIMAST: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

      *    SEM O PAGTOPEND NAO HA COMO MEDIR OS ATRASOS - ANALISE
      *    PELA METADE NAO LIBERA DINHEIRO.
           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTOPEND: ' WS-FS-PAGTOPEND
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF NOT OPERADOR-ENCERROU
               PERFORM P050-ULTIMA-PROPOSTA
           END-IF

           MOVE WS-ALCADA                     TO WS-VALOR-ED
           DISPLAY 'ALCADA DO ANALISTA.........: ' WS-VALOR-ED
           MOVE WS-EXPOS-MAX                  TO WS-VALOR-ED
           DISPLAY 'EXPOSICAO MAXIMA POR CLIENTE: ' WS-VALOR-ED
           MOVE WS-ATRASO-MAX                 TO WS-VALOR-ED
           DISPLAY 'ATRASO TOLERADO............: ' WS-VALOR-ED
           .

      *****************************************
      * VARRE O EMPPROP PELA CHAVE PRINCIPAL ATE O FIM: O ULTIMO LIDO
      * TEM O MAIOR NUMERO DE PROPOSTA. O DO EMPRESTIMO SAI DA
      * VARREDURA DO EMPMAST NA ANALISE DE CADA PEDIDO.
      *****************************************
       P050-ULTIMA-PROPOSTA.
      *****************************************

           SET FIM-DO-SCAN                    TO FALSE
           PERFORM P060-UMA-PROPOSTA UNTIL FIM-DO-SCAN
           .

      *****************************************
       P060-UMA-PROPOSTA.
      *****************************************

           READ PROPOSTA-EMPREST NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               MOVE EPR-NUMERO                TO WS-ULTIMA-PROPOSTA
           END-IF
           .

      *****************************************
      * UM PEDIDO POR VOLTA: CLIENTE (BRANCO ENCERRA), CONDICOES,
      * ANALISE DE CREDITO, RECOMENDACAO E DECISAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'PROPOSTA DE EMPRESTIMO - NUMERO DO CLIENTE '
                   '(BRANCO PARA ENCERRAR): '
           MOVE SPACES                        TO WS-CLIENTE-INF
           ACCEPT WS-CLIENTE-INF

           IF WS-CLIENTE-INF = SPACES
               MOVE 'S'                       TO WS-SW-ENCERRA
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-CAPTA-PEDIDO
           IF NOT PEDIDO-ACEITO
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-ANALISA-CREDITO

           DISPLAY 'DECISAO (A=APROVAR, R=RECUSAR, BRANCO=DESISTIR): '
           MOVE SPACE                         TO WS-DECISAO-INF
           ACCEPT WS-DECISAO-INF

           EVALUATE WS-DECISAO-INF
               WHEN 'A'
                   PERFORM P500-APROVA
               WHEN 'R'
                   IF WS-QT-MOTIVOS = ZEROS
                       MOVE 'OP'              TO WS-MOTIVO-NOVO
                       PERFORM P480-ANOTA-MOTIVO
                   END-IF
                   PERFORM P700-RECUSA
               WHEN OTHER
                   DISPLAY 'PEDIDO DESCARTADO - NADA GRAVADO.'
           END-EVALUATE
           .

      *****************************************
      * O PEDIDO: CLIENTE CADASTRADO E ATIVO, VALOR, TAXA E PRAZO.
      * SAI COM PEDIDO-ACEITO QUANDO TUDO CONFERE.
      *****************************************
       P300-CAPTA-PEDIDO.
      *****************************************

           SET PEDIDO-ACEITO                  TO FALSE

           IF WS-CLIENTE-INF IS NOT NUMERIC
               DISPLAY 'NUMERO DE CLIENTE INVALIDO.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLIENTE-INF                TO WS-NUM-CLIENTE-PROP

           MOVE WS-NUM-CLIENTE-PROP           TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-NUM-CLIENTE-PROP
                           ' NAO CADASTRADO.'
           END-READ
           IF WS-FS-CLIMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF CLIENTE-INATIVO
               DISPLAY 'CLIENTE ' WS-NUM-CLIENTE-PROP
                       ' INATIVADO PELO OFFBOARDING - PEDIDO '
                       'RECUSADO.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CLIENTE ' WS-NUM-CLIENTE ' - ' WS-NOME

           DISPLAY 'VALOR DO EMPRESTIMO: '
           MOVE ZEROS                         TO WS-VALOR-INF
           ACCEPT WS-VALOR-INF
           IF WS-VALOR-INF NOT > ZEROS
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MODALIDADE DA TAXA (F=FIXA  I=INDEXADA): '
           MOVE SPACE                         TO WS-TIPO-TAXA-INF
           ACCEPT WS-TIPO-TAXA-INF

           EVALUATE TRUE
               WHEN TIPO-TAXA-INF-FIXA
                   DISPLAY 'TAXA DE JUROS POR PERIODO (EX.: 0.0150): '
                   MOVE ZEROS                 TO WS-TAXA-INF
                   ACCEPT WS-TAXA-INF
                   IF WS-TAXA-INF < ZEROS OR WS-TAXA-INF NOT < 1
                       DISPLAY 'TAXA INVALIDA.'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES                TO WS-INDICE-INF
                   MOVE ZEROS                 TO WS-SPREAD-INF
               WHEN TIPO-TAXA-INF-INDEXADA
                   PERFORM P310-CAPTA-INDEXADOR
                   IF NOT TXI-ACHOU
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'MODALIDADE INVALIDA.'
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'PRAZO EM PERIODOS (MESES): '
           MOVE ZEROS                         TO WS-PERIODOS-INF
           ACCEPT WS-PERIODOS-INF
           IF WS-PERIODOS-INF = ZEROS
               DISPLAY 'PRAZO INVALIDO.'
               EXIT PARAGRAPH
           END-IF

           SET PEDIDO-ACEITO                  TO TRUE
           .

      *****************************************
      * INDEXADO: O INDICE TEM DE TER TAXA PUBLICADA NO TAXAIDX; A
      * TAXA DO PEDIDO (ANALISE, PROPOSTA E CADASTRO) E' A MENSAL
      * EQUIVALENTE AO ULTIMO INDICE MAIS O SPREAD - DAI EM DIANTE
      * O GIRO NOTURNO A MANTEM.
      *****************************************
       P310-CAPTA-INDEXADOR.
      *****************************************

           SET TXI-ACHOU                      TO FALSE

           DISPLAY 'INDICE (CDI, SELIC...): '
           MOVE SPACES                        TO WS-INDICE-INF
           ACCEPT WS-INDICE-INF
           DISPLAY 'SPREAD EM % AO ANO (EX.: 2.5000): '
           MOVE ZEROS                         TO WS-SPREAD-INF
           ACCEPT WS-SPREAD-INF

           MOVE WS-INDICE-INF                 TO WS-TXI-COD-TESTE
           MOVE WS-DATA-NEGOCIO               TO WS-TXI-DATA-TESTE
           PERFORM P-ULTIMA-TAXAIDX
           IF NOT TXI-ACHOU
               DISPLAY 'INDICE ' WS-INDICE-INF
                       ' SEM TAXA PUBLICADA NO TAXAIDX.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SPREAD-INF                 TO WS-TXI-SPREAD
           PERFORM P-FATORES-TAXAIDX
           MOVE WS-TXI-TAXA-MES               TO WS-TAXA-INF

           MOVE WS-TAXA-INF                   TO WS-TAXA-ED
           DISPLAY 'ULTIMO ' WS-INDICE-INF ' PUBLICADO EM '
                   WS-TXI-DATA-ACHADA ' - TAXA MENSAL EQUIVALENTE '
                   'COM O SPREAD: ' WS-TAXA-ED
           .

      *****************************************
      * ANALISE DE CREDITO: GRAU NO CLISCORE, EXPOSICAO NO EMPMAST E
      * ATRASOS NO PAGTOPEND. CADA REGRA FURADA ANOTA UM MOTIVO;
      * SEM MOTIVO A RECOMENDACAO E' APROVAR.
      *****************************************
       P400-ANALISA-CREDITO.
      *****************************************

           MOVE SPACES                        TO WS-TAB-MOTIVOS
           MOVE ZEROS                         TO WS-QT-MOTIVOS

           PERFORM P410-OBTEM-GRAU
           PERFORM P420-OBTEM-EXPOSICAO
           PERFORM P440-OBTEM-ATRASOS

           IF WS-GRAU = 'D'
               MOVE 'GD'                      TO WS-MOTIVO-NOVO
               PERFORM P480-ANOTA-MOTIVO
           END-IF

           COMPUTE WS-EXPOSICAO-NOVA = WS-EXPOSICAO + WS-VALOR-INF
           IF WS-EXPOSICAO-NOVA > WS-EXPOS-MAX
               MOVE 'EX'                      TO WS-MOTIVO-NOVO
               PERFORM P480-ANOTA-MOTIVO
           END-IF

           IF WS-ATRASADO > WS-ATRASO-MAX
               MOVE 'AT'                      TO WS-MOTIVO-NOVO
               PERFORM P480-ANOTA-MOTIVO
           END-IF

           IF WS-QT-MOTIVOS = ZEROS
               MOVE 'A'                       TO WS-RECOMENDACAO
           ELSE
               MOVE 'R'                       TO WS-RECOMENDACAO
           END-IF

           DISPLAY '--- ANALISE DE CREDITO ---'
           IF WS-GRAU = SPACE
               DISPLAY 'GRAU DE PAGAMENTO....: SEM APURACAO'
           ELSE
               DISPLAY 'GRAU DE PAGAMENTO....: ' WS-GRAU
           END-IF
           MOVE WS-EXPOSICAO                  TO WS-VALOR-ED
           DISPLAY 'EXPOSICAO ATUAL......: ' WS-VALOR-ED
                   ' EM ' WS-QT-EMPRESTIMOS ' EMPRESTIMO(S)'
           MOVE WS-EXPOSICAO-NOVA             TO WS-VALOR-ED
           DISPLAY 'EXPOSICAO COM PEDIDO.: ' WS-VALOR-ED
           MOVE WS-ATRASADO                   TO WS-VALOR-ED
           DISPLAY 'PARCELAS ATRASADAS...: ' WS-VALOR-ED
                   ' EM ' WS-QT-ATRASADAS ' PARCELA(S)'

           IF WS-RECOMENDACAO = 'A'
               DISPLAY 'RECOMENDACAO.........: APROVAR'
           ELSE
               DISPLAY 'RECOMENDACAO.........: RECUSAR - MOTIVO(S) '
                       WS-MOTIVO(1) ' ' WS-MOTIVO(2) ' '
                       WS-MOTIVO(3)
           END-IF

           IF WS-VALOR-INF > WS-ALCADA
               DISPLAY 'VALOR ACIMA DA ALCADA - APROVACAO EXIGE '
                       'SUPERVISOR.'
           END-IF
           .

      *****************************************
      * GRAU DO RETRATO NOTURNO CLISCORE (BRANCO = SEM APURACAO,
      * CLIENTE SEM HISTORICO - NAO E' MOTIVO DE RECUSA).
      *****************************************
       P410-OBTEM-GRAU.
      *****************************************

           MOVE SPACE                         TO WS-GRAU
           SET FIM-DO-SCAN                    TO FALSE

           OPEN INPUT CLIENTE-SCORE

           IF WS-FS-SCORE NOT = '00'
               DISPLAY 'AVISO: CLISCORE INDISPONIVEL: ' WS-FS-SCORE
               SET FIM-DO-SCAN                TO TRUE
           END-IF

           PERFORM P415-SCAN-SCORE UNTIL FIM-DO-SCAN

           IF WS-FS-SCORE = '00' OR WS-FS-SCORE = '10'
               CLOSE CLIENTE-SCORE
           END-IF
           .

      *****************************************
       P415-SCAN-SCORE.
      *****************************************

           READ CLIENTE-SCORE
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               IF SCO-NUM-CLIENTE = WS-NUM-CLIENTE-PROP
                   MOVE SCO-GRAU              TO WS-GRAU
                   SET FIM-DO-SCAN            TO TRUE
               END-IF
           END-IF
           .

      *****************************************
      * EXPOSICAO = SALDO DEVEDOR DOS EMPRESTIMOS DO CLIENTE. O
      * EMPMAST NAO TEM INDICE POR CLIENTE: VARRE TUDO E, DE
      * CAMINHO, ATUALIZA O ULTIMO NUMERO DE EMPRESTIMO.
      *****************************************
       P420-OBTEM-EXPOSICAO.
      *****************************************

           MOVE ZEROS                         TO WS-EXPOSICAO
           MOVE ZEROS                         TO WS-QT-EMPRESTIMOS
           SET FIM-DO-SCAN                    TO FALSE

           MOVE ZEROS                         TO EMP-NUMERO
           START EMPRESTIMO-MASTER KEY NOT < EMP-NUMERO
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P425-SCAN-EMPRESTIMO UNTIL FIM-DO-SCAN
           .

      *****************************************
       P425-SCAN-EMPRESTIMO.
      *****************************************

           READ EMPRESTIMO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF EMP-NUMERO > WS-ULTIMO-EMPREST
               MOVE EMP-NUMERO                TO WS-ULTIMO-EMPREST
           END-IF

           IF EMP-NUM-CLIENTE IS NUMERIC
              AND EMP-NUM-CLIENTE = WS-NUM-CLIENTE-PROP
              AND EMP-SALDO > ZEROS
               ADD EMP-SALDO                  TO WS-EXPOSICAO
               ADD 1                          TO WS-QT-EMPRESTIMOS
           END-IF
           .

      *****************************************
      * PARCELAS ATRASADAS EM ABERTO DO CLIENTE, PELA CHAVE
      * ALTERNADA DO PAGTOPEND - O SCAN TERMINA QUANDO O CLIENTE
      * MUDA.
      *****************************************
       P440-OBTEM-ATRASOS.
      *****************************************

           MOVE ZEROS                         TO WS-ATRASADO
           MOVE ZEROS                         TO WS-QT-ATRASADAS
           SET FIM-DO-SCAN                    TO FALSE

           MOVE WS-NUM-CLIENTE-PROP           TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P445-SCAN-PAGAMENTO UNTIL FIM-DO-SCAN
           .

      *****************************************
       P445-SCAN-PAGAMENTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = WS-NUM-CLIENTE-PROP
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-ATRASADO
               ADD PAGTO-VALOR                TO WS-ATRASADO
               ADD 1                          TO WS-QT-ATRASADAS
           END-IF
           .

      *****************************************
      * ANOTA WS-MOTIVO-NOVO NA PRIMEIRA POSICAO LIVRE (SAO 3).
      *****************************************
       P480-ANOTA-MOTIVO.
      *****************************************

           IF WS-QT-MOTIVOS < 3
               ADD 1                          TO WS-QT-MOTIVOS
               MOVE WS-MOTIVO-NOVO    TO WS-MOTIVO(WS-QT-MOTIVOS)
           END-IF
           .

      *****************************************
      * APROVACAO: ACIMA DA ALCADA OU CONTRA A RECOMENDACAO PRECISA
      * DE SUPERVISOR - O PROPRIO ANALISTA, SE TIVER O PERFIL, OU
      * UM SUPERVISOR QUE SE IDENTIFIQUE AQUI. SEM ELE A PROPOSTA
      * FICA RECUSADA COM O MOTIVO SV.
      *****************************************
       P500-APROVA.
      *****************************************

           MOVE SPACES                        TO WS-SUPERVISOR-INF
           SET EXIGE-SUPERVISOR               TO FALSE
           IF WS-VALOR-INF > WS-ALCADA OR WS-RECOMENDACAO = 'R'
               SET EXIGE-SUPERVISOR           TO TRUE
           END-IF

           IF EXIGE-SUPERVISOR
               MOVE WS-OPERADOR               TO WS-JANELA-OPERADOR
               PERFORM P-JANELA-CONFERE-SUPER
               IF OPERADOR-SUPERVISOR
                   MOVE WS-OPERADOR           TO WS-SUPERVISOR-INF
               ELSE
                   DISPLAY 'SUPERVISOR QUE AUTORIZA A PROPOSTA:'
                   MOVE 'SUPERVISOR'          TO WS-SEN-PAPEL
                   PERFORM P-SIGN-ON
                   MOVE WS-SEN-OPERADOR       TO WS-SUPERVISOR-INF
                   IF NOT SEN-AUTENTICADO
                       MOVE SPACES            TO WS-SUPERVISOR-INF
                   END-IF
                   MOVE WS-SUPERVISOR-INF     TO WS-JANELA-OPERADOR
                   PERFORM P-JANELA-CONFERE-SUPER
                   IF WS-SUPERVISOR-INF = SPACES
                      OR NOT OPERADOR-SUPERVISOR
                       DISPLAY 'OPERADOR ' WS-SUPERVISOR-INF
                               ' SEM PERFIL DE SUPERVISOR - APROVACAO '
                               'NEGADA.'
                       MOVE 'SV'              TO WS-MOTIVO-NOVO
                       PERFORM P480-ANOTA-MOTIVO
                       PERFORM P700-RECUSA
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM P600-GRAVA-EMPRESTIMO
           .

      *****************************************
      * CRIA O EMPRESTIMO COM O PROXIMO NUMERO (SALDO = PRINCIPAL,
      * NENHUMA PARCELA FATURADA, COMO NA CARGA DO EMPMAST), GRAVA A
      * PROPOSTA APROVADA, O DESEMBOLSO DA TESOURARIA E O MOVIMENTO
      * CONTABIL.
      *****************************************
       P600-GRAVA-EMPRESTIMO.
      *****************************************

           INITIALIZE WS-REG-EMPRESTIMO
           COMPUTE EMP-NUMERO = WS-ULTIMO-EMPREST + 1
           MOVE WS-VALOR-INF                  TO EMP-PRINCIPAL
           MOVE WS-TAXA-INF                   TO EMP-TAXA
           MOVE WS-PERIODOS-INF               TO EMP-PERIODOS
           MOVE WS-VALOR-INF                  TO EMP-SALDO
           MOVE WS-NUM-CLIENTE-PROP           TO EMP-NUM-CLIENTE
           MOVE ZEROS                         TO EMP-PARCELAS-FATURADAS
           MOVE WS-TIPO-TAXA-INF              TO EMP-TIPO-TAXA
           MOVE WS-INDICE-INF                 TO EMP-INDICE
           MOVE WS-SPREAD-INF                 TO EMP-SPREAD

           WRITE WS-REG-EMPRESTIMO
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-EMPMAST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO: ' WS-FS-EMPMAST
                       ' - PROPOSTA NAO APROVADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-NUMERO                    TO WS-ULTIMO-EMPREST

           MOVE 'A'                           TO EPR-SITUACAO
           PERFORM P800-GRAVA-PROPOSTA
           PERFORM P650-GRAVA-DESEMBOLSO
           PERFORM P660-GRAVA-MOVIMENTO
           PERFORM P670-GRAVA-ABERTURA

           ADD 1                              TO WS-QT-APROVADAS
           MOVE WS-VALOR-INF                  TO WS-VALOR-ED
           DISPLAY 'PROPOSTA ' EPR-NUMERO ' APROVADA - EMPRESTIMO '
                   EMP-NUMERO ' DE ' WS-VALOR-ED
                   ' ENVIADO PARA DESEMBOLSO.'

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPORIG'            TO RUNLOG-PROGRAMA
           MOVE 'APROVA'                       TO RUNLOG-EVENTO
           MOVE WS-QT-APROVADAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
      * DESEMBOLSO PENDENTE PARA A TESOURARIA (CRIADO NO PRIMEIRO
      * USO).
      *****************************************
       P650-GRAVA-DESEMBOLSO.
      *****************************************

           OPEN EXTEND DESEMBOLSO-ARQ
           IF WS-FS-EMPDESEMB = '35'
               OPEN OUTPUT DESEMBOLSO-ARQ
           END-IF

           IF WS-FS-EMPDESEMB = '00'
               MOVE EMP-NUMERO                TO DES-NUM-EMPRESTIMO
               MOVE EPR-NUMERO                TO DES-NUM-PROPOSTA
               MOVE WS-NUM-CLIENTE-PROP       TO DES-NUM-CLIENTE
               MOVE WS-VALOR-INF              TO DES-VALOR
               MOVE WS-DATA-NEGOCIO           TO DES-DATA
               MOVE WS-OPERADOR               TO DES-OPERADOR
               MOVE WS-SUPERVISOR-INF         TO DES-SUPERVISOR
               SET DES-PENDENTE               TO TRUE
               WRITE WS-REG-EMPDES
               CLOSE DESEMBOLSO-ARQ
           ELSE
               DISPLAY 'ERRO AO GRAVAR O EMPDESEMB: ' WS-FS-EMPDESEMB
           END-IF
           .

      *****************************************
      * MOVIMENTO DO DESEMBOLSO PARA O EXTRATO CONTABIL (CRIADO NO
      * PRIMEIRO USO).
      *****************************************
       P660-GRAVA-MOVIMENTO.
      *****************************************

           OPEN EXTEND DESEMBOLSO-MOV
           IF WS-FS-EMPDESMOV = '35'
               OPEN OUTPUT DESEMBOLSO-MOV
           END-IF

           IF WS-FS-EMPDESMOV = '00'
               MOVE EMP-NUMERO                TO EDM-NUM-EMPRESTIMO
               MOVE WS-VALOR-INF              TO EDM-VALOR
               MOVE WS-DATA-NEGOCIO           TO EDM-DATA
               WRITE WS-REG-EMPDESMV
               CLOSE DESEMBOLSO-MOV
           ELSE
               DISPLAY 'ERRO AO GRAVAR O EMPDESMOV: ' WS-FS-EMPDESMOV
           END-IF
           .

      *****************************************
      * PRIMEIRA LINHA DO HISTORICO DO EMPRESTIMO: O PRINCIPAL
      * DESEMBOLSADO.
      *****************************************
       P670-GRAVA-ABERTURA.
      *****************************************

           INITIALIZE WS-REG-EMPHIST
           MOVE EMP-NUMERO                    TO EMH-NUM-EMPRESTIMO
           MOVE WS-DATA-NEGOCIO               TO EMH-DATA
           MOVE 'AB'                          TO EMH-TIPO
           MOVE EMP-PRINCIPAL                 TO EMH-VALOR
                                                  EMH-PRINCIPAL
           MOVE ZEROS                         TO EMH-JUROS
           MOVE EMP-SALDO                     TO EMH-SALDO-APOS
           MOVE 'DEMONSTRA-EMPORIG'           TO EMH-PROGRAMA
           MOVE WS-OPERADOR                   TO EMH-OPERADOR
           PERFORM P-GRAVA-EMPHIST
           .

      *****************************************
      * RECUSA: A PROPOSTA FICA NO EMPPROP COM OS MOTIVOS.
      *****************************************
       P700-RECUSA.
      *****************************************

           MOVE ZEROS                         TO EMP-NUMERO
           MOVE 'R'                           TO EPR-SITUACAO
           PERFORM P800-GRAVA-PROPOSTA

           ADD 1                              TO WS-QT-RECUSADAS
           DISPLAY 'PROPOSTA ' EPR-NUMERO ' RECUSADA - MOTIVO(S) '
                   WS-MOTIVO(1) ' ' WS-MOTIVO(2) ' ' WS-MOTIVO(3)

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPORIG'            TO RUNLOG-PROGRAMA
           MOVE 'RECUSA'                       TO RUNLOG-EVENTO
           MOVE WS-QT-RECUSADAS                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
      * GRAVA A PROPOSTA COM O PROXIMO NUMERO, O RETRATO DA ANALISE E
      * A DECISAO (EPR-SITUACAO JA MONTADA PELO CHAMADOR; EMP-NUMERO
      * E' O EMPRESTIMO CRIADO OU ZEROS).
      *****************************************
       P800-GRAVA-PROPOSTA.
      *****************************************

           COMPUTE EPR-NUMERO = WS-ULTIMA-PROPOSTA + 1
           MOVE WS-NUM-CLIENTE-PROP           TO EPR-NUM-CLIENTE
           MOVE WS-VALOR-INF                  TO EPR-VALOR
           MOVE WS-TAXA-INF                   TO EPR-TAXA
           MOVE WS-PERIODOS-INF               TO EPR-PERIODOS
           MOVE WS-GRAU                       TO EPR-GRAU
           MOVE WS-EXPOSICAO                  TO EPR-EXPOSICAO
           MOVE WS-ATRASADO                   TO EPR-ATRASADO
           MOVE WS-RECOMENDACAO               TO EPR-RECOMENDACAO
           PERFORM VARYING WS-IX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IX-MOTIVO > 3
               MOVE WS-MOTIVO(WS-IX-MOTIVO)
                                       TO EPR-MOTIVO(WS-IX-MOTIVO)
           END-PERFORM
           MOVE WS-DATA-NEGOCIO               TO EPR-DATA
           MOVE WS-OPERADOR                   TO EPR-OPERADOR
           MOVE WS-SUPERVISOR-INF             TO EPR-SUPERVISOR
           MOVE EMP-NUMERO                    TO EPR-NUM-EMPRESTIMO

           WRITE WS-REG-EMPPROP
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-FS-EMPPROP = '00'
               MOVE EPR-NUMERO                TO WS-ULTIMA-PROPOSTA
           ELSE
               DISPLAY 'ERRO AO GRAVAR A PROPOSTA: ' WS-FS-EMPPROP
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-EMPPROP NOT = '35' AND WS-FS-EMPPROP NOT = '91'
               CLOSE PROPOSTA-EMPREST
           END-IF

           IF WS-FS-EMPMAST NOT = '35' AND WS-FS-EMPMAST NOT = '91'
               CLOSE EMPRESTIMO-MASTER
           END-IF

           IF WS-FS-CLIMAST NOT = '35' AND WS-FS-CLIMAST NOT = '91'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-PAGTOPEND NOT = '35' AND WS-FS-PAGTOPEND NOT = '91'
               CLOSE PAGTO-PENDENTES
           END-IF

           DISPLAY 'PROPOSTAS APROVADAS..: ' WS-QT-APROVADAS
           DISPLAY 'PROPOSTAS RECUSADAS..: ' WS-QT-RECUSADAS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-EMPORIG'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS =
                   WS-QT-APROVADAS + WS-QT-RECUSADAS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY TAXIDXPR.
           COPY EMPHSTPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-EMPORIG.
