      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LEMBRETE DE VENCIMENTO ANTES DO PRAZO: LOTE NOTURNO
      *          QUE SELECIONA NO PAGTOPEND OS PAGAMENTOS AINDA
      *          PENDENTES ('P') CUJO VENCIMENTO EFETIVO (EMPURRADO
      *          PARA O DIA UTIL PELO CALENDARIO FERIADOS) CAI DENTRO
      *          DOS PROXIMOS N DIAS UTEIS (SISPARAM LEMBRETE-DIAS,
      *          PADRAO 3) E MANDA UM LEMBRETE AMIGAVEL - NA FILA DE
      *          E-MAIL MAILQ OU, QUANDO O E-MAIL DO CLIENTE ESTA
      *          MARCADO COMO DEVOLVIDO (OU NAO TEM '@'), NUM AVISO
      *          IMPRESSO NO LEMBDOC. FICAM DE FORA OS PAGAMENTOS EM
      *          DISPUTA, OS JA PAGOS EM PARTE (HISTORICO PARCHIST)
      *          E OS QUE JA RECEBERAM LEMBRETE (CADASTRO LEMBLOG,
      *          UM LEMBRETE POR PAGAMENTO). A CADA NOITE O LEMBLOG
      *          E' CONFERIDO CONTRA O PAGTOPEND E O DESFECHO DE
      *          CADA LEMBRETE (PAGO NO PRAZO OU CAIU EM ATRASO) E'
      *          GRAVADO; O RELATORIO LEMBREL TRAZ OS ENVIOS DA NOITE
      *          E A TAXA DE CONVERSAO ACUMULADA DO LEMBRETE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - SO' LEMBRAR O CLIENTE COM CONSENTIMENTO LGPD
      *                    DE MARKETING (ARQUIVO CONSENT, FINALIDADE
      *                    'M', ROTINA COPY/CONSPR.CPY); O SALTADO NAO
      *                    ENTRA NO LEMBLOG E VOLTA A SER AVALIADO NA
      *                    NOITE SEGUINTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOLEMB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT LEMBRETE-LOG        ASSIGN TO 'LEMBLOG'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LEMB-NUM-PAGTO
                                       FILE STATUS WS-FS-LEMBLOG.

           SELECT PARCIAL-HISTORICO   ASSIGN TO 'PARCHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCHIST.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT AVISO-IMPRESSO      ASSIGN TO 'LEMBDOC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AVISO.

           SELECT LEMBRETE-RPT        ASSIGN TO 'LEMBREL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD LEMBRETE-LOG.
           COPY LEMBREG.

      *    HISTORICO ACUMULADO DAS APLICACOES PARCIAIS, GRAVADO
      *    PELO CASAMENTO BANCARIO E PELA APLICACAO MANUAL.
       FD PARCIAL-HISTORICO.
       01 WS-REG-PARCHIST.
           03 PHIS-NUM-PAGTO                     PIC 9(06).
           03 PHIS-NUM-CLIENTE                   PIC 9(06).
           03 PHIS-VALOR                         PIC 9(09)V99.
           03 PHIS-DATA                          PIC 9(08).

       FD FILA-EMAIL.
           COPY MAILQ.

       FD AVISO-IMPRESSO.
       01 WS-REG-AVISO                            PIC X(100).

       FD LEMBRETE-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD FERIADOS-CAL.
           COPY FERIADO.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-LEMBLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-AVISO                        PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    JANELA DO LEMBRETE EM DIAS UTEIS, AFINAVEL PELO SISPARAM.
       77 WS-DIAS-LEMBRETE                   PIC 9(02) VALUE 3.
       77 WS-IX-DIA                          PIC 9(02) VALUE ZEROS.
       77 WS-RUN-DATE                        PIC 9(08) VALUE ZEROS.
      *    ULTIMO DIA UTIL DA JANELA: VENCIMENTO EFETIVO DEPOIS DE
      *    HOJE E ATE ESTA DATA RECEBE O LEMBRETE.
       77 WS-DATA-LIMITE                     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT                        PIC 9(08) VALUE ZEROS.

      *    CAMPO DE ENTRADA DA ROTINA COMPARTILHADA P-VALIDA-DATA.
       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-VENC-AAAAMMDD                   PIC 9(08) VALUE ZEROS.
       77 WS-VENC-EFETIVO                    PIC 9(08) VALUE ZEROS.

      *    CONTADORES DA NOITE.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-NA-JANELA                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EMAILS                       PIC 9(06) VALUE ZEROS.
       77 WS-QT-AVISOS                       PIC 9(06) VALUE ZEROS.
       77 WS-QT-EM-DISPUTA                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-LEMBRADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CADASTRO                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CONSENT                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-DATA-INVALIDA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-TABELA                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.

      *    DESFECHOS APURADOS NESTA NOITE E ACUMULADOS NO LEMBLOG.
       77 WS-QT-HOJE-NO-PRAZO                PIC 9(06) VALUE ZEROS.
       77 WS-QT-HOJE-ATRASO                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-HOJE-SEM-DESFECHO            PIC 9(06) VALUE ZEROS.
       77 WS-QT-TOT-NO-PRAZO                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-TOT-ATRASO                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-TOT-SEM-DESFECHO             PIC 9(06) VALUE ZEROS.
       77 WS-QT-TOT-EM-ABERTO                PIC 9(06) VALUE ZEROS.
       77 WS-QT-RESOLVIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-TAXA-CONVERSAO                  PIC 9(03)V9 VALUE ZEROS.
       77 WS-TAXA-ED                         PIC ZZ9.9.
       77 WS-QT-ED                           PIC ZZZZZ9. 
       77 WS-VALOR-ED                        PIC -(07)9.99.

      *    PAGAMENTOS DA JANELA AINDA SEM LEMBRETE, GUARDADOS PARA A
      *    CONFERENCIA DE PARCIAIS NUMA PASSADA SO' PELO PARCHIST.
       77 WS-QT-CANDIDATOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-CAND                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CANDIDATOS.
           03 WS-CAND-ITEM             OCCURS 500 TIMES.
               05 WS-CAND-NUM-PAGTO           PIC 9(06).
               05 WS-CAND-NUM-CLIENTE         PIC 9(06).
               05 WS-CAND-VALOR       PIC S9(07)V99 COMP-3.
               05 WS-CAND-DATA-VENC           PIC X(10).
               05 WS-CAND-VENC-ORIGINAL       PIC 9(08).
               05 WS-CAND-VENC-EFETIVO        PIC 9(08).
               05 WS-CAND-SW-PARCIAL          PIC X(01).

       77 WS-QT-ARROBA                       PIC 9(02) VALUE ZEROS.
       77 WS-SW-EMAIL-OK                     PIC X(01) VALUE 'N'.
           88 EMAIL-UTILIZAVEL               VALUE 'S' FALSE 'N'.

           COPY PARAMWS.

           COPY BOLETOWS.

           COPY FERIADWS.

           COPY DTVALID.

           COPY RPTHDR.

           COPY DTNEGWS.

           COPY CONSWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-DESFECHOS
               PERFORM P200-SELECIONA
               PERFORM P300-CONFERE-PARCIAIS
               PERFORM P400-ENVIA-LEMBRETES
               PERFORM P700-IMPRIME-RELATORIO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-PAGTOLEMB'          TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'LEMBRETE-DIAS'               TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
              AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-DIAS-LEMBRETE
           END-IF
           PERFORM P-BOLETO-PARAMETROS

           PERFORM P-CARREGA-FERIADOS
           PERFORM P010-CALCULA-LIMITE

           OPEN INPUT PAGTO-PENDENTES
           OPEN INPUT CLIENTE-MASTER

      *    PRIMEIRA EXECUCAO: O CADASTRO DE LEMBRETES NASCE VAZIO.
           OPEN I-O LEMBRETE-LOG
           IF WS-FS-LEMBLOG = '35'
               OPEN OUTPUT LEMBRETE-LOG
               CLOSE LEMBRETE-LOG
               OPEN I-O LEMBRETE-LOG
           END-IF

      *    A FILA DE E-MAIL E' COMPARTILHADA: SO' ACRESCENTA.
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           OPEN OUTPUT AVISO-IMPRESSO
           OPEN OUTPUT LEMBRETE-RPT

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 8                         TO WS-RETORNO
           END-IF

      *    SEM O CADASTRO NAO HA COMO SABER QUEM JA FOI LEMBRADO -
      *    NADA E' ENVIADO (RC 8).
           IF WS-FS-LEMBLOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR LEMBLOG: ' WS-FS-LEMBLOG
                       ' - NENHUM LEMBRETE ENVIADO (RC 8).'
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-EMAIL NOT = '00' OR WS-FS-AVISO NOT = '00'
               DISPLAY 'ERRO AO ABRIR MAILQ/LEMBDOC: '
                       WS-FS-EMAIL ' ' WS-FS-AVISO
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: CLIENTE-MASTER INDISPONIVEL: '
                       WS-FS-CLIMAST
           END-IF

      *    SEM O CONSENT NINGUEM TEM CONSENTIMENTO DE MARKETING E
      *    NENHUM LEMBRETE SAI - OS CANDIDATOS FICAM PARA A PROXIMA
      *    NOITE.
           OPEN INPUT CLIENTE-CONSENTIMENTO
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'AVISO: CONSENT INDISPONIVEL: ' WS-FS-CONSENT
                       ' - LEMBRETES SUSPENSOS.'
           END-IF
           .

      *****************************************
      * A JANELA TERMINA NO N-ESIMO DIA UTIL DEPOIS DA DATA DE
      * NEGOCIO. UMA NOITE SEM EXECUCAO NAO PERDE NINGUEM: O QUE
      * AINDA NAO VENCEU E AINDA NAO FOI LEMBRADO ENTRA NA PROXIMA.
      *****************************************
       P010-CALCULA-LIMITE.
      *****************************************

           MOVE WS-RUN-DATE                   TO WS-DATA-LIMITE

           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                   UNTIL WS-IX-DIA > WS-DIAS-LEMBRETE
               COMPUTE WS-DIAS-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) + 1
               COMPUTE WS-FER-DATA-TESTE =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
               PERFORM P-PROXIMO-DIA-UTIL
               MOVE WS-FER-PROXIMO            TO WS-DATA-LIMITE
           END-PERFORM
           .

      *****************************************
      * PASSADA 1 - DESFECHOS. CADA LEMBRETE AINDA EM ABERTO E'
      * CONFERIDO CONTRA O PAGTOPEND: CONFIRMADO = PAGO NO PRAZO
      * (O ATRASO, SE HOUVESSE, TERIA SIDO VISTO NUMA NOITE
      * ANTERIOR), ATRASADO = O LEMBRETE NAO EVITOU O ATRASO,
      * CANCELADO OU FORA DO ARQUIVO = SEM DESFECHO. O LEMBLOG
      * INTEIRO E' CONTADO PARA A TAXA ACUMULADA.
      *****************************************
       P100-DESFECHOS.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE ZEROS                         TO LEMB-NUM-PAGTO
           START LEMBRETE-LOG KEY NOT < LEMB-NUM-PAGTO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM P110-UM-LEMBRETE UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P110-UM-LEMBRETE.
      *****************************************

           READ LEMBRETE-LOG NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF LEMB-EM-ABERTO
               PERFORM P120-APURA-DESFECHO
           END-IF

           EVALUATE TRUE
               WHEN LEMB-PAGO-NO-PRAZO
                   ADD 1                      TO WS-QT-TOT-NO-PRAZO
               WHEN LEMB-EM-ATRASO
                   ADD 1                      TO WS-QT-TOT-ATRASO
               WHEN LEMB-SEM-DESFECHO
                   ADD 1                      TO WS-QT-TOT-SEM-DESFECHO
               WHEN OTHER
                   ADD 1                      TO WS-QT-TOT-EM-ABERTO
           END-EVALUATE
           .

      *****************************************
       P120-APURA-DESFECHO.
      *****************************************

           MOVE LEMB-NUM-PAGTO                TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   MOVE 'X'                   TO LEMB-DESFECHO
           END-READ

           IF WS-FS-PAGTOPEND = '00'
               EVALUATE TRUE
                   WHEN PAGTO-CONFIRMADO
                       MOVE 'C'               TO LEMB-DESFECHO
                   WHEN PAGTO-ATRASADO
                       MOVE 'A'               TO LEMB-DESFECHO
                   WHEN PAGTO-CANCELADO
                       MOVE 'X'               TO LEMB-DESFECHO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF LEMB-EM-ABERTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE                   TO LEMB-DATA-DESFECHO
           REWRITE WS-REG-LEMBRETE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O LEMBRETE '
                           LEMB-NUM-PAGTO ': ' WS-FS-LEMBLOG
           END-REWRITE

           IF WS-FS-LEMBLOG NOT = '00'
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN LEMB-PAGO-NO-PRAZO
                   ADD 1                      TO WS-QT-HOJE-NO-PRAZO
               WHEN LEMB-EM-ATRASO
                   ADD 1                      TO WS-QT-HOJE-ATRASO
               WHEN OTHER
                   ADD 1                      TO WS-QT-HOJE-SEM-DESFECHO
           END-EVALUATE
           .

      *****************************************
      * PASSADA 2 - SELECAO. PAGAMENTO PENDENTE COM VENCIMENTO
      * EFETIVO DENTRO DA JANELA, FORA DE DISPUTA E AINDA SEM
      * LEMBRETE ENTRA NA TABELA DE CANDIDATOS.
      *****************************************
       P200-SELECIONA.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE ZEROS                         TO PAGTO-NUMERO
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUMERO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM P210-UM-PAGTO UNTIL FIM-DO-ARQUIVO
           .

      *****************************************
       P210-UM-PAGTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           IF NOT PAGTO-PENDENTE OR PAGTO-DATA-VENC = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-DATA-VENC               TO WS-DATA
           PERFORM P-VALIDA-DATA
           IF NOT DATA-VALIDA
               ADD 1                          TO WS-QT-DATA-INVALIDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VENC-AAAAMMDD =
                   WS-DTV-ANO * 10000
                 + WS-DTV-MES * 100
                 + WS-DTV-DIA

      *    A MESMA CONVENCAO DO PAGTOVENC: VENCIMENTO EM DIA NAO
      *    UTIL SO' VENCE NO PROXIMO DIA UTIL.
           MOVE WS-VENC-AAAAMMDD              TO WS-FER-DATA-TESTE
           PERFORM P-PROXIMO-DIA-UTIL
           MOVE WS-FER-PROXIMO                TO WS-VENC-EFETIVO

           IF WS-VENC-EFETIVO NOT > WS-RUN-DATE
              OR WS-VENC-EFETIVO > WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-NA-JANELA

           IF PAGTO-EM-DISPUTA
               ADD 1                          TO WS-QT-EM-DISPUTA
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUMERO                  TO LEMB-NUM-PAGTO
           READ LEMBRETE-LOG
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-LEMBLOG = '00'
               ADD 1                          TO WS-QT-JA-LEMBRADOS
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-CANDIDATOS = 500
               ADD 1                          TO WS-QT-FORA-TABELA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CANDIDATOS
           MOVE WS-QT-CANDIDATOS              TO WS-IX-CAND
           MOVE PAGTO-NUMERO       TO WS-CAND-NUM-PAGTO(WS-IX-CAND)
           MOVE PAGTO-NUM-CLIENTE  TO WS-CAND-NUM-CLIENTE(WS-IX-CAND)
           MOVE PAGTO-VALOR        TO WS-CAND-VALOR(WS-IX-CAND)
           MOVE PAGTO-DATA-VENC    TO WS-CAND-DATA-VENC(WS-IX-CAND)
           MOVE WS-VENC-AAAAMMDD   TO WS-CAND-VENC-ORIGINAL(WS-IX-CAND)
           MOVE WS-VENC-EFETIVO    TO WS-CAND-VENC-EFETIVO(WS-IX-CAND)
           MOVE 'N'                TO WS-CAND-SW-PARCIAL(WS-IX-CAND)
           .

      *****************************************
      * PASSADA 3 - PARCIAIS. UMA LEITURA DO PARCHIST MARCA OS
      * CANDIDATOS QUE JA TIVERAM APLICACAO PARCIAL: O CLIENTE JA
      * ESTA PAGANDO, LEMBRETE SERIA RUIDO.
      *****************************************
       P300-CONFERE-PARCIAIS.
      *****************************************

           IF WS-QT-CANDIDATOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           OPEN INPUT PARCIAL-HISTORICO

           IF WS-FS-PARCHIST NOT = '00'
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           PERFORM P310-UM-PARCIAL UNTIL FIM-DO-ARQUIVO

           IF WS-FS-PARCHIST = '00' OR WS-FS-PARCHIST = '10'
               CLOSE PARCIAL-HISTORICO
           END-IF
           .

      *****************************************
       P310-UM-PARCIAL.
      *****************************************

           READ PARCIAL-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-CAND FROM 1 BY 1
                   UNTIL WS-IX-CAND > WS-QT-CANDIDATOS
               IF WS-CAND-NUM-PAGTO(WS-IX-CAND) = PHIS-NUM-PAGTO
                   MOVE 'S'        TO WS-CAND-SW-PARCIAL(WS-IX-CAND)
               END-IF
           END-PERFORM
           .

      *****************************************
      * PASSADA 4 - ENVIO. UM LEMBRETE POR CANDIDATO SEM PARCIAL:
      * E-MAIL QUANDO O ENDERECO E' UTILIZAVEL, AVISO IMPRESSO
      * QUANDO ESTA DEVOLVIDO OU SEM '@'; EM AMBOS OS CASOS O
      * LEMBRETE ENTRA NO LEMBLOG.
      *****************************************
       P400-ENVIA-LEMBRETES.
      *****************************************

           PERFORM P410-UM-CANDIDATO
               VARYING WS-IX-CAND FROM 1 BY 1
                 UNTIL WS-IX-CAND > WS-QT-CANDIDATOS
           .

      *****************************************
       P410-UM-CANDIDATO.
      *****************************************

           IF WS-CAND-SW-PARCIAL(WS-IX-CAND) = 'S'
               ADD 1                          TO WS-QT-PARCIAIS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND-NUM-CLIENTE(WS-IX-CAND) TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               ADD 1                          TO WS-QT-SEM-CADASTRO
               DISPLAY 'CLIENTE ' WS-CAND-NUM-CLIENTE(WS-IX-CAND)
                       ' DO PAGAMENTO '
                       WS-CAND-NUM-PAGTO(WS-IX-CAND)
                       ' SEM CADASTRO - SEM LEMBRETE.'
               EXIT PARAGRAPH
           END-IF

      *    LGPD: SO' RECEBE O LEMBRETE QUEM CONSENTIU NAS
      *    COMUNICACOES DE MARKETING.
           MOVE WS-CAND-NUM-CLIENTE(WS-IX-CAND) TO WS-CONS-CLIENTE
           MOVE 'M'                           TO WS-CONS-FINALIDADE
           PERFORM P-VERIFICA-CONSENTIMENTO
           IF NOT CONSENTIMENTO-DADO
               ADD 1                          TO WS-QT-SEM-CONSENT
               EXIT PARAGRAPH
           END-IF

           SET EMAIL-UTILIZAVEL               TO TRUE
           IF EMAIL-DEVOLVIDO
               SET EMAIL-UTILIZAVEL           TO FALSE
           ELSE
               MOVE ZEROS                     TO WS-QT-ARROBA
               INSPECT WS-EMAIL TALLYING WS-QT-ARROBA FOR ALL '@'
               IF WS-QT-ARROBA = ZEROS
                   SET EMAIL-UTILIZAVEL       TO FALSE
               END-IF
           END-IF

           MOVE SPACES                        TO WS-REG-LEMBRETE
           MOVE WS-CAND-NUM-PAGTO(WS-IX-CAND)   TO LEMB-NUM-PAGTO
           MOVE WS-CAND-NUM-CLIENTE(WS-IX-CAND) TO LEMB-NUM-CLIENTE
           MOVE WS-CAND-VALOR(WS-IX-CAND)       TO LEMB-VALOR
           MOVE WS-CAND-VENC-EFETIVO(WS-IX-CAND) TO LEMB-DATA-VENC
           MOVE WS-RUN-DATE                     TO LEMB-DATA-ENVIO
           MOVE ZEROS                           TO LEMB-DATA-DESFECHO
           IF EMAIL-UTILIZAVEL
               SET LEMB-POR-EMAIL             TO TRUE
           ELSE
               SET LEMB-NO-PAPEL              TO TRUE
           END-IF

           WRITE WS-REG-LEMBRETE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O LEMBRETE '
                           LEMB-NUM-PAGTO ': ' WS-FS-LEMBLOG
           END-WRITE

      *    SO' SAI O LEMBRETE QUE FICOU REGISTRADO - SEM O REGISTRO,
      *    A PROXIMA NOITE MANDARIA DE NOVO.
           IF WS-FS-LEMBLOG NOT = '00'
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           IF EMAIL-UTILIZAVEL
               PERFORM P500-ENFILEIRA-EMAIL
           ELSE
               PERFORM P600-IMPRIME-AVISO
           END-IF
           .

      *****************************************
       P500-ENFILEIRA-EMAIL.
      *****************************************

           MOVE SPACES                        TO WS-REG-EMAILQ
           MOVE WS-CAND-NUM-PAGTO(WS-IX-CAND) TO MQ-NUM-PAGTO
           MOVE WS-EMAIL                      TO MQ-EMAIL
           MOVE ZEROS                         TO MQ-NIVEL
           MOVE WS-CAND-VALOR(WS-IX-CAND)     TO WS-VALOR-ED
           STRING 'LEMBRETE: O PAGAMENTO ' DELIMITED BY SIZE
                  WS-CAND-NUM-PAGTO(WS-IX-CAND) DELIMITED BY SIZE
                  ' DE '             DELIMITED BY SIZE
                  WS-VALOR-ED        DELIMITED BY SIZE
                  ' VENCE EM '       DELIMITED BY SIZE
                  WS-CAND-DATA-VENC(WS-IX-CAND) DELIMITED BY SIZE
                  INTO MQ-TEXTO
           END-STRING
           WRITE WS-REG-EMAILQ

           ADD 1                              TO WS-QT-EMAILS
           .

      *****************************************
      * AVISO IMPRESSO, SEPARADO POR LINHA DE CORTE COMO AS CARTAS
      * DE COBRANCA, COM A LINHA DIGITAVEL DO BOLETO PARA O CLIENTE
      * PAGAR SEM PEDIR SEGUNDA VIA.
      *****************************************
       P600-IMPRIME-AVISO.
      *****************************************

           MOVE ALL '-'                       TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE 'LEMBRETE DE VENCIMENTO'      TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'CLIENTE: '   DELIMITED BY SIZE
                  WS-NOME       DELIMITED BY '  '
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'ENDERECO: '  DELIMITED BY SIZE
                  WS-ENDERECO   DELIMITED BY '  '
                  ' - '         DELIMITED BY SIZE
                  WS-CIDADE     DELIMITED BY '  '
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE WS-CAND-VALOR(WS-IX-CAND)     TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-AVISO
           STRING 'O PAGAMENTO ' DELIMITED BY SIZE
                  WS-CAND-NUM-PAGTO(WS-IX-CAND) DELIMITED BY SIZE
                  ' NO VALOR DE ' DELIMITED BY SIZE
                  WS-VALOR-ED   DELIMITED BY SIZE
                  ' VENCE EM '  DELIMITED BY SIZE
                  WS-CAND-DATA-VENC(WS-IX-CAND) DELIMITED BY SIZE
                  '.'           DELIMITED BY SIZE
                  INTO WS-REG-AVISO
           END-STRING
           WRITE WS-REG-AVISO

           MOVE WS-CAND-NUM-PAGTO(WS-IX-CAND) TO WS-BOL-NUM-PAGTO
           MOVE WS-CAND-VALOR(WS-IX-CAND)     TO WS-BOL-VALOR
           MOVE WS-CAND-VENC-ORIGINAL(WS-IX-CAND) TO WS-BOL-VENC
           PERFORM P-MONTA-BOLETO

           MOVE 'PARA PAGAR, USE A LINHA DIGITAVEL ABAIXO EM QUALQUER'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO
           MOVE 'BANCO, LOTERICA OU APLICATIVO:' TO WS-REG-AVISO
           WRITE WS-REG-AVISO
           MOVE SPACES                        TO WS-REG-AVISO
           MOVE WS-BOL-LINHA-ED               TO WS-REG-AVISO(3:54)
           WRITE WS-REG-AVISO

           MOVE 'SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE AVISO.'
                                               TO WS-REG-AVISO
           WRITE WS-REG-AVISO

           ADD 1                              TO WS-QT-AVISOS
           .

      *****************************************
      * RELATORIO DA NOITE: ENVIOS, DESCARTES, DESFECHOS APURADOS
      * HOJE E A TAXA DE CONVERSAO ACUMULADA - PAGOS NO PRAZO SOBRE
      * PAGOS NO PRAZO + CAIDOS EM ATRASO (OS SEM DESFECHO FICAM
      * FORA DA CONTA).
      *****************************************
       P700-IMPRIME-RELATORIO.
      *****************************************

           COMPUTE WS-QT-RESOLVIDOS =
                   WS-QT-TOT-NO-PRAZO + WS-QT-TOT-ATRASO
           IF WS-QT-RESOLVIDOS > ZEROS
               COMPUTE WS-TAXA-CONVERSAO ROUNDED =
                       WS-QT-TOT-NO-PRAZO * 100 / WS-QT-RESOLVIDOS
           ELSE
               MOVE ZEROS                     TO WS-TAXA-CONVERSAO
           END-IF

           MOVE 'LEMBRETES DE VENCIMENTO'     TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'JANELA: VENCIMENTOS ATE ' DELIMITED BY SIZE
                  WS-DATA-LIMITE  DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-DIAS-LEMBRETE DELIMITED BY SIZE
                  ' DIAS UTEIS)' DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'ENVIOS DA NOITE'             TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE '  PAGAMENTOS NA JANELA.......: ' TO WS-REG-RELATORIO
           MOVE WS-QT-NA-JANELA               TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  LEMBRETES POR E-MAIL.......: ' TO WS-REG-RELATORIO
           MOVE WS-QT-EMAILS                  TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  AVISOS IMPRESSOS...........: ' TO WS-REG-RELATORIO
           MOVE WS-QT-AVISOS                  TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  EM DISPUTA (SALTADOS)......: ' TO WS-REG-RELATORIO
           MOVE WS-QT-EM-DISPUTA              TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  PAGOS EM PARTE (SALTADOS)..: ' TO WS-REG-RELATORIO
           MOVE WS-QT-PARCIAIS                TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  JA LEMBRADOS (SALTADOS)....: ' TO WS-REG-RELATORIO
           MOVE WS-QT-JA-LEMBRADOS            TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  SEM CADASTRO (SALTADOS)....: ' TO WS-REG-RELATORIO
           MOVE WS-QT-SEM-CADASTRO            TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  SEM CONSENTIM. (SALTADOS)..: ' TO WS-REG-RELATORIO
           MOVE WS-QT-SEM-CONSENT             TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  ADIADOS (TABELA CHEIA).....: ' TO WS-REG-RELATORIO
           MOVE WS-QT-FORA-TABELA             TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'DESFECHOS APURADOS NA NOITE' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE '  PAGOS NO PRAZO.............: ' TO WS-REG-RELATORIO
           MOVE WS-QT-HOJE-NO-PRAZO           TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  CAIRAM EM ATRASO...........: ' TO WS-REG-RELATORIO
           MOVE WS-QT-HOJE-ATRASO             TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  CANCELADOS/FORA DO ARQUIVO.: ' TO WS-REG-RELATORIO
           MOVE WS-QT-HOJE-SEM-DESFECHO       TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'ACUMULADO DO LEMBLOG'        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE '  PAGOS NO PRAZO.............: ' TO WS-REG-RELATORIO
           MOVE WS-QT-TOT-NO-PRAZO            TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  CAIRAM EM ATRASO...........: ' TO WS-REG-RELATORIO
           MOVE WS-QT-TOT-ATRASO              TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  CANCELADOS/FORA DO ARQUIVO.: ' TO WS-REG-RELATORIO
           MOVE WS-QT-TOT-SEM-DESFECHO        TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE
           MOVE '  AINDA EM ABERTO............: ' TO WS-REG-RELATORIO
           MOVE WS-QT-TOT-EM-ABERTO           TO WS-QT-ED
           PERFORM P790-LINHA-QUANTIDADE

           MOVE WS-TAXA-CONVERSAO             TO WS-TAXA-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  TAXA DE CONVERSAO (PAGOS NO PRAZO): '
                                               DELIMITED BY SIZE
                  WS-TAXA-ED  DELIMITED BY SIZE
                  '%'         DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P790-LINHA-QUANTIDADE.
      *****************************************

           MOVE WS-QT-ED                      TO WS-REG-RELATORIO(32:6)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
              OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-LEMBLOG NOT = '91' AND WS-FS-LEMBLOG NOT = '35'
               CLOSE LEMBRETE-LOG
           END-IF

           IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF

           IF WS-FS-EMAIL = '00'
               CLOSE FILA-EMAIL
           END-IF

           IF WS-FS-AVISO = '00'
               CLOSE AVISO-IMPRESSO
           END-IF

           IF WS-FS-RELATORIO = '00'
               CLOSE LEMBRETE-RPT
           END-IF

           DISPLAY 'PAGAMENTOS LIDOS.....: ' WS-QT-LIDOS
           DISPLAY 'NA JANELA DO LEMBRETE: ' WS-QT-NA-JANELA
           DISPLAY 'LEMBRETES POR E-MAIL.: ' WS-QT-EMAILS
           DISPLAY 'AVISOS IMPRESSOS.....: ' WS-QT-AVISOS
           DISPLAY 'EM DISPUTA...........: ' WS-QT-EM-DISPUTA
           DISPLAY 'PAGOS EM PARTE.......: ' WS-QT-PARCIAIS
           DISPLAY 'JA LEMBRADOS.........: ' WS-QT-JA-LEMBRADOS
           DISPLAY 'SEM CADASTRO.........: ' WS-QT-SEM-CADASTRO
           DISPLAY 'SEM CONSENTIMENTO....: ' WS-QT-SEM-CONSENT
           DISPLAY 'DATAS INVALIDAS......: ' WS-QT-DATA-INVALIDA
           DISPLAY 'ADIADOS (TAB. CHEIA).: ' WS-QT-FORA-TABELA
           DISPLAY 'TAXA DE CONVERSAO....: ' WS-TAXA-ED '%'

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-EMAILS + WS-QT-AVISOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS
              AND (WS-QT-SEM-CADASTRO > ZEROS
                   OR WS-QT-FORA-TABELA > ZEROS
                   OR WS-QT-ERROS > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               COMPUTE LK-RES-QT-PROCESSADOS =
                       WS-QT-EMAILS + WS-QT-AVISOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY DTVALPR.
           COPY PARAMPR.
           COPY BOLETOPR.
           COPY FERIADPR.
           COPY RPTHDPR.
           COPY CONSPR.

       END PROGRAM DEMONSTRA-PAGTOLEMB.
