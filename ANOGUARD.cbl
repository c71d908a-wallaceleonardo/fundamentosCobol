      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: PORTEIRO DO ENCERRAMENTO ANUAL (ANUAL), NOS MOLDES DO
      *          PORTEIRO MENSAL DEMONSTRA-MESGUARD: SO' DEIXA A
      *          CADEIA SEGUIR QUANDO A DATA DE NEGOCIO E' O ULTIMO
      *          DIA UTIL DE DEZEMBRO PELO CALENDARIO FERIADOS (O
      *          PROXIMO DIA UTIL DEPOIS DELA CAI NO ANO SEGUINTE) E O
      *          EXERCICIO AINDA NAO FOI ENCERRADO - O CONTROLE DE
      *          EXECUCAO (RUNCTL) E' GRAVADO COM A CHAVE 'YEAREND' E
      *          A DATA AAAA0000, ENTAO UMA SEGUNDA PASSADA NO MESMO
      *          ANO E' BLOQUEADA (SALVO OVERRIDE EM RUNCTLOVR). FORA
      *          DO DIA OU COM O ANO JA ENCERRADO TERMINA COM RC 8 E O
      *          COND DA CADEIA SEGURA OS STEPS SEGUINTES.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ANOGUARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT RUN-CONTROL         ASSIGN TO 'RUNCTL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTL.

           SELECT RUN-OVERRIDE        ASSIGN TO 'RUNCTLOVR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTLOVR.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS-CAL.
           COPY FERIADO.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD RUN-OVERRIDE.
           COPY RUNCTLOV.

       WORKING-STORAGE SECTION.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    ULTIMO DIA UTIL DO ANO: O PROXIMO DIA UTIL APOS A DATA
      *    DE NEGOCIO TEM QUE CAIR NO ANO SEGUINTE.
       77 WS-ANO-REF                         PIC 9(04) VALUE ZEROS.
       77 WS-ANO-PROXIMO                     PIC 9(04) VALUE ZEROS.
       77 WS-DIA-INT                         PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEGUINTE                    PIC 9(08) VALUE ZEROS.

           COPY FERIADWS.
           COPY RUNCTLWS.
           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-VERIFICA-DIA

           IF WS-RETORNO = ZEROS
               PERFORM P300-VERIFICA-PERIODO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ANOGUARD'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           PERFORM P-CARREGA-FERIADOS

           COMPUTE WS-ANO-REF = WS-DATA-NEGOCIO / 10000
           .

      *****************************************
      * A DATA DE NEGOCIO E' O ULTIMO DIA UTIL DO ANO QUANDO O
      * PROXIMO DIA UTIL DEPOIS DELA CAI NO ANO SEGUINTE. TAMBEM E'
      * PRECISO QUE A PROPRIA DATA SEJA DIA UTIL.
      *****************************************
       P200-VERIFICA-DIA.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO WS-FER-DATA-TESTE
           PERFORM P-E-DIA-UTIL

           IF NOT FER-DIA-UTIL
               DISPLAY 'DATA DE NEGOCIO NAO E DIA UTIL - '
                       'ENCERRAMENTO ANUAL NAO EXECUTA HOJE.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1
           COMPUTE WS-DIA-SEGUINTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

           MOVE WS-DIA-SEGUINTE               TO WS-FER-DATA-TESTE
           PERFORM P-PROXIMO-DIA-UTIL

           COMPUTE WS-ANO-PROXIMO = WS-FER-PROXIMO / 10000

           IF WS-ANO-PROXIMO = WS-ANO-REF
               DISPLAY 'AINDA NAO E O ULTIMO DIA UTIL DO ANO '
                       WS-ANO-REF ' - ENCERRAMENTO ANUAL NAO EXECUTA.'
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * BLOQUEIO DO EXERCICIO: UM FIM JA GRAVADO PARA A CHAVE
      * YEAREND NO ANO (AAAA0000) IMPEDE UM SEGUNDO ENCERRAMENTO,
      * SALVO OVERRIDE EM RUNCTLOVR. LIBERADO, O FIM E' CARIMBADO
      * JA', COMO NO PORTEIRO MENSAL.
      *****************************************
       P300-VERIFICA-PERIODO.
      *****************************************

           COMPUTE WS-RUNCTL-DATA = WS-ANO-REF * 10000
           MOVE 'YEAREND'                     TO WS-RUNCTL-PROGRAMA
           PERFORM P-VERIFICA-RUNCTL

           IF RUNCTL-BLOQUEADO
               DISPLAY 'ENCERRAMENTO DO EXERCICIO ' WS-ANO-REF
                       ' JA CONCLUIDO - USE RUNCTLOVR PARA '
                       'REEXECUTAR O ENCERRAMENTO ANUAL.'
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           MOVE 'INICIO'                      TO WS-RUNCTL-EVENTO-GRAVA
           PERFORM P-GRAVA-RUNCTL
           MOVE 'FIM'                         TO WS-RUNCTL-EVENTO-GRAVA
           PERFORM P-GRAVA-RUNCTL

           DISPLAY 'ULTIMO DIA UTIL DO ANO ' WS-ANO-REF
                   ' - ENCERRAMENTO ANUAL LIBERADO.'
           .

      *****************************************
       P999-FIM.
      *****************************************

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RUNCTLPR.
           COPY FERIADPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-ANOGUARD.
