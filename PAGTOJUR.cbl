      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - JORNAL DE IMAGENS ANTES/DEPOIS (PAGTOJRN,
      *                    ROTINA COMPARTILHADA COPY PAGJRNPR) DE CADA
      *                    REGISTRO DO PAGTOPEND REGRAVADO COM MORA,
      *                    PARA O ESTORNO DO PASSO
      *                    (DEMONSTRA-PAGTOBKO); LINHA QUE NAO ENTRA
      *                    NO JORNAL TERMINA O PASSO COM RC 4
      *   15/10/2026 WT - DESCONTAR DO DELTA OS JUROS JA DISPENSADOS NA
      *                    COBRANCA (PAGTO-JUROS-DISPENSA): O RECALCULO
      *                    SOBRE O ORIGINAL NAO PODE COBRAR DE NOVO O
      *                    QUE FOI PERDOADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOJUR.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT PAGTO-JORNAL        ASSIGN TO 'PAGTOJRN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGJRN.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD PAGTO-JORNAL.
           COPY PAGJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-TAXA                         PIC X(02) VALUE '00'.

           COPY DTVALID.
           COPY DTNEGWS.
           COPY PAGJRNWS.

       LINKAGE SECTION.
           COPY JOBRES.

           PERFORM P-OBTEM-DATA-NEGOCIO

           MOVE 'DEMONSTRA-PAGTOJUR'           TO WS-JRN-PROGRAMA
           MOVE WS-DATA-NEGOCIO                TO WS-JRN-DATA-NEGOCIO

           PERFORM P050-CARREGA-TAXAS

           OPEN I-O    PAGTO-PENDENTES

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
               PERFORM P-JRN-GUARDA-ANTES
           END-IF
           .

      * VALOR ORIGINAL DO PAGAMENTO: MONTANTE = ORIGINAL * (1+TAXA)
      * ** PERIODOS, COM PERIODOS DE 30 DIAS (INICIADO CONTA
      * INTEIRO). O DELTA DESTA EXECUCAO = JUROS TOTAIS - JUROS JA
      * ACUMULADOS - JUROS JA DISPENSADOS NA COBRANCA.
      *****************************************
       P500-CALC-MORA.
      *****************************************
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF PAGTO-JUROS-DISPENSA IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-DISPENSA
           END-IF

           COMPUTE WS-VALOR-ORIGINAL =
                   PAGTO-VALOR - PAGTO-JUROS-ACUM

                   WS-MONTANTE - WS-VALOR-ORIGINAL
           COMPUTE WS-JUROS-DELTA ROUNDED =
                   WS-JUROS-TOTAL - PAGTO-JUROS-ACUM
                 - PAGTO-JUROS-DISPENSA

      *    SEM ACRESCIMO NOVO (MESMOS PERIODOS DA EXECUCAO
      *    ANTERIOR), NAO HA REGRAVACAO NEM ITEM NO RELATORIO.
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               ADD 1                          TO WS-QT-ATUALIZADOS
               ADD WS-JUROS-DELTA             TO WS-JUROS-EXEC

           IF WS-RETORNO = ZEROS AND WS-QT-NAO-CALCULADOS > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           IF WS-RETORNO = ZEROS AND WS-QT-JORNAL-ERRO > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
           COPY RUNLOGPR.
           COPY DTVALPR.
           COPY DTNEGPR.
           COPY PAGJRNPR.

       END PROGRAM DEMONSTRA-PAGTOJUR.
