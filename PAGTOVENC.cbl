      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - JORNAL DE IMAGENS ANTES/DEPOIS (PAGTOJRN,
      *                    ROTINA COMPARTILHADA COPY PAGJRNPR) DE CADA
      *                    REGISTRO DO PAGTOPEND VIRADO PARA ATRASADO,
      *                    PARA O ESTORNO DO PASSO
      *                    (DEMONSTRA-PAGTOBKO); LINHA QUE NAO ENTRA
      *                    NO JORNAL TERMINA O PASSO COM RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-PAGTOVENC.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT PAGTO-JORNAL        ASSIGN TO 'PAGTOJRN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGJRN.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.
       FD FERIADOS-CAL.
           COPY FERIADO.

       FD PAGTO-JORNAL.
           COPY PAGJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
           COPY DIAUTIL.

           COPY DTNEGWS.
           COPY PAGJRNWS.

       LINKAGE SECTION.
           COPY JOBRES.
           PERFORM P-VERIFICA-DIA-UTIL

           PERFORM P-OBTEM-DATA-NEGOCIO

           MOVE 'DEMONSTRA-PAGTOVENC'          TO WS-JRN-PROGRAMA
           MOVE WS-DATA-NEGOCIO                TO WS-JRN-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE

           PERFORM P-CARREGA-FERIADOS

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
               PERFORM P-JRN-GUARDA-ANTES
           END-IF
           .

           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               ADD 1                          TO WS-QT-VIRADOS

               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
           IF WS-RETORNO = ZEROS AND WS-QT-DATA-INVALIDA > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           IF WS-RETORNO = ZEROS AND WS-QT-JORNAL-ERRO > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
           COPY DIAUTPR.
           COPY DTVALPR.
           COPY PAGAUDPR.
           COPY PAGJRNPR.
           COPY PAGTRXPR.
           COPY FERIADPR.

