      *                    ZERAR O CONTADOR DE PARCELAS FATURADAS DO
      *                    EMPRESTIMO NOVO, PARA O FATURAMENTO DE
      *                    PARCELAS (DEMONSTRA-EMPBILL)
      *   15/10/2026 WT - A CARGA NASCE COMO TAXA FIXA (SEM INDICE,
      *                    SPREAD, GIRO NEM TAXA DE PARCELA), AGORA
      *                    QUE O CADASTRO TAMBEM TEM INDEXADOS
      *   15/10/2026 WT - EMPRESTIMO NOVO SEM JUROS A PAGAR NEM PARCELA
      *                    REPROGRAMADA, E COM A LINHA DE ABERTURA
      *                    ('AB', NA DATA DE NEGOCIO) NO HISTORICO DO
      *                    EMPRESTIMO (EMPHIST)
      *   15/10/2026 WT - EMPRESTIMO NOVO NASCE EM ACCRUAL, SEM JUROS
      *                    SUSPENSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-EMPLOAD.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

       DATA DIVISION.
       FILE SECTION.
       FD JUROS-ITENS.
       FD RUN-LOG.
           COPY RUNLOG.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-INSERIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-EXISTENTES                PIC 9(06) VALUE ZEROS.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN INPUT JUROS-ITENS
           OPEN I-O   EMPRESTIMO-MASTER

               MOVE ZEROS                     TO EMP-NUM-CLIENTE
           END-IF
           MOVE ZEROS                         TO EMP-PARCELAS-FATURADAS
           SET EMP-TAXA-FIXA                  TO TRUE
           MOVE SPACES                        TO EMP-INDICE
           MOVE ZEROS                         TO EMP-SPREAD
                                                  EMP-DATA-ULT-GIRO
                                                  EMP-TAXA-PARCELA
                                                  EMP-JUROS-ACUM
                                                  EMP-VALOR-PARCELA
           SET EMP-EM-ACCRUAL                 TO TRUE
           MOVE ZEROS                         TO EMP-DATA-SIT-ACCRUAL
                                                  EMP-NACR-PAGTO-REF
                                                  EMP-PAGTOS-PONTUAIS
                                                  EMP-NACR-DIAS-ATRASO
                                                  EMP-JUROS-SUSPENSOS
                                                  EMP-SUSP-MES-REF
                                                  EMP-SUSP-NO-MES

           WRITE WS-REG-EMPRESTIMO
               INVALID KEY
           EVALUATE TRUE
               WHEN WS-FS-EMPMAST = '00'
                   ADD 1                      TO WS-QT-INSERIDOS
                   PERFORM P300-GRAVA-ABERTURA
               WHEN WS-FS-EMPMAST = '22'
                   ADD 1                      TO WS-QT-JA-EXISTENTES
               WHEN OTHER
           PERFORM P100-LE-ITEM
           .

      *****************************************
      * PRIMEIRA LINHA DO HISTORICO DO EMPRESTIMO: O PRINCIPAL
      * CARREGADO.
      *****************************************
       P300-GRAVA-ABERTURA.
      *****************************************

           INITIALIZE WS-REG-EMPHIST
           MOVE EMP-NUMERO                    TO EMH-NUM-EMPRESTIMO
           MOVE WS-DATA-NEGOCIO               TO EMH-DATA
           MOVE 'AB'                          TO EMH-TIPO
           MOVE EMP-PRINCIPAL                 TO EMH-VALOR
                                                  EMH-PRINCIPAL
           MOVE ZEROS                         TO EMH-JUROS
           MOVE EMP-SALDO                     TO EMH-SALDO-APOS
           MOVE 'DEMONSTRA-EMPLOAD'           TO EMH-PROGRAMA
           PERFORM P-GRAVA-EMPHIST
           .

      *****************************************
       P999-FIM.
      *****************************************
           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY EMPHSTPR.

       END PROGRAM DEMONSTRA-EMPLOAD.
