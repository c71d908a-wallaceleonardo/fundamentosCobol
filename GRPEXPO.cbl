      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO DE EXPOSICAO DOS GRUPOS ECONOMICOS
      *          (GRPEXPORPT): PARA CADA GRUPO (CLIENTE MATRIZ EM
      *          WS-CLIENTE-GRUPO DO CLIMAST), OS MEMBROS COM O SALDO
      *          EM ABERTO (PAGAMENTOS P/A NO PAGTOPEND), O VALOR
      *          ATRASADO E O GRAU DO CLISCORE DE CADA UM, E O TOTAL
      *          DO GRUPO COM O PIOR GRAU ENTRE OS MEMBROS E O LIMITE
      *          DO GRUPO (GRPLIM) - GRUPO ACIMA DO LIMITE SAI
      *          MARCADO. A RESPOSTA PARA "QUANTO ESTA EMPRESA INTEIRA
      *          NOS DEVE, SOMANDO TODAS AS FILIAIS". GRUPOS E
      *          MEMBROS PELAS ROTINAS COMPARTILHADAS DE
      *          COPY/GRUPOPR.CPY; CABECALHO PELO GERADOR
      *          COMPARTILHADO (COPY/RPTHDPR.CPY).
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-GRPEXPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LIMITES-GRUPO       ASSIGN TO 'GRPLIM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GRPLIM.

           SELECT CLIENTE-SCORE       ASSIGN TO 'CLISCORE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT EXPOSICAO-RPT       ASSIGN TO 'GRPEXPORPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD LIMITES-GRUPO.
           COPY GRPLIM.

       FD CLIENTE-SCORE.
           COPY CLISCORE.

       FD EXPOSICAO-RPT.
       01 WS-REG-EXPOSICAO                        PIC X(132).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-SW-EOF-SCAN                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.

      *    OS GRAUS DO CLISCORE (ATE 500 CLIENTES, COMO NAS CARTAS).
       77 WS-QT-TAB-SCORE                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-SCORE                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SCORES.
           03 WS-TAB-SCORE-ITEM        OCCURS 500 TIMES.
               05 WS-SCR-CLIENTE              PIC 9(06).
               05 WS-SCR-GRAU                 PIC X(01).

      *    O GRUPO EM IMPRESSAO E O MEMBRO EM CURSO. UM GRUPO E'
      *    IMPRESSO NA PRIMEIRA VEZ QUE APARECE NA TABELA DE MEMBROS
      *    (ORDEM DO CLIMAST).
       77 WS-IX-GRUPO                        PIC 9(04) VALUE ZEROS.
       77 WS-IX-ANTERIOR                     PIC 9(04) VALUE ZEROS.
       77 WS-SW-JA-IMPRESSO                  PIC X(01) VALUE 'N'.
           88 GRUPO-JA-IMPRESSO              VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-ATUAL                     PIC 9(06) VALUE ZEROS.
       77 WS-MEMBRO-ATUAL                    PIC 9(06) VALUE ZEROS.
       77 WS-NOME-MEMBRO                     PIC X(30) VALUE SPACES.
       77 WS-GRAU-MEMBRO                     PIC X(01) VALUE SPACE.
       77 WS-PIOR-GRAU                       PIC X(01) VALUE SPACE.
       77 WS-ABERTO-MEMBRO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ATRASO-MEMBRO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ABERTO-GRUPO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ATRASO-GRUPO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-MEMBROS-GRUPO                PIC 9(04) VALUE ZEROS.

      *    TOTAIS DO RELATORIO.
       77 WS-QT-GRUPOS                       PIC 9(04) VALUE ZEROS.
       77 WS-QT-ACIMA-LIMITE                 PIC 9(04) VALUE ZEROS.
       77 WS-ABERTO-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-ATRASO-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.

       77 WS-QT-ED                           PIC ZZZ9.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-VALOR2-ED                       PIC -(11)9.99.
       77 WS-LIMITE-ED                       PIC -(11)9.99.

           COPY RPTHDR.
           COPY DTNEGWS.
           COPY GRUPOWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM VARYING WS-IX-GRUPO FROM 1 BY 1
                   UNTIL WS-IX-GRUPO > WS-QT-TAB-MEMBROS
               PERFORM P200-UM-GRUPO
           END-PERFORM

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  PAGTO-PENDENTES
           OPEN OUTPUT EXPOSICAO-RPT

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'AVISO: PAGTOPEND INDISPONIVEL - SALDOS '
                       'ZERADOS: ' WS-FS-PAGTOPEND
           END-IF

           PERFORM P-CARREGA-GRUPOS
           PERFORM P020-CARREGA-SCORES

           MOVE 'EXPOSICAO DOS GRUPOS'         TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-EXPOSICAO
           MOVE RPTHDR-LINHA                  TO WS-REG-EXPOSICAO
           WRITE WS-REG-EXPOSICAO

           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING 'DATA DE NEGOCIO: '         DELIMITED BY SIZE
                  WS-DATA-NEGOCIO             DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO
           .

      *****************************************
      * SEM O CLISCORE O RELATORIO AINDA SAI - O GRAU FICA EM
      * BRANCO.
      *****************************************
       P020-CARREGA-SCORES.
      *****************************************

           OPEN INPUT CLIENTE-SCORE

           IF WS-FS-SCORE NOT = '00'
               DISPLAY 'AVISO: CLISCORE INDISPONIVEL: ' WS-FS-SCORE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-SCORE NOT = '00'
                      OR WS-QT-TAB-SCORE = 500
               READ CLIENTE-SCORE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SCORE = '00'
                   ADD 1                      TO WS-QT-TAB-SCORE
                   MOVE SCO-NUM-CLIENTE
                       TO WS-SCR-CLIENTE(WS-QT-TAB-SCORE)
                   MOVE SCO-GRAU
                       TO WS-SCR-GRAU(WS-QT-TAB-SCORE)
               END-IF
           END-PERFORM

           CLOSE CLIENTE-SCORE
           .

      *****************************************
      * UM GRUPO: CABECALHO COM A MATRIZ, UMA LINHA POR MEMBRO E O
      * TOTAL DO GRUPO CONTRA O LIMITE. GRUPO JA IMPRESSO POR UM
      * MEMBRO ANTERIOR E' SALTADO.
      *****************************************
       P200-UM-GRUPO.
      *****************************************

           MOVE WS-MEMBRO-GRUPO(WS-IX-GRUPO)  TO WS-GRUPO-ATUAL

           SET GRUPO-JA-IMPRESSO              TO FALSE
           PERFORM VARYING WS-IX-ANTERIOR FROM 1 BY 1
                   UNTIL WS-IX-ANTERIOR NOT < WS-IX-GRUPO
               IF WS-MEMBRO-GRUPO(WS-IX-ANTERIOR) = WS-GRUPO-ATUAL
                   SET GRUPO-JA-IMPRESSO      TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF GRUPO-JA-IMPRESSO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-GRUPOS
           MOVE ZEROS                         TO WS-ABERTO-GRUPO
           MOVE ZEROS                         TO WS-ATRASO-GRUPO
           MOVE ZEROS                         TO WS-QT-MEMBROS-GRUPO
           MOVE SPACE                         TO WS-PIOR-GRAU

           MOVE WS-GRUPO-ATUAL                TO WS-MEMBRO-ATUAL
           PERFORM P400-NOME-DO-MEMBRO

           MOVE SPACES                        TO WS-REG-EXPOSICAO
           WRITE WS-REG-EXPOSICAO
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING 'GRUPO '                    DELIMITED BY SIZE
                  WS-GRUPO-ATUAL              DELIMITED BY SIZE
                  ' - MATRIZ '                DELIMITED BY SIZE
                  WS-NOME-MEMBRO              DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO

           PERFORM VARYING WS-IX-MEMBRO FROM WS-IX-GRUPO BY 1
                   UNTIL WS-IX-MEMBRO > WS-QT-TAB-MEMBROS
               IF WS-MEMBRO-GRUPO(WS-IX-MEMBRO) = WS-GRUPO-ATUAL
                   PERFORM P300-UM-MEMBRO
               END-IF
           END-PERFORM

           PERFORM P500-TOTAL-DO-GRUPO
           .

      *****************************************
      * UM MEMBRO: SALDO EM ABERTO E ATRASADO PELA CHAVE ALTERNADA
      * DE CLIENTE DO PAGTOPEND E O GRAU DO CLISCORE.
      *****************************************
       P300-UM-MEMBRO.
      *****************************************

           MOVE WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) TO WS-MEMBRO-ATUAL
           ADD 1                              TO WS-QT-MEMBROS-GRUPO

           PERFORM P400-NOME-DO-MEMBRO
           PERFORM P420-SALDO-DO-MEMBRO

           MOVE SPACE                         TO WS-GRAU-MEMBRO
           PERFORM VARYING WS-IX-SCORE FROM 1 BY 1
                   UNTIL WS-IX-SCORE > WS-QT-TAB-SCORE
               IF WS-SCR-CLIENTE(WS-IX-SCORE) = WS-MEMBRO-ATUAL
                   MOVE WS-SCR-GRAU(WS-IX-SCORE)
                                               TO WS-GRAU-MEMBRO
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    'A' E' O MELHOR GRAU E 'D' O PIOR: O PIOR DO GRUPO E' O
      *    MAIOR NA ORDEM ALFABETICA.
           IF WS-GRAU-MEMBRO NOT = SPACE
              AND (WS-PIOR-GRAU = SPACE
                OR WS-GRAU-MEMBRO > WS-PIOR-GRAU)
               MOVE WS-GRAU-MEMBRO            TO WS-PIOR-GRAU
           END-IF

           ADD WS-ABERTO-MEMBRO               TO WS-ABERTO-GRUPO
           ADD WS-ATRASO-MEMBRO               TO WS-ATRASO-GRUPO

           MOVE WS-ABERTO-MEMBRO              TO WS-VALOR-ED
           MOVE WS-ATRASO-MEMBRO              TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING '  '                        DELIMITED BY SIZE
                  WS-MEMBRO-ATUAL             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOME-MEMBRO              DELIMITED BY SIZE
                  ' ABERTO '                  DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' ATRASADO '                DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  ' GRAU '                    DELIMITED BY SIZE
                  WS-GRAU-MEMBRO              DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO
           .

      *****************************************
       P400-NOME-DO-MEMBRO.
      *****************************************

           MOVE SPACES                        TO WS-NOME-MEMBRO

           IF WS-FS-CLIMAST NOT = '00' AND WS-FS-CLIMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MEMBRO-ATUAL               TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE '(NAO CADASTRADO)'    TO WS-NOME-MEMBRO
           END-READ

           IF WS-FS-CLIMAST = '00'
               MOVE WS-NOME                   TO WS-NOME-MEMBRO
           END-IF
           .

      *****************************************
      * O INDICE DE CLIENTE ENTREGA SO' OS PAGAMENTOS DO MEMBRO -
      * O SCAN TERMINA QUANDO ELE MUDA.
      *****************************************
       P420-SALDO-DO-MEMBRO.
      *****************************************

           MOVE ZEROS                         TO WS-ABERTO-MEMBRO
           MOVE ZEROS                         TO WS-ATRASO-MEMBRO

           IF WS-FS-PAGTOPEND NOT = '00'
              AND WS-FS-PAGTOPEND NOT = '10'
              AND WS-FS-PAGTOPEND NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MEMBRO-ATUAL               TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-SCAN                    TO FALSE
           PERFORM UNTIL FIM-DO-SCAN
               READ PAGTO-PENDENTES NEXT RECORD
                   AT END
                       SET FIM-DO-SCAN        TO TRUE
               END-READ
               IF NOT FIM-DO-SCAN
                   IF PAGTO-NUM-CLIENTE NOT = WS-MEMBRO-ATUAL
                       SET FIM-DO-SCAN        TO TRUE
                   ELSE
                       IF PAGTO-PENDENTE OR PAGTO-ATRASADO
                           ADD PAGTO-VALOR    TO WS-ABERTO-MEMBRO
                       END-IF
                       IF PAGTO-ATRASADO
                           ADD PAGTO-VALOR    TO WS-ATRASO-MEMBRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * TOTAL DO GRUPO: MEMBROS, ABERTO, ATRASADO, PIOR GRAU E O
      * LIMITE DO GRPLIM. ABERTO ACIMA DO LIMITE SAI MARCADO.
      *****************************************
       P500-TOTAL-DO-GRUPO.
      *****************************************

           ADD WS-ABERTO-GRUPO                TO WS-ABERTO-TOTAL
           ADD WS-ATRASO-GRUPO                TO WS-ATRASO-TOTAL

           MOVE ZEROS                         TO WS-GRP-LIMITE
           SET GRUPO-COM-LIMITE               TO FALSE
           PERFORM VARYING WS-IX-GRPLIM FROM 1 BY 1
                   UNTIL WS-IX-GRPLIM > WS-QT-TAB-GRPLIM
               IF WS-GRPLIM-GRUPO(WS-IX-GRPLIM) = WS-GRUPO-ATUAL
                  AND WS-GRPLIM-LIMITE(WS-IX-GRPLIM) > ZEROS
                   MOVE WS-GRPLIM-LIMITE(WS-IX-GRPLIM)
                                               TO WS-GRP-LIMITE
                   SET GRUPO-COM-LIMITE       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-QT-MEMBROS-GRUPO           TO WS-QT-ED
           MOVE WS-ABERTO-GRUPO               TO WS-VALOR-ED
           MOVE WS-ATRASO-GRUPO               TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING '  TOTAL DO GRUPO ('        DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  ' MEMBROS) ABERTO '         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' ATRASADO '                DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  ' PIOR GRAU '               DELIMITED BY SIZE
                  WS-PIOR-GRAU                DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO

           MOVE SPACES                        TO WS-REG-EXPOSICAO
           IF GRUPO-COM-LIMITE
               MOVE WS-GRP-LIMITE             TO WS-LIMITE-ED
               STRING '  LIMITE DO GRUPO '    DELIMITED BY SIZE
                      WS-LIMITE-ED            DELIMITED BY SIZE
                      INTO WS-REG-EXPOSICAO
               END-STRING
               IF WS-ABERTO-GRUPO > WS-GRP-LIMITE
                   ADD 1                      TO WS-QT-ACIMA-LIMITE
                   MOVE '*** ACIMA DO LIMITE DO GRUPO ***'
                       TO WS-REG-EXPOSICAO(40:32)
               END-IF
           ELSE
               MOVE '  SEM LIMITE DE GRUPO (SO'' LIMITES INDIVIDUAIS)'
                                               TO WS-REG-EXPOSICAO
           END-IF
           WRITE WS-REG-EXPOSICAO
           .

      *****************************************
       P999-FIM.
      *****************************************

           MOVE WS-QT-GRUPOS                  TO WS-QT-ED
           MOVE WS-ABERTO-TOTAL               TO WS-VALOR-ED
           MOVE WS-ATRASO-TOTAL               TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           WRITE WS-REG-EXPOSICAO
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING 'TOTAL GERAL: '             DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  ' GRUPO(S) ABERTO '         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' ATRASADO '                DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO

           MOVE WS-QT-ACIMA-LIMITE            TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-EXPOSICAO
           STRING 'GRUPOS ACIMA DO LIMITE: '  DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  INTO WS-REG-EXPOSICAO
           END-STRING
           WRITE WS-REG-EXPOSICAO

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
              OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF
           CLOSE EXPOSICAO-RPT

           DISPLAY 'GRUPOS LISTADOS......: ' WS-QT-GRUPOS
           DISPLAY 'ACIMA DO LIMITE......: ' WS-QT-ACIMA-LIMITE

           STOP RUN.

           COPY RPTHDPR.
           COPY DTNEGPR.
           COPY GRUPOPR.

       END PROGRAM DEMONSTRA-GRPEXPO.
