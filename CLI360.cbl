      *                    PAGAMENTO DO CLIENTE (ARQUIVO CLISCORE,
      *                    APURADO POR DEMONSTRA-CLISCORE) JUNTO DO
      *                    CADASTRO
      *   15/10/2026 WT - EXIBIR A NEGATIVACAO DO CLIENTE NO BUREAU
      *                    DE CREDITO (CADASTRO NEGREG, MANTIDO POR
      *                    DEMONSTRA-NEGATIV): OS PAGAMENTOS PELOS
      *                    QUAIS ESTA NEGATIVADO E DESDE QUANDO
      *   15/10/2026 WT - EXIBIR O GRUPO ECONOMICO DO CLIENTE: A
      *                    MATRIZ, O LIMITE DO GRUPO (GRPLIM), O
      *                    SALDO EM ABERTO E O ATRASADO DO GRUPO E
      *                    OS DEMAIS MEMBROS (COPY/GRUPOPR.CPY)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLI360.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT LIMITES-GRUPO       ASSIGN TO 'GRPLIM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GRPLIM.

           SELECT NEG-REGISTRO        ASSIGN TO 'NEGREG'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NEG-NUM-PAGTO
                                       ALTERNATE RECORD KEY
                                           NEG-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-NEGREG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
       FD CLIENTE-SCORE.
           COPY CLISCORE.

       FD NEG-REGISTRO.
           COPY NEGREG.

       FD LIMITES-GRUPO.
           COPY GRPLIM.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-SW-SCORE                        PIC X(01) VALUE 'N'.
           88 SCORE-ACHADO                   VALUE 'S' FALSE 'N'.
       77 WS-FS-NEGREG                       PIC X(02) VALUE '00'.
       77 WS-QT-NEGATIVACOES                 PIC 9(02) VALUE ZEROS.

      *    BUSCA POR NOME: O PREFIXO DIGITADO, O SEU TAMANHO UTIL E
      *    O LIMITE DE LINHAS EXIBIDAS POR BUSCA.
       77 WS-IX-PREFIXO                      PIC 9(02) VALUE ZEROS.
       77 WS-QT-NOMES                        PIC 9(02) VALUE ZEROS.

      *    GRUPO ECONOMICO: OS SALDOS EDITADOS E A MARCA DE CADA
      *    MEMBRO NA LISTA.
       77 WS-SALDO-GRP-ED                    PIC -(11)9.99.
       77 WS-MARCA-MEMBRO                    PIC X(16) VALUE SPACES.

           COPY GRUPOWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
           IF WS-NUM-CONSULTA NOT = ZEROS
               MOVE WS-NUM-CONSULTA           TO WS-CHAVE-TEXTO
               PERFORM P300-EXIBE-CADASTRO
               PERFORM P320-EXIBE-GRUPO
               PERFORM P350-EXIBE-SCORE
               PERFORM P370-EXIBE-NEGATIVACAO
               PERFORM P400-EXIBE-PAGAMENTOS
               PERFORM P500-EXIBE-FATURAMENTO
               PERFORM P600-EXIBE-OCORRENCIAS
           END-IF
           .

      *****************************************
      * BLOCO 1A - GRUPO ECONOMICO: A MATRIZ, O LIMITE E A
      * EXPOSICAO DO GRUPO INTEIRO E OS MEMBROS, COM O NOME DE
      * CADA UM LIDO DO CLIMAST.
      *****************************************
       P320-EXIBE-GRUPO.
      *****************************************

           DISPLAY '--- GRUPO ECONOMICO ---'

           OPEN INPUT CLIENTE-MASTER

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'CLIENTE-MASTER INDISPONIVEL: ' WS-FS-CLIMAST
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAGTO-PENDENTES

           PERFORM P-CARREGA-GRUPOS

           MOVE WS-NUM-CONSULTA               TO WS-GRP-CLIENTE
           PERFORM P-EXPOSICAO-GRUPO

           IF WS-GRP-CODIGO = ZEROS
               DISPLAY 'CLIENTE SEM GRUPO ECONOMICO.'
           ELSE
               DISPLAY 'MATRIZ.....: ' WS-GRP-CODIGO
                       '  MEMBROS: ' WS-GRP-QT-MEMBROS
               IF GRUPO-COM-LIMITE
                   MOVE WS-GRP-LIMITE         TO WS-SALDO-GRP-ED
                   DISPLAY 'LIMITE GRP.: ' WS-SALDO-GRP-ED
               ELSE
                   DISPLAY 'LIMITE GRP.: SEM LIMITE DE GRUPO'
               END-IF
               MOVE WS-GRP-SALDO              TO WS-SALDO-GRP-ED
               DISPLAY 'EM ABERTO..: ' WS-SALDO-GRP-ED
               MOVE WS-GRP-ATRASADO           TO WS-SALDO-GRP-ED
               DISPLAY 'ATRASADO...: ' WS-SALDO-GRP-ED

               PERFORM VARYING WS-IX-MEMBRO FROM 1 BY 1
                       UNTIL WS-IX-MEMBRO > WS-QT-TAB-MEMBROS
                   IF WS-MEMBRO-GRUPO(WS-IX-MEMBRO) = WS-GRP-CODIGO
                       PERFORM P330-EXIBE-MEMBRO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
              OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF

           CLOSE CLIENTE-MASTER
           .

      *****************************************
       P330-EXIBE-MEMBRO.
      *****************************************

           MOVE SPACES                        TO WS-MARCA-MEMBRO
           IF WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) = WS-GRP-CODIGO
               MOVE '(MATRIZ)'                TO WS-MARCA-MEMBRO
           END-IF
           IF WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) = WS-NUM-CONSULTA
               MOVE '(ESTE CLIENTE)'          TO WS-MARCA-MEMBRO
           END-IF

           MOVE WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE SPACES                TO WS-NOME
           END-READ

           DISPLAY '  ' WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) ' - '
                   WS-NOME ' ' WS-MARCA-MEMBRO
           .

      *****************************************
      * BLOCO 1B - GRAU DE COMPORTAMENTO DE PAGAMENTO, DO RETRATO
      * NOTURNO CLISCORE.
           END-IF
           .

      *****************************************
      * BLOCO 1C - NEGATIVACAO NO BUREAU DE CREDITO: AS
      * NEGATIVACOES ATIVAS DO CLIENTE NO NEGREG, PELA CHAVE
      * ALTERNADA DE CLIENTE.
      *****************************************
       P370-EXIBE-NEGATIVACAO.
      *****************************************

           MOVE ZEROS                         TO WS-QT-NEGATIVACOES
           MOVE 'N'                           TO WS-EOF-SCAN

           OPEN INPUT NEG-REGISTRO

           IF WS-FS-NEGREG NOT = '00'
               MOVE 'S'                       TO WS-EOF-SCAN
           END-IF

           IF WS-EOF-SCAN NOT = 'S'
               MOVE WS-NUM-CONSULTA           TO NEG-NUM-CLIENTE
               START NEG-REGISTRO KEY NOT < NEG-NUM-CLIENTE
                   INVALID KEY
                       MOVE 'S'               TO WS-EOF-SCAN
               END-START
           END-IF

           PERFORM P380-SCAN-NEGATIVACAO UNTIL FIM-DO-SCAN

           IF WS-FS-NEGREG = '00' OR WS-FS-NEGREG = '10'
              OR WS-FS-NEGREG = '23'
               CLOSE NEG-REGISTRO
           END-IF

           IF WS-QT-NEGATIVACOES = ZEROS
               DISPLAY 'BUREAU DE CREDITO: NAO NEGATIVADO.'
           END-IF
           .

      *****************************************
       P380-SCAN-NEGATIVACAO.
      *****************************************

           READ NEG-REGISTRO NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF-SCAN
           END-READ

           IF NOT FIM-DO-SCAN
               IF NEG-NUM-CLIENTE NOT = WS-NUM-CONSULTA
                   MOVE 'S'                   TO WS-EOF-SCAN
               ELSE
                   IF NEG-ATIVA
                       ADD 1                  TO WS-QT-NEGATIVACOES
                       MOVE NEG-VALOR         TO WS-VALOR-ED
                       DISPLAY 'BUREAU DE CREDITO: NEGATIVADO PELO '
                               'PAGTO ' NEG-NUM-PAGTO
                               ' DESDE ' NEG-DATA-INCLUSAO
                               ' VALOR ' WS-VALOR-ED
                   END-IF
               END-IF
           END-IF
           .

      *****************************************
      * BLOCO 2 - PAGAMENTOS DO CLIENTE EM PAGTOPEND, COM A
      * SITUACAO WS-PAGTO DE CADA UM.

           STOP RUN.

           COPY GRUPOPR.

       END PROGRAM DEMONSTRA-CLI360.
