      *          PERMANECE NO SUSPENSO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MOTOR 'U' PARA O USOSUSP (CONSUMO MEDIDO
      *                    SUSPENSO POR DEMONSTRA-USOTAR): A CORRECAO
      *                    TRAZ CONTRATO, PRODUTO, QUANTIDADE E DIA DA
      *                    LEITURA, QUE VOLTA AO USOREG COM O MESMO SEQ
      *                    E O CLIENTE DO CONTRATO PARA SER VALIDADA E
      *                    TARIFADA DE NOVO NA PROXIMA NOITE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-SUSPREW.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REWORK.

      *    LEITURAS DE CONSUMO CORRIGIDAS VOLTAM PARA A ENTRADA DA
      *    TARIFACAO.
           SELECT USO-ENTRADA         ASSIGN TO 'USOREG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOREG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
               05 COR-JUR-TAXA                   PIC S9(01)V9999.
               05 COR-JUR-PERIODOS               PIC 9(03).
               05 FILLER                         PIC X(13).
           03 COR-DADOS-USO REDEFINES COR-DADOS.
               05 COR-USO-CONTRATO               PIC 9(06).
               05 COR-USO-PRODUTO                PIC X(08).
               05 COR-USO-QTDE                   PIC S9(05)V99.
               05 COR-USO-DATA                   PIC 9(08).
               05 FILLER                         PIC X(01).

       FD SUSPENSO-ATUAL.
       01 WS-REG-SUSPENSO                         PIC X(80).
       FD REWORK-SAIDA.
       01 WS-REG-REWORK                           PIC X(80).

       FD USO-ENTRADA.
           COPY USOREG.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WS-FS-TRABALHO                     PIC X(02) VALUE '00'.
       77 WS-FS-REWORK                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-USOREG                       PIC X(02) VALUE '00'.
       77 WS-SW-USOREG                       PIC X(01) VALUE 'N'.
           88 USOREG-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.

      *    NOME LOGICO DO SUSPENSO EM PROCESSAMENTO (UM MOTOR POR
      *    PASSADA: MATSUSP, FATSUSP, JUROSSUSP, USOSUSP).
       77 WS-ARQ-SUSPENSO                    PIC X(12) VALUE SPACES.
       77 WS-MOTOR-ATUAL                     PIC X(01) VALUE SPACE.

           MOVE 'JUROSSUSP'                   TO WS-ARQ-SUSPENSO
           PERFORM P200-PROCESSA-SUSPENSO

           MOVE 'U'                           TO WS-MOTOR-ATUAL
           MOVE 'USOSUSP'                     TO WS-ARQ-SUSPENSO
           PERFORM P200-PROCESSA-SUSPENSO

           PERFORM P999-FIM
           .


      *****************************************
      * EXTRAI O SEQ (PRIMEIRO GRUPO DE 6 DIGITOS DA LINHA) E O
      * CODIGO DE MOTIVO (SUBSTRING MAT-/FAT-/JUR-/USO-). LINHAS DE
      * CABECALHO (RUN-DATE) NAO TEM SEQ E SAO MANTIDAS COMO ESTAO.
      *****************************************
       P310-EXTRAI-SEQ-E-CODIGO.
               IF WS-REG-SUSPENSO(WS-IX-SCAN:4) = 'MAT-'
                  OR WS-REG-SUSPENSO(WS-IX-SCAN:4) = 'FAT-'
                  OR WS-REG-SUSPENSO(WS-IX-SCAN:4) = 'JUR-'
                  OR WS-REG-SUSPENSO(WS-IX-SCAN:4) = 'USO-'
                   MOVE WS-REG-SUSPENSO(WS-IX-SCAN:11)
                       TO WS-COD-LINHA
                   MOVE 70                    TO WS-IX-SCAN
                   PERFORM P520-CALC-FATURA
               WHEN 'J'
                   PERFORM P530-CALC-JUROS
               WHEN 'U'
                   PERFORM P540-DEVOLVE-USO
               WHEN OTHER
                   MOVE 'S'                   TO WS-SW-ERRO
           END-EVALUATE
           END-IF
           .

      *****************************************
      * A LEITURA DE CONSUMO CORRIGIDA VOLTA AO USOREG COM O SEQ DO
      * SUSPENSO E O CLIENTE EM ZEROS (O DO CONTRATO CORRIGIDO) - A
      * VALIDACAO COMPLETA E' A DA TARIFACAO NA PROXIMA NOITE; AQUI
      * SO' SE BARRA A CORRECAO VISIVELMENTE INCOMPLETA.
      *****************************************
       P540-DEVOLVE-USO.
      *****************************************

           IF COR-USO-CONTRATO IS NOT NUMERIC
              OR COR-USO-CONTRATO = ZEROS
              OR COR-USO-PRODUTO = SPACES
              OR COR-USO-QTDE IS NOT NUMERIC
              OR COR-USO-QTDE NOT > ZEROS
              OR COR-USO-DATA IS NOT NUMERIC
              OR COR-USO-DATA = ZEROS
               MOVE 'S'                       TO WS-SW-ERRO
               EXIT PARAGRAPH
           END-IF

           IF NOT USOREG-ABERTO
               OPEN EXTEND USO-ENTRADA
               IF WS-FS-USOREG = '35'
                   OPEN OUTPUT USO-ENTRADA
               END-IF
               IF WS-FS-USOREG NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O USOREG: ' WS-FS-USOREG
                   MOVE 'S'                   TO WS-SW-ERRO
                   EXIT PARAGRAPH
               END-IF
               SET USOREG-ABERTO              TO TRUE
           END-IF

           MOVE WS-SEQ-LINHA                  TO USO-SEQ
           MOVE ZEROS                         TO USO-NUM-CLIENTE
           MOVE COR-USO-CONTRATO              TO USO-CONTRATO
           MOVE COR-USO-PRODUTO               TO USO-PRODUTO
           MOVE COR-USO-QTDE                  TO USO-QTDE
           MOVE COR-USO-DATA                  TO USO-DATA
           WRITE WS-REG-USO

           MOVE COR-USO-QTDE                  TO WS-RESULT-ED
           PERFORM P700-GRAVA-REWORK
           .

      *****************************************
       P700-GRAVA-REWORK.
      *****************************************

           CLOSE REWORK-SAIDA

           IF USOREG-ABERTO
               CLOSE USO-ENTRADA
           END-IF

           DISPLAY 'CORRIGIDOS...........: ' WS-QT-CORRIGIDOS
           DISPLAY 'AINDA FALHANDO.......: ' WS-QT-FALHANDO
           DISPLAY 'MANTIDOS SEM CORRECAO: ' WS-QT-MANTIDOS
