      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CARGA UNICA DO DOCUMENTO FISCAL (CPF/CNPJ) NO
      *          CLIENTE-MASTER A PARTIR DA PLANILHA LEVANTADA PELO
      *          CADASTRO (EXTRATO DOCCSV, UMA LINHA
      *          'CLIENTE;DOCUMENTO', COM OU SEM LINHA DE TITULO E
      *          COM OU SEM OS ZEROS A ESQUERDA DO CLIENTE). CADA
      *          DOCUMENTO PASSA PELAS MESMAS EDICOES DA MANUTENCAO
      *          (DIGITO VERIFICADOR, COPY/DOCVALPR.CPY, E UNICIDADE,
      *          COPY/DOCTABPR.CPY) E E' GRAVADO NO CLIMAST COM
      *          IMAGENS NA TRILHA CLIHIST. CLIENTE QUE JA TEM OUTRO
      *          DOCUMENTO NAO E' SOBRESCRITO - VAI PARA O RELATORIO
      *          JUNTO COM AS DEMAIS RECUSAS. NO FIM, O RELATORIO
      *          DOCLOADRPT LISTA TODO CLIENTE ATIVO QUE CONTINUA SEM
      *          DOCUMENTO, PARA O CADASTRO IR ATRAS. PODE SER
      *          REEXECUTADO COM A PLANILHA CORRIGIDA: O DOCUMENTO
      *          JA GRAVADO IGUAL E' SO' CONTADO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-DOCLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-ENTRADA         ASSIGN TO 'DOCCSV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DOCCSV.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

           SELECT DOCLOAD-RPT         ASSIGN TO 'DOCLOADRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      *    UMA LINHA POR CLIENTE DA PLANILHA: CLIENTE;DOCUMENTO.
       FD DOC-ENTRADA.
       01 WS-REG-DOCCSV                           PIC X(40).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

       FD DOCLOAD-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-DOCCSV                       PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-EOF-CLIENTES                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-CLIENTES               VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-CARREGADOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-DOCUMENTO                PIC 9(06) VALUE ZEROS.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.

      *    OS CAMPOS DA LINHA DA PLANILHA. O CLIENTE ENTRA ALINHADO
      *    A DIREITA PARA REPOR OS ZEROS A ESQUERDA QUE A PLANILHA
      *    COSTUMA COMER.
       01 WS-DOC-CAMPOS.
           03 WS-DOC-CLIENTE                   PIC X(06)
                                               JUSTIFIED RIGHT.
           03 WS-DOC-DOCUMENTO                 PIC X(18).
       77 WS-DOC-CAMPOS-CONTADOS             PIC 9(02) VALUE ZEROS.

       01 WS-IMAGEM-ANTES                    PIC X(300).

           COPY NUMEDIT.
           COPY DOCVAL.
           COPY DOCTABWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P700-LISTA-SEM-DOCUMENTO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-DOCLOAD'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           OPEN INPUT  DOC-ENTRADA
           OPEN I-O    CLIENTE-MASTER
           OPEN OUTPUT DOCLOAD-RPT

           IF WS-FS-DOCCSV NOT = '00'
               DISPLAY 'ERRO AO ABRIR DOC-ENTRADA: ' WS-FS-DOCCSV
               MOVE 'S'                       TO WS-EOF
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-EOF
               MOVE 8                         TO WS-RETORNO
           ELSE
               PERFORM P-CARREGA-DOCUMENTOS
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CARGA DO DOCUMENTO FISCAL (CPF/CNPJ) - '
                  'RECUSAS E CLIENTES SEM DOCUMENTO'
                  DELIMITED BY SIZE         INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-PLANILHA
           END-IF
           .

      *****************************************
       P100-LE-PLANILHA.
      *****************************************

           READ DOC-ENTRADA
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UMA LINHA DA PLANILHA: SEPARA OS CAMPOS, CONFERE O CLIENTE
      * E O DOCUMENTO E GRAVA. A PRIMEIRA LINHA SEM CLIENTE
      * NUMERICO E' O TITULO DAS COLUNAS E E' SALTADA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           MOVE SPACES                        TO WS-DOC-CAMPOS
           MOVE ZEROS                         TO WS-DOC-CAMPOS-CONTADOS
           MOVE SPACES                        TO WS-MOTIVO

           UNSTRING WS-REG-DOCCSV DELIMITED BY ';'
               INTO WS-DOC-CLIENTE
                    WS-DOC-DOCUMENTO
               TALLYING IN WS-DOC-CAMPOS-CONTADOS
           END-UNSTRING

           INSPECT WS-DOC-CLIENTE REPLACING LEADING SPACES BY ZEROS

           MOVE SPACES                        TO NUMEDIT-CAMPO
           MOVE WS-DOC-CLIENTE                TO NUMEDIT-CAMPO(1:6)
           PERFORM P-VALIDA-NUMERICO

           IF NOT CAMPO-NUMERICO AND WS-QT-LIDOS = 1
               SUBTRACT 1                     FROM WS-QT-LIDOS
               PERFORM P100-LE-PLANILHA
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-DOC-CAMPOS-CONTADOS NOT = 2
                   MOVE 'LINHA SEM OS DOIS CAMPOS'
                                               TO WS-MOTIVO
               WHEN NOT CAMPO-NUMERICO
                   MOVE 'NUMERO DE CLIENTE INVALIDO'
                                               TO WS-MOTIVO
               WHEN OTHER
                   PERFORM P300-APLICA-DOCUMENTO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P600-GRAVA-RECUSA
           END-IF

           PERFORM P100-LE-PLANILHA
           .

      *****************************************
      * LOCALIZA O CLIENTE, VALIDA O DOCUMENTO E O GRAVA. QUALQUER
      * RECUSA SAI EM WS-MOTIVO PARA O RELATORIO.
      *****************************************
       P300-APLICA-DOCUMENTO.
      *****************************************

           MOVE WS-DOC-CLIENTE                TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO'
                                               TO WS-MOTIVO
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               IF WS-MOTIVO = SPACES
                   MOVE 'ERRO DE LEITURA NO CLIENTE-MASTER'
                                               TO WS-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DOC-DOCUMENTO              TO DOCVAL-ENTRADA
           MOVE SPACE                         TO DOCVAL-TIPO
           PERFORM P-VALIDA-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               MOVE DOCVAL-MOTIVO             TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *    REEXECUCAO: O MESMO DOCUMENTO JA ESTA NO CADASTRO.
           IF WS-NUM-DOCUMENTO = DOCVAL-NUMERO
               ADD 1                          TO WS-QT-JA-CARREGADOS
               EXIT PARAGRAPH
           END-IF

           IF WS-NUM-DOCUMENTO NOT = SPACES
               MOVE 'CLIENTE JA TEM OUTRO DOCUMENTO'
                                               TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-NUMERO                 TO WS-DOCTO-CHAVE
           MOVE WS-NUM-CLIENTE                TO WS-DOCTO-SOLICITANTE
           PERFORM P-VERIFICA-DOCUMENTO
           IF DOCUMENTO-EM-USO
               STRING 'DOCUMENTO JA USADO PELO CLIENTE '
                      WS-DOCTO-DONO
                      DELIMITED BY SIZE     INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAYOUT-1                   TO WS-IMAGEM-ANTES
           MOVE DOCVAL-TIPO                   TO WS-TIPO-DOCUMENTO
           MOVE DOCVAL-NUMERO                 TO WS-NUM-DOCUMENTO
           ACCEPT WS-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME

           REWRITE WS-LAYOUT-1
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O CLIENTE'
                                               TO WS-MOTIVO
           END-REWRITE

           IF WS-FS-CLIMAST = '00'
               ADD 1                          TO WS-QT-GRAVADOS

               MOVE WS-NUM-CLIENTE            TO HIST-NUM-CLIENTE
               MOVE 'DEMONSTRA-DOCLOAD'       TO HIST-PROGRAMA
               MOVE 'A'                       TO HIST-OPERACAO
               MOVE WS-IMAGEM-ANTES           TO HIST-IMAGEM-ANTES
               MOVE WS-LAYOUT-1               TO HIST-IMAGEM-DEPOIS
               PERFORM P-GRAVA-CLIHIST

               MOVE WS-NUM-DOCUMENTO          TO WS-DOCTO-CHAVE
               MOVE WS-NUM-CLIENTE            TO WS-DOCTO-SOLICITANTE
               PERFORM P-REGISTRA-DOCUMENTO
           ELSE
               IF WS-MOTIVO = SPACES
                   MOVE 'ERRO AO REGRAVAR O CLIENTE'
                                               TO WS-MOTIVO
               END-IF
           END-IF
           .

      *****************************************
       P600-GRAVA-RECUSA.
      *****************************************

           ADD 1                              TO WS-QT-RECUSADOS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECUSADO: '               DELIMITED BY SIZE
                  WS-REG-DOCCSV              DELIMITED BY SIZE
                  ' - '                      DELIMITED BY SIZE
                  WS-MOTIVO                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * DEPOIS DA CARGA, VARRE O CLIMAST E LISTA TODO CLIENTE ATIVO
      * QUE CONTINUA SEM DOCUMENTO.
      *****************************************
       P700-LISTA-SEM-DOCUMENTO.
      *****************************************

           IF WS-FS-CLIMAST NOT = '00' AND WS-FS-CLIMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-NUM-CLIENTE
           START CLIENTE-MASTER KEY NOT < WS-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DOS-CLIENTES       TO TRUE
               NOT INVALID KEY
                   SET FIM-DOS-CLIENTES       TO FALSE
           END-START

           PERFORM P710-UM-CLIENTE UNTIL FIM-DOS-CLIENTES
           .

      *****************************************
       P710-UM-CLIENTE.
      *****************************************

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET FIM-DOS-CLIENTES       TO TRUE
           END-READ

           IF FIM-DOS-CLIENTES
               EXIT PARAGRAPH
           END-IF

           IF CLIENTE-ATIVO
              AND WS-NUM-DOCUMENTO = SPACES
               ADD 1                          TO WS-QT-SEM-DOCUMENTO
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'SEM DOCUMENTO: CLIENTE ' DELIMITED BY SIZE
                      WS-NUM-CLIENTE          DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-NOME                 DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-DOCCSV = '00' OR WS-FS-DOCCSV = '10'
               CLOSE DOC-ENTRADA
           END-IF

           IF WS-FS-CLIMAST NOT = '91' AND WS-FS-CLIMAST NOT = '35'
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'LINHAS LIDAS.........: ' WS-QT-LIDOS
           DISPLAY 'DOCUMENTOS GRAVADOS..: ' WS-QT-GRAVADOS
           DISPLAY 'JA CARREGADOS........: ' WS-QT-JA-CARREGADOS
           DISPLAY 'LINHAS RECUSADAS.....: ' WS-QT-RECUSADOS
           DISPLAY 'CLIENTES SEM DOCTO...: ' WS-QT-SEM-DOCUMENTO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAIS: GRAVADOS '         DELIMITED BY SIZE
                  WS-QT-GRAVADOS              DELIMITED BY SIZE
                  ' RECUSADOS '               DELIMITED BY SIZE
                  WS-QT-RECUSADOS             DELIMITED BY SIZE
                  ' SEM DOCUMENTO '           DELIMITED BY SIZE
                  WS-QT-SEM-DOCUMENTO         DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE DOCLOAD-RPT

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-GRAVADOS                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS
              AND (WS-QT-RECUSADOS > ZEROS
                OR WS-QT-SEM-DOCUMENTO > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY CLIHSTPR.
           COPY NUMEDITPR.
           COPY DOCVALPR.
           COPY DOCTABPR.

       END PROGRAM DEMONSTRA-DOCLOAD.
