      *                    ARQUIVO DE ALERTAS OPERALERT
      *                    (COPY/ALERTAPR.CPY), PARA SOBREVIVEREM AO
      *                    SCROLL DO CONSOLE ATE O DIGEST DA MANHA
      *   15/10/2026 WT - SEXTO CAMPO OPCIONAL NO CSV: O DOCUMENTO
      *                    FISCAL DO CLIENTE (CPF OU CNPJ, COM OU SEM
      *                    PONTUACAO). DIGITO VERIFICADOR ERRADO
      *                    (COPY/DOCVALPR.CPY) OU DOCUMENTO JA USADO
      *                    POR OUTRO CLIENTE (COPY/DOCTABPR.CPY)
      *                    DESVIA A LINHA PARA CSV-REJEITADOS COM O
      *                    MOTIVO; EM BRANCO, FICA O DOCUMENTO JA
      *                    CADASTRADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CSVIMPORT INITIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CSV-ENTRADA.
       01 WS-REG-CSV                              PIC X(120).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.
           COPY CLIHIST.

       FD CSV-REJEITADOS.
       01 WS-REG-CSV-REJ                          PIC X(170).

       FD RUN-LOG.
           COPY RUNLOG.

      *    IMAGEM DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA PARA A
      *    TRILHA CLIHIST.
       01 WS-IMAGEM-ANTES                    PIC X(300).
       77 WS-SW-CLIENTE-EXISTE               PIC X(01) VALUE 'N'.
           88 CLIENTE-JA-EXISTE              VALUE 'S' FALSE 'N'.

           88 CSV-REGISTRO-VALIDO            VALUE 'S' FALSE 'N'.

      * OS CAMPOS DO CSV DE ENTRADA, NA ORDEM: NUM-CLIENTE;NOME;
      * EMAIL;UF;CIDADE[;DOCUMENTO] - CADA UM RECEBE O RESULTADO DE
      * UM UNSTRING DELIMITADO POR ';', NO MESMO ESPIRITO DA FORMA 3
      * DE STRING.CBL. O DOCUMENTO (CPF/CNPJ) E' OPCIONAL.
       01 WS-CSV-CAMPOS.
           03 WS-CSV-NUM-CLIENTE               PIC X(06).
           03 WS-CSV-NOME                      PIC X(30).
           03 WS-CSV-EMAIL                     PIC X(20).
           03 WS-CSV-UF                        PIC X(02).
           03 WS-CSV-CIDADE                    PIC X(30).
           03 WS-CSV-DOCUMENTO                 PIC X(18).

           COPY NUMEDIT.
           COPY RUNCTLWS.
           COPY DIAUTIL.
           COPY SCRUB.
           COPY DOCVAL.
           COPY DOCTABWS.

      *    DISJUNTOR DE REJEICAO: ACIMA DO PERCENTUAL CONFIGURADO
      *    (REJLIMITE, PADRAO 50), A CARGA PARA NO MEIO EM VEZ DE
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-EOF
               MOVE 8                         TO WS-RETORNO
           ELSE
               PERFORM P-CARREGA-DOCUMENTOS
           END-IF

           MOVE SPACES                         TO WS-REG-CSV-REJ
           PERFORM P500-UNSTRING-CSV

           IF CSV-REGISTRO-VALIDO
               PERFORM P550-CONFERE-DOCUMENTO
               IF CSV-REGISTRO-VALIDO
                   PERFORM P600-APLICA-CLIMAST
               ELSE
                   PERFORM P660-REJEITA-DOCUMENTO
               END-IF
           ELSE
               PERFORM P650-GRAVA-REJEITADO
           END-IF
                    WS-CSV-EMAIL
                    WS-CSV-UF
                    WS-CSV-CIDADE
                    WS-CSV-DOCUMENTO
               TALLYING IN WS-CSV-CAMPOS-CONTADOS
           END-UNSTRING

           IF WS-CSV-CAMPOS-CONTADOS NOT = 5
              AND WS-CSV-CAMPOS-CONTADOS NOT = 6
               SET CSV-REGISTRO-VALIDO        TO FALSE
           END-IF

           END-IF
           .

      *****************************************
      * O DOCUMENTO INFORMADO PRECISA PASSAR NOS DIGITOS
      * VERIFICADORES E NAO PODE SER DE OUTRO CLIENTE. EM BRANCO
      * NAO HA O QUE CONFERIR - O CADASTRO FICA COMO ESTA.
      *****************************************
       P550-CONFERE-DOCUMENTO.
      *****************************************

           MOVE SPACES                        TO DOCVAL-MOTIVO

           IF WS-CSV-DOCUMENTO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CSV-DOCUMENTO              TO DOCVAL-ENTRADA
           MOVE SPACE                         TO DOCVAL-TIPO
           PERFORM P-VALIDA-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               SET CSV-REGISTRO-VALIDO        TO FALSE
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-NUMERO                 TO WS-DOCTO-CHAVE
           MOVE WS-CSV-NUM-CLIENTE            TO WS-DOCTO-SOLICITANTE
           PERFORM P-VERIFICA-DOCUMENTO
           IF DOCUMENTO-EM-USO
               SET CSV-REGISTRO-VALIDO        TO FALSE
               STRING 'DOCUMENTO JA USADO PELO CLIENTE '
                      WS-DOCTO-DONO
                      DELIMITED BY SIZE     INTO DOCVAL-MOTIVO
           END-IF
           .

      *****************************************
      * APLICA O REGISTRO VALIDADO NO CLIENTE-MASTER: CHAVE NOVA E'
      * INSERIDA (WRITE), CHAVE EXISTENTE E' ATUALIZADA (REWRITE)
           MOVE WS-CSV-EMAIL                  TO WS-EMAIL
           MOVE WS-CSV-UF                     TO WS-ESTADO
           MOVE WS-CSV-CIDADE                 TO WS-CIDADE
           IF WS-CSV-DOCUMENTO NOT = SPACES
               MOVE DOCVAL-TIPO               TO WS-TIPO-DOCUMENTO
               MOVE DOCVAL-NUMERO             TO WS-NUM-DOCUMENTO
           END-IF
           ACCEPT WS-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME

               MOVE WS-IMAGEM-ANTES           TO HIST-IMAGEM-ANTES
               MOVE WS-LAYOUT-1               TO HIST-IMAGEM-DEPOIS
               PERFORM P-GRAVA-CLIHIST

               IF WS-NUM-DOCUMENTO NOT = SPACES
                   MOVE WS-NUM-DOCUMENTO      TO WS-DOCTO-CHAVE
                   MOVE WS-NUM-CLIENTE        TO WS-DOCTO-SOLICITANTE
                   PERFORM P-REGISTRA-DOCUMENTO
               END-IF
           ELSE
               ADD 1                          TO WS-QT-CONFLITOS

           ADD 1                              TO WS-QT-REJEITADOS
           .

      *****************************************
       P660-REJEITA-DOCUMENTO.
      *****************************************

           MOVE SPACES                        TO WS-REG-CSV-REJ

           STRING WS-REG-CSV    DELIMITED BY SIZE
                  ' - '                        DELIMITED BY SIZE
                  DOCVAL-MOTIVO                DELIMITED BY SIZE
                  INTO WS-REG-CSV-REJ
           END-STRING

           WRITE WS-REG-CSV-REJ

           ADD 1                              TO WS-QT-REJEITADOS
           .


      *****************************************
      * CARREGA O PERCENTUAL MAXIMO DE REJEICAO DO ARQUIVO
           COPY SCRUBPR.
           COPY CLIHSTPR.
           COPY PARAMPR.
           COPY DOCVALPR.
           COPY DOCTABPR.

       END PROGRAM DEMONSTRA-CSVIMPORT.
