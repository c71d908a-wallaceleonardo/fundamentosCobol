      *          DECISAO DE GENTE, NAO DE LOTE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - RECEBER O DOCUMENTO FISCAL DO CLIENTE (TIPO
      *                    E NUMERO CPF/CNPJ) NO FIM DA LINHA DO CRM.
      *                    DIGITO VERIFICADOR ERRADO (COPY/DOCVALPR.
      *                    CPY) OU DOCUMENTO JA USADO POR OUTRO
      *                    CLIENTE (COPY/DOCTABPR.CPY) E' REJEITADO
      *                    NO CRMCONF; EM BRANCO, FICA O DOCUMENTO
      *                    JA CADASTRADO
      *   15/10/2026 WT - RECEBER NO FIM DA LINHA A VERSAO DO CLIENTE
      *                    SOBRE A QUAL O CRM TRABALHOU (O CARIMBO
      *                    WS-DATA-ULT-ALT ENVIADO NO CRMDELTA): SE O
      *                    CLIENTE MUDOU AQUI DEPOIS DELA (ALTERACAO
      *                    ONLINE NO MEIO TEMPO), A MUDANCA VAI PARA O
      *                    CRMCONF EM VEZ DE SOBREPOR A NOSSA, COM OS
      *                    VALORES ATUAIS DO CADASTRO. EM BRANCO, FICA
      *                    A REGRA DO CARIMBO DO CRM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CRMIN.
           03 CRM-CIDADE                         PIC X(30).
           03 CRM-TEL                            PIC X(20).
           03 CRM-DATA-HORA                      PIC X(14).
      *    DOCUMENTO FISCAL: 'F' = CPF, 'J' = CNPJ; BRANCO = O CRM
      *    NAO MANDOU (FICA O DO CADASTRO).
           03 CRM-TIPO-DOC                       PIC X(01).
           03 CRM-NUM-DOC                        PIC X(14).
      *    VERSAO DO CLIENTE (WS-DATA-ULT-ALT) QUE O CRM TINHA
      *    RECEBIDO NO CRMDELTA; BRANCO = O CRM NAO INFORMOU.
           03 CRM-VERSAO-BASE                    PIC X(14).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.
           88 CLIENTE-JA-EXISTE              VALUE 'S' FALSE 'N'.

      *    IMAGEM ANTERIOR PARA A TRILHA CLIHIST.
       01 WS-IMAGEM-ANTES                    PIC X(300).

           COPY CLIVAL.
           COPY DOCVAL.
           COPY DOCTABWS.

       PROCEDURE DIVISION.
      *****************************************
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-EOF
               MOVE 8                         TO WS-RETORNO
           ELSE
               PERFORM P-CARREGA-DOCUMENTOS
           END-IF

           IF NOT FIM-DO-ARQUIVO

      *****************************************
      * LOCALIZA O CLIENTE: EXISTENTE COM MUDANCA LOCAL POSTERIOR AO
      * CARIMBO DO CRM, OU COM VERSAO DIFERENTE DAQUELA SOBRE A QUAL
      * O CRM TRABALHOU, VIRA CONFLITO; EXISTENTE SEM CONFLITO E'
      * ATUALIZADO; INEXISTENTE E' INCLUIDO - SEMPRE PELAS EDICOES
      * COMPARTILHADAS.
      *****************************************
           END-IF

           IF CLIENTE-JA-EXISTE
              AND (WS-DATA-ULT-ALT > CRM-DATA-HORA
                OR (CRM-VERSAO-BASE NOT = SPACES
                AND WS-DATA-ULT-ALT NOT = CRM-VERSAO-BASE))
               PERFORM P300-GRAVA-CONFLITO
           ELSE
               PERFORM P400-APLICA-MUDANCA

      *****************************************
      * NOS MUDAMOS O CLIENTE DEPOIS DO CRM: A LINHA VAI PARA O
      * RELATORIO DE CONFLITOS COM OS CARIMBOS E OS VALORES ATUAIS
      * DO CADASTRO, PARA UM HUMANO ARBITRAR.
      *****************************************
       P300-GRAVA-CONFLITO.
      *****************************************
                  WS-DATA-ULT-ALT    DELIMITED BY SIZE
                  ' CRM '            DELIMITED BY SIZE
                  CRM-DATA-HORA      DELIMITED BY SIZE
                  ' BASE '           DELIMITED BY SIZE
                  CRM-VERSAO-BASE    DELIMITED BY SIZE
                  INTO WS-REG-CONFLITO
           END-STRING
           WRITE WS-REG-CONFLITO

           MOVE SPACES                        TO WS-REG-CONFLITO
           STRING '  ATUAL: '        DELIMITED BY SIZE
                  WS-NOME            DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ENDERECO        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-TELEFONE        DELIMITED BY SIZE
                  INTO WS-REG-CONFLITO
           END-STRING
           WRITE WS-REG-CONFLITO

           MOVE SPACES                        TO WS-REG-CONFLITO
           STRING '         '        DELIMITED BY SIZE
                  WS-EMAIL           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CIDADE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ESTADO          DELIMITED BY SIZE
                  INTO WS-REG-CONFLITO
           END-STRING
           WRITE WS-REG-CONFLITO
           MOVE CRM-UF                        TO WS-ESTADO(1:2)

           PERFORM P-VALIDA-CLIENTE
           IF REGISTRO-VALIDO
               PERFORM P410-CONFERE-DOCUMENTO
           END-IF

           IF NOT REGISTRO-VALIDO
               ADD 1                          TO WS-QT-REJEITADOS
                   ADD 1                      TO WS-QT-APLICADOS
                   MOVE 'A'                   TO HIST-OPERACAO
                   PERFORM P500-GRAVA-HISTORICO
                   PERFORM P420-REGISTRA-DOCUMENTO
               END-IF
           ELSE
               WRITE WS-LAYOUT-1
                   ADD 1                      TO WS-QT-INCLUIDOS
                   MOVE 'I'                   TO HIST-OPERACAO
                   PERFORM P500-GRAVA-HISTORICO
                   PERFORM P420-REGISTRA-DOCUMENTO
               END-IF
           END-IF
           .

      *****************************************
      * O DOCUMENTO VINDO DO CRM PRECISA PASSAR NOS DIGITOS
      * VERIFICADORES E NAO PODE SER DE OUTRO CLIENTE; SO' ENTAO
      * SUBSTITUI O DO CADASTRO.
      *****************************************
       P410-CONFERE-DOCUMENTO.
      *****************************************

           IF CRM-NUM-DOC = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CRM-NUM-DOC                   TO DOCVAL-ENTRADA
           MOVE CRM-TIPO-DOC                  TO DOCVAL-TIPO
           PERFORM P-VALIDA-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE DOCVAL-MOTIVO             TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-NUMERO                 TO WS-DOCTO-CHAVE
           MOVE CRM-NUM-CLIENTE               TO WS-DOCTO-SOLICITANTE
           PERFORM P-VERIFICA-DOCUMENTO
           IF DOCUMENTO-EM-USO
               MOVE 'N'                       TO WS-REG-VALIDO
               MOVE SPACES                    TO WS-MOTIVO-REJEICAO
               STRING 'DOCUMENTO JA USADO PELO CLIENTE '
                      WS-DOCTO-DONO
                      DELIMITED BY SIZE     INTO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           MOVE DOCVAL-TIPO                   TO WS-TIPO-DOCUMENTO
           MOVE DOCVAL-NUMERO                 TO WS-NUM-DOCUMENTO
           .

      *****************************************
       P420-REGISTRA-DOCUMENTO.
      *****************************************

           IF WS-NUM-DOCUMENTO NOT = SPACES
               MOVE WS-NUM-DOCUMENTO          TO WS-DOCTO-CHAVE
               MOVE WS-NUM-CLIENTE            TO WS-DOCTO-SOLICITANTE
               PERFORM P-REGISTRA-DOCUMENTO
           END-IF
           .

      *****************************************
       P500-GRAVA-HISTORICO.
      *****************************************
           COPY RUNLOGPR.
           COPY CLIVALPR.
           COPY CLIHSTPR.
           COPY DOCVALPR.
           COPY DOCTABPR.

       END PROGRAM DEMONSTRA-CRMIN.
