      *          FATIA. CLIENTES INATIVOS NAO SAO EXPORTADOS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MASCARAR NOME, ENDERECO, TELEFONE E E-MAIL DO
      *                    CLIENTE SEM CONSENTIMENTO LGPD DE MARKETING
      *                    (ARQUIVO CONSENT, FINALIDADE 'M', ROTINA
      *                    COPY/CONSPR.CPY): A LINHA CONTINUA SAINDO,
      *                    COM CHAVE, CIDADE E UF, PARA AS CONTAGENS
      *                    REGIONAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CSVEXPORT.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARAM.

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
           03 FILLER                             PIC X(01).
           03 PAR-VALOR                          PIC X(30).

       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD RUN-LOG.
           COPY RUNLOG.

       77 WS-QT-EXPORTADOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-FILTRADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-INATIVOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-MASCARADOS                   PIC 9(06) VALUE ZEROS.

       77 WS-FILTRO-TIPO                     PIC X(02) VALUE SPACES.
       77 WS-FILTRO-VALOR                    PIC X(30) VALUE SPACES.
       77 WS-SW-EXPORTA                      PIC X(01) VALUE 'S'.
           88 REGISTRO-EXPORTA               VALUE 'S' FALSE 'N'.

      *    DADOS PESSOAIS QUE VAO PARA A LINHA: OS DO CADASTRO OU,
      *    SEM CONSENTIMENTO DE MARKETING, A MASCARA.
       77 WS-CSV-NOME                        PIC X(30) VALUE SPACES.
       77 WS-CSV-ENDERECO                    PIC X(20) VALUE SPACES.
       77 WS-CSV-TELEFONE                    PIC X(20) VALUE SPACES.
       77 WS-CSV-EMAIL                       PIC X(20) VALUE SPACES.

           COPY CONSWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
           OPEN INPUT  CLIENTE-MASTER
           OPEN OUTPUT CSV-EXPORTACAO

      *    SEM O CONSENT NINGUEM TEM CONSENTIMENTO: TODAS AS LINHAS
      *    SAEM MASCARADAS.
           OPEN INPUT  CLIENTE-CONSENTIMENTO
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'AVISO: CONSENT INDISPONIVEL (' WS-FS-CONSENT
                       ') - DADOS PESSOAIS MASCARADOS.'
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-EOF
           END-IF
           .

      *****************************************
      * A PLANILHA E' DE USO COMERCIAL (FINALIDADE MARKETING DA
      * LGPD): SEM O OPT-IN REGISTRADO, NOME, ENDERECO, TELEFONE E
      * E-MAIL SAEM MASCARADOS.
      *****************************************
       P400-APLICA-CONSENTIMENTO.
      *****************************************

           MOVE WS-NUM-CLIENTE                TO WS-CONS-CLIENTE
           MOVE 'M'                           TO WS-CONS-FINALIDADE
           PERFORM P-VERIFICA-CONSENTIMENTO

           IF CONSENTIMENTO-DADO
               MOVE WS-NOME                   TO WS-CSV-NOME
               MOVE WS-ENDERECO               TO WS-CSV-ENDERECO
               MOVE WS-TELEFONE               TO WS-CSV-TELEFONE
               MOVE WS-EMAIL                  TO WS-CSV-EMAIL
           ELSE
               MOVE 'SEM CONSENTIMENTO LGPD'  TO WS-CSV-NOME
               MOVE '***'                     TO WS-CSV-ENDERECO
               MOVE '***'                     TO WS-CSV-TELEFONE
               MOVE '***'                     TO WS-CSV-EMAIL
               ADD 1                          TO WS-QT-MASCARADOS
           END-IF
           .

      *****************************************
      * MONTA A LINHA DELIMITADA POR ';', NA MESMA CONVENCAO DO
      * CSVIN DE DEMONSTRA-CSVIMPORT, CORTANDO OS BRANCOS FINAIS DE
       P500-GRAVA-CSV.
      *****************************************

           PERFORM P400-APLICA-CONSENTIMENTO

           MOVE SPACES                        TO WS-REG-CSVEXP
           STRING WS-NUM-CLIENTE  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-CSV-NOME     DELIMITED BY '  '
                  ';'             DELIMITED BY SIZE
                  WS-CSV-ENDERECO DELIMITED BY '  '
                  ';'             DELIMITED BY SIZE
                  WS-CSV-TELEFONE DELIMITED BY '  '
                  ';'             DELIMITED BY SIZE
                  WS-CSV-EMAIL    DELIMITED BY '  '
                  ';'             DELIMITED BY SIZE
                  WS-CIDADE       DELIMITED BY '  '
                  ';'             DELIMITED BY SIZE

           CLOSE CSV-EXPORTACAO

           IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF

           DISPLAY 'CLIENTES LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'CLIENTES EXPORTADOS..: ' WS-QT-EXPORTADOS
           DISPLAY 'FORA DO FILTRO.......: ' WS-QT-FILTRADOS
           DISPLAY 'CLIENTES INATIVOS....: ' WS-QT-INATIVOS
           DISPLAY 'MASCARADOS (LGPD)....: ' WS-QT-MASCARADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-EXPORTADOS               TO RUNLOG-QT-PROCESSADOS
           STOP RUN.

           COPY RUNLOGPR.
           COPY CONSPR.

       END PROGRAM DEMONSTRA-CSVEXPORT.
