      *                    INATIVACAO - A CONSOLIDACAO TRUNCAVA OS
      *                    CAMPOS NOVOS E REATIVAVA SOBREVIVENTE
      *                    INATIVO EM SILENCIO
      *   15/10/2026 WT - RECEBER NA DECISAO A DATA-HORA EM QUE FOI
      *                    TOMADA: SE O SOBREVIVENTE OU O PERDEDOR
      *                    MUDOU DEPOIS DELA (WS-DATA-ULT-ALT, EX.:
      *                    ALTERACAO ONLINE NO MEIO TEMPO), A DECISAO
      *                    E' RECUSADA NO MERGEAUD COM OS VALORES
      *                    ATUAIS DO CLIENTE, PARA SER REVISTA. EM
      *                    BRANCO, NAO HA CONFERENCIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIMERGE.
           03 DEC-CLIENTE-1                      PIC 9(06).
           03 DEC-CLIENTE-2                      PIC 9(06).
           03 DEC-SOBREVIVE                      PIC X(01).
      *    QUANDO A DECISAO FOI TOMADA (AAAAMMDDHHMMSS, O MESMO
      *    FORMATO DE WS-DATA-ULT-ALT); BRANCO = SEM CONFERENCIA.
           03 DEC-DATA-HORA                      PIC X(14).

       FD MERGE-AUDITORIA.
       01 WS-REG-MERGEAUD                        PIC X(100).

      *    IMAGEM ORIGINAL DO SOBREVIVENTE, GUARDADA NA LEITURA PARA
      *    SERVIR DE IMAGEM ANTERIOR NA TRILHA CLIHIST.
       01 WS-IMAGEM-ANTES-SOB                PIC X(300).

      *    IMAGENS DE TRABALHO DO SOBREVIVENTE E DO PERDEDOR, LIDAS
      *    DO CLIENTE-MASTER ANTES DA CONSOLIDACAO (A AREA DA FD SO'
               PERFORM P300-LE-PAR
           END-IF

           IF PAR-COMPLETO
               PERFORM P350-CONFERE-CONCORRENCIA
           END-IF

           IF PAR-COMPLETO
               PERFORM P400-CONSOLIDA
           END-IF
           END-IF
           .

      *****************************************
      * A DECISAO FOI TOMADA SOBRE OS REGISTROS COMO ESTAVAM NO
      * RELATORIO: CLIENTE DO PAR ALTERADO DEPOIS DELA (OUTRA
      * SESSAO, OUTRO LOTE) TORNA A DECISAO VELHA - RECUSA, COM OS
      * VALORES ATUAIS NA AUDITORIA, EM VEZ DE FUNDIR POR CIMA.
      *****************************************
       P350-CONFERE-CONCORRENCIA.
      *****************************************

           IF DEC-DATA-HORA = SPACES OR LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           IF SOB-DATA-ULT-ALT > DEC-DATA-HORA
               SET PAR-COMPLETO               TO FALSE
               MOVE SOB-LAYOUT-1              TO WS-LAYOUT-1
               PERFORM P710-AUDITA-CONFLITO
           END-IF

           IF PER-DATA-ULT-ALT > DEC-DATA-HORA
               SET PAR-COMPLETO               TO FALSE
               MOVE PER-LAYOUT-1              TO WS-LAYOUT-1
               PERFORM P710-AUDITA-CONFLITO
           END-IF

           IF NOT PAR-COMPLETO
               ADD 1                          TO WS-QT-RECUSADOS
           END-IF
           .

      *****************************************
      * COMPLETA OS CAMPOS EM BRANCO DO SOBREVIVENTE COM OS DADOS DO
      * PERDEDOR (O SOBREVIVENTE PREVALECE ONDE AMBOS TEM VALOR),
           WRITE WS-REG-MERGEAUD
           .

      *****************************************
      * UMA RECUSA POR CLIENTE DO PAR QUE MUDOU DEPOIS DA DECISAO,
      * COM O CARIMBO E OS VALORES ATUAIS (O CHAMADOR POS O
      * REGISTRO NA AREA DA FD).
      *****************************************
       P710-AUDITA-CONFLITO.
      *****************************************

           MOVE SPACES                        TO WS-REG-MERGEAUD
           STRING 'RECUSADO: DECISAO ' DELIMITED BY SIZE
                  DEC-CLIENTE-1              DELIMITED BY SIZE
                  ' / '                      DELIMITED BY SIZE
                  DEC-CLIENTE-2              DELIMITED BY SIZE
                  ' DE '                     DELIMITED BY SIZE
                  DEC-DATA-HORA              DELIMITED BY SIZE
                  ' - CLIENTE '              DELIMITED BY SIZE
                  WS-NUM-CLIENTE             DELIMITED BY SIZE
                  ' ALTERADO EM '            DELIMITED BY SIZE
                  WS-DATA-ULT-ALT            DELIMITED BY SIZE
                  INTO WS-REG-MERGEAUD
           END-STRING
           WRITE WS-REG-MERGEAUD

           MOVE SPACES                        TO WS-REG-MERGEAUD
           STRING '  ATUAL: '                DELIMITED BY SIZE
                  WS-NOME                    DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-ENDERECO                DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-TELEFONE                DELIMITED BY SIZE
                  INTO WS-REG-MERGEAUD
           END-STRING
           WRITE WS-REG-MERGEAUD

           MOVE SPACES                        TO WS-REG-MERGEAUD
           STRING '         '                DELIMITED BY SIZE
                  WS-EMAIL                   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-CIDADE                  DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-ESTADO                  DELIMITED BY SIZE
                  INTO WS-REG-MERGEAUD
           END-STRING
           WRITE WS-REG-MERGEAUD
           .

      *****************************************
       P999-FIM.
      *****************************************
