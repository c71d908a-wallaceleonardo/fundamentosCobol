      *          EM QUE NASCE, NAO QUANDO UM EXTRATO EXPLODE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - PARCELAS DE FATURA (CONDICAO DE PAGAMENTO,
      *                    DEMONSTRA-FATPOST) CONFERIDAS CONTRA O
      *                    PAGAMENTO PRINCIPAL DA FATURA APONTADA EM
      *                    PAGTO-NUM-ORIGEM: MESMA FATURA E MESMO
      *                    CLIENTE = PARCELA RECONHECIDA; SEM O
      *                    PRINCIPAL (OU DE OUTRO CLIENTE) = PARCELA
      *                    ORFA, COM ALERTA DE AVISO
      *   15/10/2026 WT - PRINCIPAL FORA DO PAGTOPEND E' PROCURADO NO
      *                    ARQUIVO MORTO PAGTOHIST (NUMA PASSAGEM SO',
      *                    COMO NO EXTRATO CONTABIL) ANTES DE A
      *                    PARCELA CONTAR COMO ORFA: O PAGTOARCH TIRA
      *                    O PRINCIPAL JA PAGO DO PAGTOPEND E O
      *                    PARCELAMENTO LONGO GERAVA ALERTA FALSO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-REFSCAN.
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT PAGTO-HISTORICO     ASSIGN TO 'PAGTOHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-HISTORICO.

           SELECT REFSCAN-RPT         ASSIGN TO 'REFSCANRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.
       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

      *    ARQUIVO MORTO DOS PAGAMENTOS (DEMONSTRA-PAGTOARCH).
       FD PAGTO-HISTORICO.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

       FD REFSCAN-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-HISTORICO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
       77 WS-QT-EMP-ORFAO                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EMP-INATIVO                  PIC 9(06) VALUE ZEROS.

      *    PARCELAS DE FATURA: A CHAVE CORRENTE E' GUARDADA PARA
      *    RETOMAR A VARREDURA DEPOIS DE LER O PAGAMENTO PRINCIPAL.
       77 WS-QT-PARC-RECONHECIDA             PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARC-ORFA                    PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-CORRENTE                  PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-PARCELA                 PIC 9(06) VALUE ZEROS.
       77 WS-FATURA-PARCELA                  PIC 9(06) VALUE ZEROS.

      *    PARCELAS CUJO PRINCIPAL NAO ESTA NO PAGTOPEND, PROCURADO
      *    DEPOIS NUMA UNICA PASSAGEM DO PAGTOHIST. ACIMA DE 500, AS
      *    EXCEDENTES SAEM COMO ORFAS SEM A PROCURA.
       77 WS-QT-TAB-ARQ                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-ARQ                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ARQUIVADOS.
           03 WS-ARQ-ITEM              OCCURS 500 TIMES.
               05 WS-ARQ-PARCELA              PIC 9(06).
               05 WS-ARQ-CLIENTE              PIC 9(06).
               05 WS-ARQ-FATURA               PIC 9(06).
               05 WS-ARQ-SITUACAO             PIC X(01).
                   88 ARQ-PRINCIPAL-ACHADO    VALUE 'S'.

      *    NUMERO, CLIENTE E ORIGEM NAS POSICOES DA IMAGEM ARQUIVADA
      *    (O MESMO LAYOUT DO COPY PAGTOPD).
       01 WS-PHIST-CHAVE.
           03 WS-PHIST-NUMERO                    PIC 9(06).
           03 WS-PHIST-CLIENTE                   PIC 9(06).
           03 FILLER                             PIC X(41).
           03 WS-PHIST-ORIGEM                    PIC X(01).

           COPY RPTHDR.

       LINKAGE SECTION.
           .

      *****************************************
      * PAGTOPEND -> CLIMAST E PARCELA -> PAGAMENTO DA FATURA.
      *****************************************
       P200-VARRE-PAGAMENTOS.
      *****************************************
           PERFORM P210-UM-PAGAMENTO UNTIL FIM-DO-ARQUIVO

           CLOSE PAGTO-PENDENTES

           IF WS-QT-TAB-ARQ > ZEROS
               PERFORM P230-BUSCA-ARQUIVADOS
               PERFORM VARYING WS-IX-ARQ FROM 1 BY 1
                       UNTIL WS-IX-ARQ > WS-QT-TAB-ARQ
                   IF ARQ-PRINCIPAL-ACHADO(WS-IX-ARQ)
                       ADD 1                  TO WS-QT-PARC-RECONHECIDA
                   ELSE
                       MOVE WS-ARQ-PARCELA(WS-IX-ARQ)
                                              TO WS-CHAVE-CORRENTE
                       MOVE WS-ARQ-FATURA(WS-IX-ARQ)
                                              TO WS-FATURA-PARCELA
                       PERFORM P225-PARCELA-ORFA
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************
                   END-STRING
                   WRITE WS-REG-RELATORIO
           END-READ

           IF PAGTO-NUM-ORIGEM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-NUM-ORIGEM
           END-IF

           IF PAGTO-DE-FATURA AND PAGTO-NUM-ORIGEM > ZEROS
               PERFORM P220-CONFERE-PARCELA
           END-IF
           .

      *****************************************
      * PARCELA DE FATURA: O PAGAMENTO PRINCIPAL (NUMERO = FATURA
      * APONTADA) PRECISA EXISTIR, SER DE FATURA E DO MESMO
      * CLIENTE. DEPOIS DA LEITURA ALEATORIA A VARREDURA E'
      * REPOSICIONADA LOGO APOS A PARCELA.
      *****************************************
       P220-CONFERE-PARCELA.
      *****************************************

           MOVE PAGTO-NUMERO                  TO WS-CHAVE-CORRENTE
           MOVE PAGTO-NUM-CLIENTE             TO WS-CLIENTE-PARCELA
           MOVE PAGTO-NUM-ORIGEM              TO WS-FATURA-PARCELA

           MOVE WS-FATURA-PARCELA             TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   CONTINUE
           END-READ

      *    PRINCIPAL FORA DO PAGTOPEND PODE TER SIDO ARQUIVADO
      *    (CONFIRMADO HA MAIS DE IDADE-ARQUIVO DIAS): A DECISAO
      *    FICA PARA A PASSAGEM DO PAGTOHIST.
           EVALUATE TRUE
               WHEN WS-FS-PAGTOPEND = '00'
                AND PAGTO-DE-FATURA
                AND PAGTO-NUM-CLIENTE = WS-CLIENTE-PARCELA
                   ADD 1                      TO WS-QT-PARC-RECONHECIDA
               WHEN WS-FS-PAGTOPEND NOT = '00'
                AND WS-QT-TAB-ARQ < 500
                   ADD 1                      TO WS-QT-TAB-ARQ
                   MOVE WS-CHAVE-CORRENTE
                                 TO WS-ARQ-PARCELA(WS-QT-TAB-ARQ)
                   MOVE WS-CLIENTE-PARCELA
                                 TO WS-ARQ-CLIENTE(WS-QT-TAB-ARQ)
                   MOVE WS-FATURA-PARCELA
                                 TO WS-ARQ-FATURA(WS-QT-TAB-ARQ)
                   MOVE 'N'      TO WS-ARQ-SITUACAO(WS-QT-TAB-ARQ)
               WHEN OTHER
                   PERFORM P225-PARCELA-ORFA
           END-EVALUATE

           MOVE WS-CHAVE-CORRENTE             TO PAGTO-NUMERO
           START PAGTO-PENDENTES KEY > PAGTO-NUMERO
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START
           .

      *****************************************
      * PARCELA SEM O PAGAMENTO PRINCIPAL DO CLIENTE, NEM NO
      * PAGTOPEND NEM NO ARQUIVO MORTO.
      *****************************************
       P225-PARCELA-ORFA.
      *****************************************

           ADD 1                              TO WS-QT-PARC-ORFA
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PAGTOPEND ' DELIMITED BY SIZE
                  WS-CHAVE-CORRENTE DELIMITED BY SIZE
                  ' -> PARCELA DA FATURA ' DELIMITED BY SIZE
                  WS-FATURA-PARCELA DELIMITED BY SIZE
                  ' SEM PAGAMENTO PRINCIPAL DO CLIENTE'
                                               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * UMA PASSAGEM DO PAGTOHIST PROCURANDO O PRINCIPAL DAS
      * PARCELAS DA TABELA: MESMO NUMERO, DE FATURA E DO MESMO
      * CLIENTE. SEM O ARQUIVO, CONTINUAM ORFAS.
      *****************************************
       P230-BUSCA-ARQUIVADOS.
      *****************************************

           OPEN INPUT PAGTO-HISTORICO

           IF WS-FS-HISTORICO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-HISTORICO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE PHIST-IMAGEM(1:54)    TO WS-PHIST-CHAVE
                   PERFORM VARYING WS-IX-ARQ FROM 1 BY 1
                           UNTIL WS-IX-ARQ > WS-QT-TAB-ARQ
                       IF WS-ARQ-FATURA(WS-IX-ARQ) = WS-PHIST-NUMERO
                          AND WS-ARQ-CLIENTE(WS-IX-ARQ)
                                              = WS-PHIST-CLIENTE
                          AND WS-PHIST-ORIGEM = 'F'
                           MOVE 'S'   TO WS-ARQ-SITUACAO(WS-IX-ARQ)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE PAGTO-HISTORICO
           .

      *****************************************
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'PARCELAS DE FATURA: RECONHECIDAS ' DELIMITED BY SIZE
                  WS-QT-PARC-RECONHECIDA DELIMITED BY SIZE
                  '  SEM PRINCIPAL ' DELIMITED BY SIZE
                  WS-QT-PARC-ORFA DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF WS-QT-PAGTO-ORFAO > ZEROS
              OR WS-QT-EMP-ORFAO > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               PERFORM P-GRAVA-ALERTA
           END-IF

           IF WS-QT-PARC-ORFA > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-REFSCAN'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               MOVE 'PARCELA SEM PAGAMENTO DA FATURA - VER REFSCANRPT'
                                               TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
           END-IF

           IF WS-QT-EMP-INATIVO > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-REFSCAN'       TO ALERTA-PROGRAMA
           DISPLAY 'ITEM SEM PRODUTO.....: ' WS-QT-ITEM-ORFAO
           DISPLAY 'EMPREST SEM CLIENTE..: ' WS-QT-EMP-ORFAO
           DISPLAY 'EMPREST DE INATIVADO.: ' WS-QT-EMP-INATIVO
           DISPLAY 'PARCELAS RECONHECIDAS: ' WS-QT-PARC-RECONHECIDA
           DISPLAY 'PARCELA SEM PRINCIPAL: ' WS-QT-PARC-ORFA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           IF WS-RETORNO = ZEROS
              AND (WS-QT-PAGTO-ORFAO > ZEROS
                OR WS-QT-ITEM-ORFAO > ZEROS
                OR WS-QT-EMP-ORFAO > ZEROS
                OR WS-QT-PARC-ORFA > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE
