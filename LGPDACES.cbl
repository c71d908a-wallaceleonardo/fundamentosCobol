      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: RELATORIO DE ACESSO DO TITULAR (LGPD): PARA CADA
      *          PEDIDO DO ARQUIVO LGPDPED (NUMERO DO CLIENTE,
      *          PROTOCOLO E SOLICITANTE), REUNE NUM UNICO DOCUMENTO
      *          LEGIVEL (LGPDACES, UMA PAGINA POR PEDIDO) TUDO O QUE
      *          A CASA GUARDA SOBRE O CLIENTE: O CADASTRO (CLIMAST),
      *          OS ENDERECOS (CLIEND), OS CONSENTIMENTOS E SUA TRILHA
      *          (CONSENT/CONSHIST), TODAS AS ALTERACOES CADASTRAIS
      *          (CLIHIST), OS PAGAMENTOS DO CONJUNTO DE TRABALHO
      *          (PAGTOPEND) E DO ARQUIVO MORTO (PAGTOHIST) COM A
      *          TRILHA DE SITUACAO (PAGTOAUD E PAGTOAUDHIST), AS
      *          FATURAS (FATTOTHIST), OS EMPRESTIMOS (EMPMAST), OS
      *          CONTRATOS (CONTRMAST), AS PROMESSAS (PROMLOG), AS
      *          DISPUTAS (DISPLOG), OS AVISOS DE COBRANCA EMITIDOS
      *          (DUNNOTICE E MAILQ, PELOS NUMEROS DE PAGAMENTO DO
      *          CLIENTE), AS COLOCACOES EM AGENCIA (AGPLACE) E AS
      *          INCLUSOES NO CRM (CRMSNAP, CRMFEED E CRMDELTA). NO
      *          FIM DE CADA DOCUMENTO, A LINHA DE CERTIFICADO, TAMBEM
      *          ANEXADA AO LGPDCERT NO LAYOUT DA ELIMINACAO
      *          (DEMONSTRA-CLILGPD). FONTE INDISPONIVEL SAI ANOTADA
      *          NA SECAO E O RETORNO VAI A 4; SEM O CLIMAST OU SEM O
      *          ARQUIVO DE PEDIDOS, RETORNO 8.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - MOSTRAR NA TRILHA CLIHIST O OPERADOR QUE FEZ
      *                    OU PEDIU A MUDANCA E O SUPERVISOR QUE A
      *                    APROVOU
      *   15/10/2026 WT - LER O CRMDELTA COM A VERSAO DO CLIENTE NO
      *                    FIM DA LINHA
      *   15/10/2026 WT - LER O HISTORICO FATTOTHIST NO TAMANHO
      *                    NOVO DE 120 POSICOES (UF, CIDADE E DATA
      *                    DO CANCELAMENTO NO FIM DA LINHA)
      *   15/10/2026 WT - LINHA DO CLIHIST NO LAYOUT ANTERIOR (IMAGENS
      *                    DE 200 POSICOES) CONVERTIDA NA LEITURA
      *                    (COPY CLIHCVPR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-LGPDACES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-ACESSO       ASSIGN TO 'LGPDPED'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PEDIDO.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT CONSENT-HISTORICO   ASSIGN TO 'CONSHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONSHIST.

           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-HISTORICO     ASSIGN TO 'PAGTOHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOHIST.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT AUDITORIA-HISTORICO ASSIGN TO 'PAGTOAUDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDHIST.

           SELECT FATURA-TOT-HIST     ASSIGN TO 'FATTOTHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOT-HIST.

           SELECT EMPRESTIMO-MASTER   ASSIGN TO 'EMPMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-NUMERO
                                       FILE STATUS WS-FS-EMPMAST.

           SELECT CONTRATO-MASTER     ASSIGN TO 'CONTRMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTR-NUMERO
                                       FILE STATUS WS-FS-CONTRATO.

           SELECT PROMESSA-LOG        ASSIGN TO 'PROMLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PROMLOG.

           SELECT DISPUTA-LOG         ASSIGN TO 'DISPLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DISPLOG.

           SELECT CARTAS-COBRANCA     ASSIGN TO 'DUNNOTICE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CARTAS.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

           SELECT AGENCIA-COLOCACAO   ASSIGN TO 'AGPLACE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-COLOCACAO.

           SELECT CRM-SNAPSHOT        ASSIGN TO 'CRMSNAP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SNAP.

           SELECT CRM-FINAL           ASSIGN TO 'CRMFEED'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CRM.

           SELECT CRM-DELTA           ASSIGN TO 'CRMDELTA'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DELTA.

           SELECT CERTIFICADOS        ASSIGN TO 'LGPDCERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CERTIFICADO.

           SELECT ACESSO-RPT          ASSIGN TO 'LGPDACES'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      *    UM PEDIDO DE ACESSO POR LINHA, GRAVADO PELO ENCARREGADO
      *    DE DADOS: O TITULAR, O PROTOCOLO DO ATENDIMENTO E QUEM
      *    PEDIU O RELATORIO.
       FD PEDIDO-ACESSO.
       01 WS-REG-PEDIDO.
           03 PED-NUM-CLIENTE                    PIC 9(06).
           03 PED-PROTOCOLO                      PIC X(10).
           03 PED-SOLICITANTE                    PIC X(08).

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD CONSENT-HISTORICO.
           COPY CONSHIST.

       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

      *    IMAGEM DO PAGAMENTO ARQUIVADO + DATA DO ARQUIVAMENTO, COMO
      *    GRAVADO POR DEMONSTRA-PAGTOARCH.
       FD PAGTO-HISTORICO.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

      *    LINHAS DA TRILHA JA ARQUIVADAS, NO MESMO LAYOUT PAGTOAUD.
       FD AUDITORIA-HISTORICO.
       01 WS-REG-AUDHIST                          PIC X(60).

       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

       FD EMPRESTIMO-MASTER.
           COPY EMPMAST.

       FD CONTRATO-MASTER.
           COPY CONTRMST.

       FD PROMESSA-LOG.
       01 WS-REG-PROMLOG.
           03 PRM-NUM-PAGTO                      PIC 9(06).
           03 PRM-NUM-CLIENTE                    PIC 9(06).
           03 PRM-DATA-PROMESSA                  PIC 9(08).
           03 PRM-VALOR                          PIC 9(07)V99.
           03 PRM-ACAO                           PIC X(01).
           03 PRM-OPERADOR                       PIC X(08).
           03 PRM-DATA-HORA                      PIC X(14).

       FD DISPUTA-LOG.
       01 WS-REG-DISPLOG.
           03 DISP-NUM-PAGTO                     PIC 9(06).
           03 DISP-NUM-CLIENTE                   PIC 9(06).
           03 DISP-ACAO                          PIC X(01).
           03 DISP-MOTIVO                        PIC X(40).
           03 DISP-OPERADOR                      PIC X(08).
           03 DISP-DATA-HORA                     PIC X(14).

      *    AS CARTAS SAO TEXTO LIVRE: O CLIENTE E' RECONHECIDO PELA
      *    LINHA 'PAGAMENTO NNNNNN VENCIDO EM ...' DE CADA CARTA.
       FD CARTAS-COBRANCA.
       01 WS-REG-CARTA                            PIC X(80).

       FD FILA-EMAIL.
           COPY MAILQ.

       FD AGENCIA-COLOCACAO.
       01 WS-REG-COLOCACAO.
           03 AGP-NUM-PAGTO                      PIC 9(06).
           03 AGP-NUM-CLIENTE                    PIC 9(06).
           03 AGP-NOME                           PIC X(30).
           03 AGP-ENDERECO                       PIC X(20).
           03 AGP-TELEFONE                       PIC X(20).
           03 AGP-VALOR                          PIC 9(07)V99.
           03 AGP-DIAS-ATRASO                    PIC 9(03).
           03 AGP-DATA-VENC                      PIC X(10).

       FD CRM-SNAPSHOT.
       01 WS-REG-SNAP.
           03 SNAP-NUM-CLIENTE                   PIC 9(06).
           03 SNAP-DATA-ULT-ALT                  PIC X(14).

      *    IMAGEM WS-LAYOUT-2 DO CLIENTE: A CHAVE NAS 6 PRIMEIRAS.
       FD CRM-FINAL.
       01 WS-REG-CRM                              PIC X(128).

       FD CRM-DELTA.
       01 WS-REG-DELTA.
           03 DELTA-CODIGO                       PIC X(01).
           03 DELTA-IMAGEM                       PIC X(128).
           03 DELTA-VERSAO                       PIC X(14).

       FD CERTIFICADOS.
       01 WS-REG-CERTIFICADO.
           03 CERT-NUM-CLIENTE                   PIC 9(06).
           03 CERT-CAMPOS                        PIC X(40).
           03 CERT-QT-IMAGENS                    PIC 9(05).
           03 CERT-DATA-HORA                     PIC X(14).
           03 CERT-OPERADOR                      PIC X(08).

       FD ACESSO-RPT.
       01 WS-REG-RELATORIO                        PIC X(132).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PEDIDO                       PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIEND                       PIC X(02) VALUE '00'.
       77 WS-FS-CONSENT                      PIC X(02) VALUE '00'.
       77 WS-FS-CONSHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-AUDHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-TOT-HIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-PROMLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-DISPLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-CARTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-COLOCACAO                    PIC X(02) VALUE '00'.
       77 WS-FS-SNAP                         PIC X(02) VALUE '00'.
       77 WS-FS-CRM                          PIC X(02) VALUE '00'.
       77 WS-FS-DELTA                        PIC X(02) VALUE '00'.
       77 WS-FS-CERTIFICADO                  PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-SCAN                        PIC X(01) VALUE 'N'.
           88 FIM-DO-SCAN                    VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-QT-PEDIDOS                      PIC 9(05) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(05) VALUE ZEROS.

      *    CONTAGENS DO DOCUMENTO EM CURSO: REGISTROS DA SECAO (PARA
      *    O 'NENHUM REGISTRO') E DO DOCUMENTO INTEIRO (PARA O
      *    CERTIFICADO).
       77 WS-CLIENTE-PEDIDO                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-SECAO                        PIC 9(05) VALUE ZEROS.
       77 WS-QT-REGISTROS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-FONTES-FALHAS                PIC 9(02) VALUE ZEROS.
       77 WS-TITULO-SECAO                    PIC X(60) VALUE SPACES.

      *    CONFERENCIA DA ABERTURA DE CADA FONTE: STATUS 35 = O
      *    ARQUIVO NUNCA FOI CRIADO, OU SEJA, NADA GUARDADO NELE;
      *    QUALQUER OUTRO ERRO DEIXA A SECAO ANOTADA COMO INCOMPLETA.
       77 WS-FS-FONTE                        PIC X(02) VALUE '00'.
      *    STATUS DA ABERTURA DOS INDEXADOS, GUARDADOS PORQUE O
      *    STATUS CORRENTE MUDA A CADA LEITURA DE CADA PEDIDO.
       77 WS-ABERT-CLIEND                    PIC X(02) VALUE '00'.
       77 WS-ABERT-CONSENT                   PIC X(02) VALUE '00'.
       77 WS-ABERT-PAGTOPEND                 PIC X(02) VALUE '00'.
       77 WS-ABERT-EMPMAST                   PIC X(02) VALUE '00'.
       77 WS-ABERT-CONTRATO                  PIC X(02) VALUE '00'.
       77 WS-NOME-FONTE                      PIC X(12) VALUE SPACES.
       77 WS-SW-FONTE                        PIC X(01) VALUE 'N'.
           88 FONTE-DISPONIVEL               VALUE 'S' FALSE 'N'.

      *    NUMEROS DE PAGAMENTO DO CLIENTE (CONJUNTO DE TRABALHO E
      *    ARQUIVO MORTO), PARA RECONHECER AS CARTAS E OS E-MAILS
      *    DE COBRANCA, QUE NAO TRAZEM O NUMERO DO CLIENTE.
       77 WS-QT-TAB-PAGTOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-PAGTO                        PIC 9(03) VALUE ZEROS.
       77 WS-NUM-PAGTO-BUSCA                 PIC 9(06) VALUE ZEROS.
       77 WS-SW-PAGTO                        PIC X(01) VALUE 'N'.
           88 PAGTO-DO-CLIENTE               VALUE 'S' FALSE 'N'.
       01 WS-TAB-PAGTOS.
           03 WS-TAB-PAGTO-NUM         OCCURS 500 TIMES PIC 9(06).

      *    TITULO DA CARTA EM CURSO NO DUNNOTICE ('AVISO DE
      *    COBRANCA - ...'), IMPRESSO JUNTO COM A LINHA DO PAGAMENTO.
       77 WS-CARTA-TITULO                    PIC X(80) VALUE SPACES.

       77 WS-VALOR-ED                        PIC -(9)9.99.
       77 WS-VALOR2-ED                       PIC -(9)9.99.
       77 WS-TAXA-ED                         PIC 9.9999.
       77 WS-QT-ED                           PIC ZZZZ9.
       77 WS-DATA-HORA                       PIC X(14) VALUE SPACES.
       77 WS-TEXTO-AUX                       PIC X(20) VALUE SPACES.

      *    IMAGEM DO HISTORICO DE FATURAS NO LAYOUT COMPARTILHADO.
           COPY FATTOT.

           COPY RPTHDR.
           COPY CLIHCVWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-UM-PEDIDO UNTIL FIM-DO-ARQUIVO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-LGPDACES'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           OPEN INPUT  PEDIDO-ACESSO
           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  CLIENTE-ENDERECO
           OPEN INPUT  CLIENTE-CONSENTIMENTO
           OPEN INPUT  PAGTO-PENDENTES
           OPEN INPUT  EMPRESTIMO-MASTER
           OPEN INPUT  CONTRATO-MASTER
           OPEN OUTPUT ACESSO-RPT

           MOVE WS-FS-CLIEND                  TO WS-ABERT-CLIEND
           MOVE WS-FS-CONSENT                 TO WS-ABERT-CONSENT
           MOVE WS-FS-PAGTOPEND               TO WS-ABERT-PAGTOPEND
           MOVE WS-FS-EMPMAST                 TO WS-ABERT-EMPMAST
           MOVE WS-FS-CONTRATO                TO WS-ABERT-CONTRATO

           IF WS-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDIDO-ACESSO: ' WS-FS-PEDIDO
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

      *    SEM O CADASTRO NAO HA COMO RESPONDER A NENHUM PEDIDO.
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACESSO-RPT: ' WS-FS-RELATORIO
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF

           MOVE 'ACESSO DO TITULAR - LGPD'    TO RPTHDR-TITULO
           MOVE ZEROS                         TO RPTHDR-PAGINA

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-PEDIDO
           END-IF
           .

      *****************************************
       P100-LE-PEDIDO.
      *****************************************

           READ PEDIDO-ACESSO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ
           .

      *****************************************
      * UM DOCUMENTO POR PEDIDO, CADA UM NUMA PAGINA PROPRIA.
      *****************************************
       P200-UM-PEDIDO.
      *****************************************

           IF PED-NUM-CLIENTE NOT NUMERIC OR PED-NUM-CLIENTE = ZEROS
               DISPLAY 'PEDIDO RECUSADO - CLIENTE INVALIDO: '
                       WS-REG-PEDIDO
               ADD 1                          TO WS-QT-RECUSADOS
               PERFORM P100-LE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PEDIDOS
           MOVE PED-NUM-CLIENTE               TO WS-CLIENTE-PEDIDO
           MOVE ZEROS                         TO WS-QT-REGISTROS
           MOVE ZEROS                         TO WS-QT-FONTES-FALHAS
           MOVE ZEROS                         TO WS-QT-TAB-PAGTOS

           ADD 1                              TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TITULAR: '                 DELIMITED BY SIZE
                  WS-CLIENTE-PEDIDO           DELIMITED BY SIZE
                  '   PROTOCOLO: '            DELIMITED BY SIZE
                  PED-PROTOCOLO               DELIMITED BY SIZE
                  '   SOLICITANTE: '          DELIMITED BY SIZE
                  PED-SOLICITANTE             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           PERFORM P300-CADASTRO
           PERFORM P310-ENDERECOS
           PERFORM P320-CONSENTIMENTOS
           PERFORM P330-ALTERACOES-CADASTRO
           PERFORM P340-PAGAMENTOS-ABERTOS
           PERFORM P350-PAGAMENTOS-ARQUIVADOS
           PERFORM P360-TRILHA-PAGAMENTOS
           PERFORM P370-FATURAS
           PERFORM P380-EMPRESTIMOS
           PERFORM P390-CONTRATOS
           PERFORM P400-PROMESSAS
           PERFORM P410-DISPUTAS
           PERFORM P420-AVISOS-COBRANCA
           PERFORM P430-AGENCIAS
           PERFORM P440-CRM

           PERFORM P800-CERTIFICADO

           PERFORM P100-LE-PEDIDO
           .

      *****************************************
      * APOIO DAS SECOES: TITULO, FECHAMENTO ('NENHUM REGISTRO') E
      * CONFERENCIA DA ABERTURA DE CADA FONTE.
      *****************************************
       P250-ABRE-SECAO.
      *****************************************

           MOVE ZEROS                         TO WS-QT-SECAO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE WS-TITULO-SECAO               TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P260-FECHA-SECAO.
      *****************************************

           IF WS-QT-SECAO = ZEROS
               MOVE '  NENHUM REGISTRO.'      TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P270-CONFERE-FONTE.
      *****************************************

           SET FONTE-DISPONIVEL               TO FALSE

           EVALUATE WS-FS-FONTE
               WHEN '00'
                   SET FONTE-DISPONIVEL       TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   ADD 1                      TO WS-QT-FONTES-FALHAS
                   IF WS-RETORNO < 4
                       MOVE 4                 TO WS-RETORNO
                   END-IF
                   MOVE SPACES                TO WS-REG-RELATORIO
                   STRING '  *** ARQUIVO '    DELIMITED BY SIZE
                          WS-NOME-FONTE       DELIMITED BY SPACE
                          ' INDISPONIVEL (STATUS '
                                              DELIMITED BY SIZE
                          WS-FS-FONTE         DELIMITED BY SIZE
                          ') - SECAO INCOMPLETA ***'
                                              DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
           END-EVALUATE
           .

      *****************************************
       P280-GUARDA-PAGTO.
      *****************************************

           IF WS-QT-TAB-PAGTOS < 500
               ADD 1                          TO WS-QT-TAB-PAGTOS
               MOVE PAGTO-NUMERO
                 TO WS-TAB-PAGTO-NUM(WS-QT-TAB-PAGTOS)
           END-IF
           .

      *****************************************
       P290-PROCURA-PAGTO.
      *****************************************

           SET PAGTO-DO-CLIENTE               TO FALSE

           PERFORM VARYING WS-IX-PAGTO FROM 1 BY 1
                   UNTIL WS-IX-PAGTO > WS-QT-TAB-PAGTOS
               IF WS-TAB-PAGTO-NUM(WS-IX-PAGTO) = WS-NUM-PAGTO-BUSCA
                   SET PAGTO-DO-CLIENTE       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * CADASTRO VIGENTE DO CLIENTE, CAMPO A CAMPO.
      *****************************************
       P300-CADASTRO.
      *****************************************

           MOVE 'DADOS CADASTRAIS (CLIMAST)'  TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-CLIENTE-PEDIDO             TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE '  CLIENTE NAO CADASTRADO NO CLIMAST.'
                                               TO WS-REG-RELATORIO
                   WRITE WS-REG-RELATORIO
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               PERFORM P260-FECHA-SECAO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  NOME..............: '    DELIMITED BY SIZE
                  WS-NOME                     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  ENDERECO..........: '    DELIMITED BY SIZE
                  WS-ENDERECO                 DELIMITED BY '  '
                  ' - '                       DELIMITED BY SIZE
                  WS-CIDADE                   DELIMITED BY '  '
                  ' - '                       DELIMITED BY SIZE
                  WS-ESTADO                   DELIMITED BY '  '
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  TELEFONE..........: '    DELIMITED BY SIZE
                  WS-TELEFONE                 DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  E-MAIL............: '    DELIMITED BY SIZE
                  WS-EMAIL                    DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           IF EMAIL-DEVOLVIDO
               MOVE '(DEVOLVIDO PELO GATEWAY)' TO WS-REG-RELATORIO(45:)
           END-IF
           WRITE WS-REG-RELATORIO

           EVALUATE TRUE
               WHEN DOCUMENTO-CPF
                   MOVE 'CPF'                 TO WS-TEXTO-AUX
               WHEN DOCUMENTO-CNPJ
                   MOVE 'CNPJ'                TO WS-TEXTO-AUX
               WHEN OTHER
                   MOVE 'NAO INFORMADO'       TO WS-TEXTO-AUX
           END-EVALUATE
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  DOCUMENTO FISCAL..: '    DELIMITED BY SIZE
                  WS-TEXTO-AUX                DELIMITED BY '  '
                  ' '                         DELIMITED BY SIZE
                  WS-NUM-DOCUMENTO            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           IF CLIENTE-INATIVO
               STRING '  SITUACAO..........: INATIVO DESDE '
                                              DELIMITED BY SIZE
                      WS-DATA-INATIVACAO      DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
           ELSE
               MOVE '  SITUACAO..........: ATIVO'
                                               TO WS-REG-RELATORIO
           END-IF
           WRITE WS-REG-RELATORIO

           MOVE WS-LIMITE-CREDITO             TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  LIMITE DE CREDITO.: '    DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '   GRUPO: '                DELIMITED BY SIZE
                  WS-CLIENTE-GRUPO            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  FATURAMENTO.......: '    DELIMITED BY SIZE
                  WS-MODO-FATURAMENTO         DELIMITED BY SIZE
                  '   CONDICAO: '             DELIMITED BY SIZE
                  WS-COND-PAGTO               DELIMITED BY SIZE
                  '   CANAL DE ENTREGA: '     DELIMITED BY SIZE
                  WS-CANAL-ENTREGA            DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  ULTIMA ALTERACAO..: '    DELIMITED BY SIZE
                  WS-DATA-ULT-ALT             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P310-ENDERECOS.
      *****************************************

           MOVE 'ENDERECOS ADICIONAIS (CLIEND)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-ABERT-CLIEND              TO WS-FS-FONTE
           MOVE 'CLIEND'                      TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF NOT FONTE-DISPONIVEL
               PERFORM P260-FECHA-SECAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLIENTE-PEDIDO             TO END-NUM-CLIENTE
           MOVE LOW-VALUE                     TO END-TIPO
           SET FIM-DO-SCAN                    TO FALSE
           START CLIENTE-ENDERECO KEY NOT < END-CHAVE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P315-UM-ENDERECO UNTIL FIM-DO-SCAN
           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P315-UM-ENDERECO.
      *****************************************

           READ CLIENTE-ENDERECO NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF END-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           EVALUATE TRUE
               WHEN END-FATURAMENTO
                   MOVE 'FATURAMENTO'         TO WS-TEXTO-AUX
               WHEN END-ENTREGA
                   MOVE 'ENTREGA'             TO WS-TEXTO-AUX
               WHEN END-CORRESPONDENCIA
                   MOVE 'CORRESPONDENCIA'     TO WS-TEXTO-AUX
               WHEN OTHER
                   MOVE END-TIPO              TO WS-TEXTO-AUX
           END-EVALUATE

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  WS-TEXTO-AUX                DELIMITED BY SIZE
                  END-ENDERECO                DELIMITED BY '  '
                  ' - '                       DELIMITED BY SIZE
                  END-CIDADE                  DELIMITED BY '  '
                  ' - '                       DELIMITED BY SIZE
                  END-ESTADO                  DELIMITED BY '  '
                  '  (ALTERADO EM '           DELIMITED BY SIZE
                  END-DATA-ULT-ALT            DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * A SITUACAO VIGENTE POR FINALIDADE E, EM SEGUIDA, TODA A
      * TRILHA DE MUDANCAS DO CONSHIST.
      *****************************************
       P320-CONSENTIMENTOS.
      *****************************************

           MOVE 'CONSENTIMENTOS (CONSENT E TRILHA CONSHIST)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-ABERT-CONSENT             TO WS-FS-FONTE
           MOVE 'CONSENT'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               MOVE WS-CLIENTE-PEDIDO         TO CONS-NUM-CLIENTE
               MOVE LOW-VALUE                 TO CONS-FINALIDADE
               SET FIM-DO-SCAN                TO FALSE
               START CLIENTE-CONSENTIMENTO KEY NOT < CONS-CHAVE
                   INVALID KEY
                       SET FIM-DO-SCAN        TO TRUE
               END-START
               PERFORM P322-UM-CONSENTIMENTO UNTIL FIM-DO-SCAN
           END-IF

           OPEN INPUT CONSENT-HISTORICO
           MOVE WS-FS-CONSHIST                TO WS-FS-FONTE
           MOVE 'CONSHIST'                    TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P325-UMA-MUDANCA-CONSENT UNTIL FIM-DO-SCAN
               CLOSE CONSENT-HISTORICO
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P322-UM-CONSENTIMENTO.
      *****************************************

           READ CLIENTE-CONSENTIMENTO NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF CONS-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           EVALUATE TRUE
               WHEN CONS-MARKETING
                   MOVE 'MARKETING'           TO WS-TEXTO-AUX
               WHEN CONS-CRM
                   MOVE 'CRM'                 TO WS-TEXTO-AUX
               WHEN CONS-PARCEIROS
                   MOVE 'PARCEIROS'           TO WS-TEXTO-AUX
               WHEN OTHER
                   MOVE CONS-FINALIDADE       TO WS-TEXTO-AUX
           END-EVALUATE

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  WS-TEXTO-AUX(1:12)          DELIMITED BY SIZE
                  'SITUACAO: '                DELIMITED BY SIZE
                  CONS-SITUACAO               DELIMITED BY SIZE
                  '  DESDE: '                 DELIMITED BY SIZE
                  CONS-DATA                   DELIMITED BY SIZE
                  '  CANAL: '                 DELIMITED BY SIZE
                  CONS-CANAL                  DELIMITED BY SIZE
                  '  OPERADOR: '              DELIMITED BY SIZE
                  CONS-OPERADOR               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P325-UMA-MUDANCA-CONSENT.
      *****************************************

           READ CONSENT-HISTORICO
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF CHIS-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

      *    A SITUACAO FICA NA POSICAO 8 DA IMAGEM DO CONSENT.
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  TRILHA '                 DELIMITED BY SIZE
                  CHIS-DATA-HORA              DELIMITED BY SIZE
                  '  FINALIDADE: '            DELIMITED BY SIZE
                  CHIS-FINALIDADE             DELIMITED BY SIZE
                  '  OPERACAO: '              DELIMITED BY SIZE
                  CHIS-OPERACAO               DELIMITED BY SIZE
                  '  DE '                     DELIMITED BY SIZE
                  CHIS-IMAGEM-ANTES(8:1)      DELIMITED BY SIZE
                  ' PARA '                    DELIMITED BY SIZE
                  CHIS-IMAGEM-DEPOIS(8:1)     DELIMITED BY SIZE
                  '  POR '                    DELIMITED BY SIZE
                  CHIS-OPERADOR               DELIMITED BY SIZE
                  ' / '                       DELIMITED BY SIZE
                  CHIS-PROGRAMA               DELIMITED BY '  '
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * TODAS AS ALTERACOES DO CADASTRO NA TRILHA CLIHIST, COM OS
      * CAMPOS PESSOAIS DAS IMAGENS ANTES E DEPOIS: NOME 7-36,
      * ENDERECO 37-56, TELEFONE 57-76, EMAIL 77-96, DOCUMENTO
      * FISCAL 201-215.
      *****************************************
       P330-ALTERACOES-CADASTRO.
      *****************************************

           MOVE 'ALTERACOES CADASTRAIS (CLIHIST)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT CLIENTE-HISTORICO
           MOVE WS-FS-CLIHIST                 TO WS-FS-FONTE
           MOVE 'CLIHIST'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P335-UMA-ALTERACAO UNTIL FIM-DO-SCAN
               CLOSE CLIENTE-HISTORICO
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P335-UMA-ALTERACAO.
      *****************************************

           READ CLIENTE-HISTORICO
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF HIST-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM P-CONVERTE-CLIHIST
           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  HIST-DATA-HORA              DELIMITED BY SIZE
                  '  OPERACAO: '              DELIMITED BY SIZE
                  HIST-OPERACAO               DELIMITED BY SIZE
                  '  PROGRAMA: '              DELIMITED BY SIZE
                  HIST-PROGRAMA               DELIMITED BY '  '
                  '  OPERADOR: '              DELIMITED BY SIZE
                  HIST-OPERADOR               DELIMITED BY SIZE
                  '  APROVADOR: '             DELIMITED BY SIZE
                  HIST-APROVADOR              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF HIST-IMAGEM-ANTES NOT = SPACES
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '      ANTES.: '        DELIMITED BY SIZE
                      HIST-IMAGEM-ANTES(7:30) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-ANTES(37:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-ANTES(57:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-ANTES(77:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-ANTES(201:15) DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF

           IF HIST-IMAGEM-DEPOIS NOT = SPACES
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING '      DEPOIS: '        DELIMITED BY SIZE
                      HIST-IMAGEM-DEPOIS(7:30) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-DEPOIS(37:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-DEPOIS(57:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-DEPOIS(77:20) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      HIST-IMAGEM-DEPOIS(201:15) DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
      * PAGAMENTOS DO CONJUNTO DE TRABALHO, PELA CHAVE ALTERNADA DE
      * CLIENTE - QUALQUER SITUACAO.
      *****************************************
       P340-PAGAMENTOS-ABERTOS.
      *****************************************

           MOVE 'PAGAMENTOS EM CURSO (PAGTOPEND)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-ABERT-PAGTOPEND           TO WS-FS-FONTE
           MOVE 'PAGTOPEND'                   TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF NOT FONTE-DISPONIVEL
               PERFORM P260-FECHA-SECAO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLIENTE-PEDIDO             TO PAGTO-NUM-CLIENTE
           SET FIM-DO-SCAN                    TO FALSE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P345-UM-PAGTO UNTIL FIM-DO-SCAN
           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P345-UM-PAGTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               SET FIM-DO-SCAN                TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS
           PERFORM P280-GUARDA-PAGTO
           PERFORM P348-LINHA-PAGTO
           .

      *****************************************
       P348-LINHA-PAGTO.
      *****************************************

           MOVE PAGTO-VALOR                   TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  PAGAMENTO '              DELIMITED BY SIZE
                  PAGTO-NUMERO                DELIMITED BY SIZE
                  '  SITUACAO: '              DELIMITED BY SIZE
                  WS-PAGTO                    DELIMITED BY SIZE
                  '  VENCIMENTO: '            DELIMITED BY SIZE
                  PAGTO-DATA-VENC             DELIMITED BY SIZE
                  '  VALOR: '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  ATRASO: '                DELIMITED BY SIZE
                  PAGTO-DIAS-ATRASO           DELIMITED BY SIZE
                  '  NIVEL COBRANCA: '        DELIMITED BY SIZE
                  PAGTO-NIVEL-COBRANCA        DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P350-PAGAMENTOS-ARQUIVADOS.
      *****************************************

           MOVE 'PAGAMENTOS ARQUIVADOS (PAGTOHIST)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT PAGTO-HISTORICO
           MOVE WS-FS-PAGTOHIST               TO WS-FS-FONTE
           MOVE 'PAGTOHIST'                   TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P355-UM-ARQUIVADO UNTIL FIM-DO-SCAN
               CLOSE PAGTO-HISTORICO
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P355-UM-ARQUIVADO.
      *****************************************

           READ PAGTO-HISTORICO
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           MOVE PHIST-IMAGEM                  TO WS-REG-PAGTO-PENDENTE
                                                   (1:80)
           MOVE PHIST-IMAGEM-EXT              TO WS-REG-PAGTO-PENDENTE
                                                   (81:)

           IF PAGTO-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS
           PERFORM P280-GUARDA-PAGTO
           PERFORM P348-LINHA-PAGTO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '      ARQUIVADO EM '       DELIMITED BY SIZE
                  PHIST-DATA-ARQUIVAMENTO     DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * TRILHA DE SITUACAO DOS PAGAMENTOS: A VIGENTE (PAGTOAUD) E A
      * JA ARQUIVADA (PAGTOAUDHIST), NO MESMO LAYOUT.
      *****************************************
       P360-TRILHA-PAGAMENTOS.
      *****************************************

           MOVE 'TRILHA DOS PAGAMENTOS (PAGTOAUD E PAGTOAUDHIST)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT AUDITORIA-HISTORICO
           MOVE WS-FS-AUDHIST                 TO WS-FS-FONTE
           MOVE 'PAGTOAUDHIST'                TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P362-UMA-LINHA-ARQUIVADA UNTIL FIM-DO-SCAN
               CLOSE AUDITORIA-HISTORICO
           END-IF

           OPEN INPUT PAGTO-AUDITORIA
           MOVE WS-FS-PAGTOAUD                TO WS-FS-FONTE
           MOVE 'PAGTOAUD'                    TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P364-UMA-LINHA-TRILHA UNTIL FIM-DO-SCAN
               CLOSE PAGTO-AUDITORIA
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P362-UMA-LINHA-ARQUIVADA.
      *****************************************

           READ AUDITORIA-HISTORICO
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               MOVE WS-REG-AUDHIST            TO WS-REG-PAGTO-AUDITORIA
               PERFORM P366-LINHA-TRILHA
           END-IF
           .

      *****************************************
       P364-UMA-LINHA-TRILHA.
      *****************************************

           READ PAGTO-AUDITORIA
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF NOT FIM-DO-SCAN
               PERFORM P366-LINHA-TRILHA
           END-IF
           .

      *****************************************
       P366-LINHA-TRILHA.
      *****************************************

           IF AUDIT-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  AUDIT-DATA-HORA             DELIMITED BY SIZE
                  '  PAGAMENTO '              DELIMITED BY SIZE
                  AUDIT-NUM-PAGTO             DELIMITED BY SIZE
                  '  DE '                     DELIMITED BY SIZE
                  AUDIT-SITUACAO-ANTERIOR     DELIMITED BY SIZE
                  ' PARA '                    DELIMITED BY SIZE
                  AUDIT-SITUACAO-NOVA         DELIMITED BY SIZE
                  '  ORIGEM: '                DELIMITED BY SIZE
                  AUDIT-ORIGEM                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P370-FATURAS.
      *****************************************

           MOVE 'FATURAS (FATTOTHIST)'        TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT FATURA-TOT-HIST
           MOVE WS-FS-TOT-HIST                TO WS-FS-FONTE
           MOVE 'FATTOTHIST'                  TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P375-UMA-FATURA UNTIL FIM-DO-SCAN
               CLOSE FATURA-TOT-HIST
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P375-UMA-FATURA.
      *****************************************

           READ FATURA-TOT-HIST
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-FATTOTHIST             TO WS-REG-FATTOT

           IF FT-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE FT-SUBTOTAL                   TO WS-VALOR-ED
           MOVE FT-TOTAL                      TO WS-VALOR2-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  FATURA '                 DELIMITED BY SIZE
                  FT-NUM-FATURA               DELIMITED BY SIZE
                  '  DATA: '                  DELIMITED BY SIZE
                  FT-DATA                     DELIMITED BY SIZE
                  '  SUBTOTAL: '              DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  TOTAL: '                 DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  '  VENDEDOR: '              DELIMITED BY SIZE
                  FT-REP                      DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           IF FT-CANCELADA
               MOVE '(CANCELADA)'             TO WS-REG-RELATORIO(100:)
           END-IF
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P380-EMPRESTIMOS.
      *****************************************

           MOVE 'EMPRESTIMOS (EMPMAST)'       TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-ABERT-EMPMAST             TO WS-FS-FONTE
           MOVE 'EMPMAST'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF NOT FONTE-DISPONIVEL
               PERFORM P260-FECHA-SECAO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO EMP-NUMERO
           SET FIM-DO-SCAN                    TO FALSE
           START EMPRESTIMO-MASTER KEY NOT < EMP-NUMERO
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P385-UM-EMPREST UNTIL FIM-DO-SCAN
           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P385-UM-EMPREST.
      *****************************************

           READ EMPRESTIMO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF EMP-NUM-CLIENTE NOT NUMERIC
              OR EMP-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE EMP-PRINCIPAL                 TO WS-VALOR-ED
           MOVE EMP-SALDO                     TO WS-VALOR2-ED
           MOVE EMP-TAXA                      TO WS-TAXA-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  EMPRESTIMO '             DELIMITED BY SIZE
                  EMP-NUMERO                  DELIMITED BY SIZE
                  '  PRINCIPAL: '             DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  TAXA: '                  DELIMITED BY SIZE
                  WS-TAXA-ED                  DELIMITED BY SIZE
                  '  PERIODOS: '              DELIMITED BY SIZE
                  EMP-PERIODOS                DELIMITED BY SIZE
                  '  FATURADAS: '             DELIMITED BY SIZE
                  EMP-PARCELAS-FATURADAS      DELIMITED BY SIZE
                  '  SALDO: '                 DELIMITED BY SIZE
                  WS-VALOR2-ED                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P390-CONTRATOS.
      *****************************************

           MOVE 'CONTRATOS (CONTRMAST)'       TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           MOVE WS-ABERT-CONTRATO            TO WS-FS-FONTE
           MOVE 'CONTRMAST'                   TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF NOT FONTE-DISPONIVEL
               PERFORM P260-FECHA-SECAO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO CONTR-NUMERO
           SET FIM-DO-SCAN                    TO FALSE
           START CONTRATO-MASTER KEY NOT < CONTR-NUMERO
               INVALID KEY
                   SET FIM-DO-SCAN            TO TRUE
           END-START

           PERFORM P395-UM-CONTRATO UNTIL FIM-DO-SCAN
           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P395-UM-CONTRATO.
      *****************************************

           READ CONTRATO-MASTER NEXT RECORD
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF CONTR-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  CONTRATO '               DELIMITED BY SIZE
                  CONTR-NUMERO                DELIMITED BY SIZE
                  '  INICIO: '                DELIMITED BY SIZE
                  CONTR-DATA-INICIO           DELIMITED BY SIZE
                  '  FIM: '                   DELIMITED BY SIZE
                  CONTR-DATA-FIM              DELIMITED BY SIZE
                  '  DIA DE FATURAMENTO: '    DELIMITED BY SIZE
                  CONTR-DIA-FATURAMENTO       DELIMITED BY SIZE
                  '  PRODUTOS: '              DELIMITED BY SIZE
                  CONTR-PRODUTO(1)            DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  CONTR-PRODUTO(2)            DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  CONTR-PRODUTO(3)            DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  CONTR-PRODUTO(4)            DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  CONTR-PRODUTO(5)            DELIMITED BY SPACE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P400-PROMESSAS.
      *****************************************

           MOVE 'PROMESSAS DE PAGAMENTO (PROMLOG)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT PROMESSA-LOG
           MOVE WS-FS-PROMLOG                 TO WS-FS-FONTE
           MOVE 'PROMLOG'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P405-UMA-PROMESSA UNTIL FIM-DO-SCAN
               CLOSE PROMESSA-LOG
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P405-UMA-PROMESSA.
      *****************************************

           READ PROMESSA-LOG
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF PRM-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE PRM-VALOR                     TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  PRM-DATA-HORA               DELIMITED BY SIZE
                  '  PAGAMENTO '              DELIMITED BY SIZE
                  PRM-NUM-PAGTO               DELIMITED BY SIZE
                  '  ACAO: '                  DELIMITED BY SIZE
                  PRM-ACAO                    DELIMITED BY SIZE
                  '  PROMETIDO PARA: '        DELIMITED BY SIZE
                  PRM-DATA-PROMESSA           DELIMITED BY SIZE
                  '  VALOR: '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  OPERADOR: '              DELIMITED BY SIZE
                  PRM-OPERADOR                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P410-DISPUTAS.
      *****************************************

           MOVE 'DISPUTAS (DISPLOG)'          TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT DISPUTA-LOG
           MOVE WS-FS-DISPLOG                 TO WS-FS-FONTE
           MOVE 'DISPLOG'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P415-UMA-DISPUTA UNTIL FIM-DO-SCAN
               CLOSE DISPUTA-LOG
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P415-UMA-DISPUTA.
      *****************************************

           READ DISPUTA-LOG
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF DISP-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  '                        DELIMITED BY SIZE
                  DISP-DATA-HORA              DELIMITED BY SIZE
                  '  PAGAMENTO '              DELIMITED BY SIZE
                  DISP-NUM-PAGTO              DELIMITED BY SIZE
                  '  ACAO: '                  DELIMITED BY SIZE
                  DISP-ACAO                   DELIMITED BY SIZE
                  '  MOTIVO: '                DELIMITED BY SIZE
                  DISP-MOTIVO                 DELIMITED BY SIZE
                  '  OPERADOR: '              DELIMITED BY SIZE
                  DISP-OPERADOR               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * AVISOS DE COBRANCA EMITIDOS: AS CARTAS EM PAPEL (DUNNOTICE)
      * E OS E-MAILS DE COBRANCA (MAILQ COM NIVEL), RECONHECIDOS
      * PELOS NUMEROS DE PAGAMENTO JA REUNIDOS NAS SECOES ACIMA.
      *****************************************
       P420-AVISOS-COBRANCA.
      *****************************************

           MOVE 'AVISOS DE COBRANCA (DUNNOTICE E MAILQ)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT CARTAS-COBRANCA
           MOVE WS-FS-CARTAS                  TO WS-FS-FONTE
           MOVE 'DUNNOTICE'                   TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               MOVE SPACES                    TO WS-CARTA-TITULO
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P422-UMA-LINHA-CARTA UNTIL FIM-DO-SCAN
               CLOSE CARTAS-COBRANCA
           END-IF

           OPEN INPUT FILA-EMAIL
           MOVE WS-FS-EMAIL                   TO WS-FS-FONTE
           MOVE 'MAILQ'                       TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P425-UM-EMAIL UNTIL FIM-DO-SCAN
               CLOSE FILA-EMAIL
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P422-UMA-LINHA-CARTA.
      *****************************************

           READ CARTAS-COBRANCA
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-CARTA(1:18) = 'AVISO DE COBRANCA '
               MOVE WS-REG-CARTA              TO WS-CARTA-TITULO
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-CARTA(1:10) NOT = 'PAGAMENTO '
              OR WS-REG-CARTA(11:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CARTA(11:6)            TO WS-NUM-PAGTO-BUSCA
           PERFORM P290-PROCURA-PAGTO
           IF NOT PAGTO-DO-CLIENTE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  CARTA: '                 DELIMITED BY SIZE
                  WS-CARTA-TITULO             DELIMITED BY '  '
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-REG-CARTA                  TO WS-REG-RELATORIO(10:)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P425-UM-EMAIL.
      *****************************************

           READ FILA-EMAIL
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF MQ-NIVEL = ZEROS OR MQ-NUM-PAGTO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE MQ-NUM-PAGTO                  TO WS-NUM-PAGTO-BUSCA
           PERFORM P290-PROCURA-PAGTO
           IF NOT PAGTO-DO-CLIENTE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  E-MAIL NIVEL '           DELIMITED BY SIZE
                  MQ-NIVEL                    DELIMITED BY SIZE
                  ' PARA '                    DELIMITED BY SIZE
                  MQ-EMAIL                    DELIMITED BY SIZE
                  ' PAGAMENTO '               DELIMITED BY SIZE
                  MQ-NUM-PAGTO                DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  MQ-TEXTO                    DELIMITED BY '  '
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * COLOCACOES EM AGENCIA DE COBRANCA: OS DADOS PESSOAIS QUE
      * FORAM REPASSADOS A TERCEIROS.
      *****************************************
       P430-AGENCIAS.
      *****************************************

           MOVE 'COLOCACOES EM AGENCIA DE COBRANCA (AGPLACE)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT AGENCIA-COLOCACAO
           MOVE WS-FS-COLOCACAO               TO WS-FS-FONTE
           MOVE 'AGPLACE'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P435-UMA-COLOCACAO UNTIL FIM-DO-SCAN
               CLOSE AGENCIA-COLOCACAO
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P435-UMA-COLOCACAO.
      *****************************************

           READ AGENCIA-COLOCACAO
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF AGP-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE AGP-VALOR                     TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  PAGAMENTO '              DELIMITED BY SIZE
                  AGP-NUM-PAGTO               DELIMITED BY SIZE
                  '  VENCIMENTO: '            DELIMITED BY SIZE
                  AGP-DATA-VENC               DELIMITED BY SIZE
                  '  VALOR: '                 DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  ATRASO: '                DELIMITED BY SIZE
                  AGP-DIAS-ATRASO             DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '      REPASSADO: '         DELIMITED BY SIZE
                  AGP-NOME                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  AGP-ENDERECO                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  AGP-TELEFONE                DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * INCLUSOES NO CRM: A PRESENCA NA FOTOGRAFIA DO CRM
      * (CRMSNAP), O FEED COMPLETO (CRMFEED) E O FEED DELTA
      * (CRMDELTA), COM A IMAGEM ENVIADA.
      *****************************************
       P440-CRM.
      *****************************************

           MOVE 'INCLUSOES NO CRM (CRMSNAP, CRMFEED E CRMDELTA)'
                                               TO WS-TITULO-SECAO
           PERFORM P250-ABRE-SECAO

           OPEN INPUT CRM-SNAPSHOT
           MOVE WS-FS-SNAP                    TO WS-FS-FONTE
           MOVE 'CRMSNAP'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P442-UMA-FOTOGRAFIA UNTIL FIM-DO-SCAN
               CLOSE CRM-SNAPSHOT
           END-IF

           OPEN INPUT CRM-FINAL
           MOVE WS-FS-CRM                     TO WS-FS-FONTE
           MOVE 'CRMFEED'                     TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P444-UMA-LINHA-FEED UNTIL FIM-DO-SCAN
               CLOSE CRM-FINAL
           END-IF

           OPEN INPUT CRM-DELTA
           MOVE WS-FS-DELTA                   TO WS-FS-FONTE
           MOVE 'CRMDELTA'                    TO WS-NOME-FONTE
           PERFORM P270-CONFERE-FONTE
           IF FONTE-DISPONIVEL
               SET FIM-DO-SCAN                TO FALSE
               PERFORM P446-UMA-LINHA-DELTA UNTIL FIM-DO-SCAN
               CLOSE CRM-DELTA
           END-IF

           PERFORM P260-FECHA-SECAO
           .

      *****************************************
       P442-UMA-FOTOGRAFIA.
      *****************************************

           READ CRM-SNAPSHOT
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF SNAP-NUM-CLIENTE NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  PRESENTE NO CRM, VERSAO DO CADASTRO DE '
                                              DELIMITED BY SIZE
                  SNAP-DATA-ULT-ALT           DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P444-UMA-LINHA-FEED.
      *****************************************

           READ CRM-FINAL
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-CRM(1:6) NOT NUMERIC
              OR WS-REG-CRM(1:6) NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE '  CRMFEED: '                 TO WS-REG-RELATORIO
           MOVE WS-REG-CRM                    TO WS-REG-RELATORIO(12:)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P446-UMA-LINHA-DELTA.
      *****************************************

           READ CRM-DELTA
               AT END
                   SET FIM-DO-SCAN            TO TRUE
           END-READ

           IF FIM-DO-SCAN
               EXIT PARAGRAPH
           END-IF

           IF DELTA-IMAGEM(1:6) NOT NUMERIC
              OR DELTA-IMAGEM(1:6) NOT = WS-CLIENTE-PEDIDO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-SECAO
           ADD 1                              TO WS-QT-REGISTROS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING '  CRMDELTA '               DELIMITED BY SIZE
                  DELTA-CODIGO                DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           MOVE DELTA-IMAGEM                  TO WS-REG-RELATORIO(15:)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * LINHA DE CERTIFICADO NO FIM DO DOCUMENTO E O MESMO REGISTRO
      * ANEXADO AO LGPDCERT: QUEM PEDIU, QUANDO E QUANTOS
      * REGISTROS FORAM ENTREGUES AO TITULAR.
      *****************************************
       P800-CERTIFICADO.
      *****************************************

           ACCEPT WS-DATA-HORA(1:8)           FROM DATE YYYYMMDD
           ACCEPT WS-DATA-HORA(9:6)           FROM TIME

           MOVE WS-QT-REGISTROS               TO WS-QT-ED

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE ALL '-'                       TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'CERTIFICADO: RELATORIO DE ACESSO DO TITULAR '
                                              DELIMITED BY SIZE
                  WS-CLIENTE-PEDIDO           DELIMITED BY SIZE
                  ' EMITIDO EM '              DELIMITED BY SIZE
                  WS-DATA-HORA                DELIMITED BY SIZE
                  ' PARA '                    DELIMITED BY SIZE
                  PED-SOLICITANTE             DELIMITED BY SPACE
                  ', PROTOCOLO '              DELIMITED BY SIZE
                  PED-PROTOCOLO               DELIMITED BY SPACE
                  ', COM '                    DELIMITED BY SIZE
                  WS-QT-ED                    DELIMITED BY SIZE
                  ' REGISTROS.'               DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           IF WS-QT-FONTES-FALHAS > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'ATENCAO: '             DELIMITED BY SIZE
                      WS-QT-FONTES-FALHAS     DELIMITED BY SIZE
                      ' FONTE(S) INDISPONIVEL(IS) - DOCUMENTO '
                                              DELIMITED BY SIZE
                      'INCOMPLETO, REEMITIR.' DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF

           OPEN EXTEND CERTIFICADOS

           IF WS-FS-CERTIFICADO = '35'
               OPEN OUTPUT CERTIFICADOS
           END-IF

           IF WS-FS-CERTIFICADO = '00'
               MOVE WS-CLIENTE-PEDIDO         TO CERT-NUM-CLIENTE
               MOVE SPACES                    TO CERT-CAMPOS
               STRING 'ACESSO DO TITULAR - PROTOCOLO '
                                              DELIMITED BY SIZE
                      PED-PROTOCOLO           DELIMITED BY SIZE
                      INTO CERT-CAMPOS
               END-STRING
               MOVE WS-QT-REGISTROS           TO CERT-QT-IMAGENS
               MOVE WS-DATA-HORA              TO CERT-DATA-HORA
               MOVE PED-SOLICITANTE           TO CERT-OPERADOR
               WRITE WS-REG-CERTIFICADO
               CLOSE CERTIFICADOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CERTIFICADO: '
                       WS-FS-CERTIFICADO
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PEDIDO = '00' OR WS-FS-PEDIDO = '10'
               CLOSE PEDIDO-ACESSO
           END-IF
           IF WS-FS-CLIMAST NOT = '91' AND WS-FS-CLIMAST NOT = '35'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-ABERT-CLIEND = '00'
               CLOSE CLIENTE-ENDERECO
           END-IF
           IF WS-ABERT-CONSENT = '00'
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF
           IF WS-ABERT-PAGTOPEND = '00'
               CLOSE PAGTO-PENDENTES
           END-IF
           IF WS-ABERT-EMPMAST = '00'
               CLOSE EMPRESTIMO-MASTER
           END-IF
           IF WS-ABERT-CONTRATO = '00'
               CLOSE CONTRATO-MASTER
           END-IF
           IF WS-FS-RELATORIO = '00'
               CLOSE ACESSO-RPT
           END-IF

           DISPLAY 'PEDIDOS ATENDIDOS....: ' WS-QT-PEDIDOS
           DISPLAY 'PEDIDOS RECUSADOS....: ' WS-QT-RECUSADOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-PEDIDOS                  TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY RPTHDPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-LGPDACES.
