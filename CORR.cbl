      *                    ARQUIVO DE ALERTAS OPERALERT
      *                    (COPY/ALERTAPR.CPY), PARA SOBREVIVEREM AO
      *                    SCROLL DO CONSOLE ATE O DIGEST DA MANHA
      *   15/10/2026 WT - SO' LEVAR AO CRM-EXTRACT O CLIENTE COM
      *                    CONSENTIMENTO LGPD PARA O CRM (ARQUIVO
      *                    CONSENT, FINALIDADE 'C', ROTINA
      *                    COPY/CONSPR.CPY); O CONVERTIDO SEM
      *                    CONSENTIMENTO FICA FORA DO FEED E E'
      *                    CONTADO NOS TOTAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CORR INITIAL.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CRMFEED.

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT CORR-CHECKPOINT     ASSIGN TO 'CORRCKPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CKPT.
       FD CRM-EXTRACT.
       01 WS-REG-CRMFEED                         PIC X(128).

       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

      *    CHECKPOINT DA CONVERSAO, CHAVEADO PELO NUM-CLIENTE DO
      *    ULTIMO REGISTRO PROCESSADO (CONVERTIDO OU REJEITADO), PARA
      *    PERMITIR RETOMAR O LOTE A PARTIR DO PROXIMO CLIENTE CASO
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-CRMFEED                      PIC X(02) VALUE '00'.
       77 WS-QT-CRMFEED                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CONSENT                  PIC 9(06) VALUE ZEROS.

      *    MODO PARTICIONADO (ARQUIVO CORRFAIXA PRESENTE): NOMES
      *    DAS FATIAS, FAIXA DE CHAVES E CHAVES DE CONTROLE.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
           COPY DTNEGWS.
           COPY FERIADWS.
           COPY CONSWS.

       LINKAGE SECTION.
           COPY JOBRES.

           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE

      *    CONSENT AINDA NAO CRIADO (35) QUER DIZER QUE NINGUEM
      *    CONSENTIU E O FEED SAI SEM CLIENTES. QUALQUER OUTRA FALHA
      *    PARA A CARGA COMO A DO MASTER: UM FEED CHEIO VAZIO POR
      *    ACIDENTE APAGARIA A CARTEIRA DO CRM.
           OPEN INPUT CLIENTE-CONSENTIMENTO

           IF WS-FS-CONSENT NOT = '00' AND WS-FS-CONSENT NOT = '35'
               DISPLAY 'ERRO AO ABRIR CLIENTE-CONSENTIMENTO: '
                       WS-FS-CONSENT
               MOVE 'S'                       TO WS-EOF
               MOVE 8                         TO WS-RETORNO
               MOVE 'DEMONSTRA-CORR'          TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               MOVE 'ERRO AO ABRIR CONSENT'   TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
           END-IF

           IF WS-FS-CONSENT = '35'
               DISPLAY 'AVISO: CONSENT INEXISTENTE - NENHUM CLIENTE '
                       'COM CONSENTIMENTO PARA O CRM.'
           END-IF

      *    NO MODO PARTICIONADO NAO HA CHECKPOINT/RETOMADA NEM
      *    XREF/SCAN DE QUALIDADE (SAO PRODUTOS DA CARGA INTEIRA):
      *    CADA PARTICAO ABRE A SUA FATIA DE EXCECAO E FEED E
           DISPLAY 'WS-LAYOUT-1: ' WS-LAYOUT-1
           DISPLAY 'WS-LAYOUT-2: ' WS-LAYOUT-2

      *    O FEED SO' LEVA QUEM CONSENTIU NO COMPARTILHAMENTO COM O
      *    CRM (LGPD); OS DEMAIS SAO CONVERTIDOS MAS NAO SAEM.
           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-1 TO WS-CONS-CLIENTE
           MOVE 'C'                           TO WS-CONS-FINALIDADE
           PERFORM P-VERIFICA-CONSENTIMENTO

           IF CONSENTIMENTO-DADO
               MOVE WS-LAYOUT-2               TO WS-REG-CRMFEED
               WRITE WS-REG-CRMFEED
               ADD 1                          TO WS-QT-CRMFEED
           ELSE
               ADD 1                          TO WS-QT-SEM-CONSENT
           END-IF

           ADD 1                              TO WS-QT-CONVERTIDOS
           .
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF

           IF MODO-PARTICIONADO
               CLOSE EXCECAO-CORR
               CLOSE CRM-EXTRACT
           DISPLAY 'CLIENTES REJEITADOS.: ' WS-QT-REJEITADOS
           DISPLAY 'CLIENTES INATIVOS...: ' WS-QT-INATIVOS
           DISPLAY 'REGISTROS NO FEED CRM: ' WS-QT-CRMFEED
           DISPLAY 'SEM CONSENTIMENTO CRM: ' WS-QT-SEM-CONSENT

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONVERTIDOS              TO RUNLOG-QT-PROCESSADOS
           COPY DIAUTPR.
           COPY CLIVALPR.
           COPY TELNRMPR.
           COPY CONSPR.

       END PROGRAM DEMONSTRA-CORR.
