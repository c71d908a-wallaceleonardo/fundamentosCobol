      *                    OPERACOES RETOMAREM O CONTROLE APOS O
      *                    CALL; O RESULTADO DO JOB SEGUE NA AREA DE
      *                    LINKAGE E NO RETURN-CODE
      *   15/10/2026 WT - SO' COMPARTILHAR COM O CRM O CLIENTE COM
      *                    CONSENTIMENTO LGPD (ARQUIVO CONSENT,
      *                    FINALIDADE 'C', ROTINA COPY/CONSPR.CPY):
      *                    SEM CONSENTIMENTO ELE E' TRATADO COMO O
      *                    INATIVO - AUSENTE DO SNAPSHOT NOVO E
      *                    BAIXADO NO CRM COM 'D' SE JA ESTAVA LA
      *   15/10/2026 WT - ENVIAR NO FIM DA LINHA A VERSAO DO CLIENTE
      *                    (WS-DATA-ULT-ALT). O CRM DEVOLVE ESSA
      *                    VERSAO NO CRMIN E O DEMONSTRA-CRMIN RECUSA
      *                    A MUDANCA FEITA SOBRE UMA VERSAO ANTIGA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CRMDELTA.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DELTA.

           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT FILA-CRM-LGPD       ASSIGN TO 'CRMLGPD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FILA.
           03 SNAPNEW-DATA-ULT-ALT               PIC X(14).

      *    FEED DELTA: CODIGO DE MOVIMENTO + IMAGEM WS-LAYOUT-2 DO
      *    CLIENTE (NAS EXCLUSOES, SO' A CHAVE E' PREENCHIDA) + A
      *    VERSAO (CARIMBO WS-DATA-ULT-ALT) QUE O CRM RECEBEU.
       FD CRM-DELTA.
       01 WS-REG-DELTA.
           03 DELTA-CODIGO                       PIC X(01).
           03 DELTA-IMAGEM                       PIC X(128).
           03 DELTA-VERSAO                       PIC X(14).

      *    AVISOS DE ELIMINACAO LGPD PENDENTES, GRAVADOS PELA
      *    TRANSACAO DE ELIMINACAO.
       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD FILA-CRM-LGPD.
       01 WS-REG-CRMLGPD.
           03 LGPD-NUM-CLIENTE                   PIC 9(06).
       77 WS-QT-INALTERADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-INVALIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-INATIVOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CONSENT                  PIC 9(06) VALUE ZEROS.
       77 WS-FS-FILA                         PIC X(02) VALUE '00'.
       77 WS-QT-LGPD                         PIC 9(06) VALUE ZEROS.
       77 WS-SW-EOF-LGPD                     PIC X(01) VALUE 'N'.
           COPY DIAUTIL.

           COPY DTNEGWS.
           COPY CONSWS.

       LINKAGE SECTION.
           COPY JOBRES.
               MOVE 'S'                       TO WS-EOF-SNAP
           END-IF

      *    CONSENT AINDA NAO CRIADO (35) QUER DIZER QUE NINGUEM
      *    CONSENTIU. QUALQUER OUTRA FALHA ABORTA COMO A DO MASTER:
      *    SEM ELE O DELTA BAIXARIA DO CRM TODA A CARTEIRA.
           OPEN INPUT CLIENTE-CONSENTIMENTO

           IF WS-FS-CONSENT NOT = '00' AND WS-FS-CONSENT NOT = '35'
               DISPLAY 'ERRO AO ABRIR CLIENTE-CONSENTIMENTO: '
                       WS-FS-CONSENT
               DISPLAY 'DELTA NAO GERADO - SNAPSHOT PRESERVADO.'
               CLOSE CLIENTE-MASTER
               IF WS-FS-SNAP = '00'
                   CLOSE CRM-SNAPSHOT
               END-IF
               MOVE 'S'                       TO WS-SW-ABORTADO
               MOVE 8                         TO WS-RETORNO
               MOVE 'S'                       TO WS-EOF-MASTER
               MOVE 'S'                       TO WS-EOF-SNAP
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-CONSENT = '35'
               DISPLAY 'AVISO: CONSENT INEXISTENTE - NENHUM CLIENTE '
                       'COM CONSENTIMENTO PARA O CRM.'
           END-IF

           OPEN OUTPUT CRM-SNAPSHOT-NOVO
           OPEN OUTPUT CRM-DELTA


           IF NOT FIM-DO-MASTER
               ADD 1                          TO WS-QT-LIDOS
               PERFORM P120-CONFERE-CONSENTIMENTO
           END-IF

      *    CLIENTE INATIVO OU SEM CONSENTIMENTO PARA O CRM E'
      *    INVISIVEL PARA O CRM: SALTA ATE O PROXIMO ATIVO COM
      *    CONSENTIMENTO. SE ELE CONSTAVA DO SNAPSHOT, O CASAMENTO
      *    EM P200 PASSA A VE-LO COMO SO-NO-SNAPSHOT E GERA O 'D'.
           PERFORM UNTIL FIM-DO-MASTER
                      OR (NOT CLIENTE-INATIVO AND CONSENTIMENTO-DADO)
               IF CLIENTE-INATIVO
                   ADD 1                      TO WS-QT-INATIVOS
               ELSE
                   ADD 1                      TO WS-QT-SEM-CONSENT
               END-IF
               READ CLIENTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'S'               TO WS-EOF-MASTER
               END-READ
               IF NOT FIM-DO-MASTER
                   ADD 1                      TO WS-QT-LIDOS
                   PERFORM P120-CONFERE-CONSENTIMENTO
               END-IF
           END-PERFORM
           .

      *****************************************
      * CONSENTIMENTO LGPD DO CLIENTE LIDO PARA O COMPARTILHAMENTO
      * COM O CRM (FINALIDADE 'C').
      *****************************************
       P120-CONFERE-CONSENTIMENTO.
      *****************************************

           MOVE WS-NUM-CLIENTE OF WS-LAYOUT-1 TO WS-CONS-CLIENTE
           MOVE 'C'                           TO WS-CONS-FINALIDADE
           PERFORM P-VERIFICA-CONSENTIMENTO
           .

      *****************************************
       P110-LE-SNAPSHOT.
      *****************************************
           IF REGISTRO-VALIDO
               MOVE 'A'                       TO DELTA-CODIGO
               MOVE WS-LAYOUT-2               TO DELTA-IMAGEM
               MOVE WS-DATA-ULT-ALT           TO DELTA-VERSAO
               WRITE WS-REG-DELTA
               ADD 1                          TO WS-QT-INCLUSOES
           END-IF
           IF REGISTRO-VALIDO
               MOVE 'C'                       TO DELTA-CODIGO
               MOVE WS-LAYOUT-2               TO DELTA-IMAGEM
               MOVE WS-DATA-ULT-ALT           TO DELTA-VERSAO
               WRITE WS-REG-DELTA
               ADD 1                          TO WS-QT-ALTERACOES
           END-IF

           MOVE 'D'                           TO DELTA-CODIGO
           MOVE SPACES                        TO DELTA-IMAGEM
                                                 DELTA-VERSAO
           MOVE SNAP-NUM-CLIENTE              TO DELTA-IMAGEM(1:6)
           WRITE WS-REG-DELTA
           ADD 1                              TO WS-QT-EXCLUSOES
           IF NOT FIM-DA-FILA-LGPD
               MOVE 'D'                       TO DELTA-CODIGO
               MOVE SPACES                    TO DELTA-IMAGEM
                                                 DELTA-VERSAO
               MOVE LGPD-NUM-CLIENTE          TO DELTA-IMAGEM(1:6)
               WRITE WS-REG-DELTA
               ADD 1                          TO WS-QT-LGPD
               END-IF

               CLOSE CRM-DELTA

               IF WS-FS-CONSENT = '00' OR WS-FS-CONSENT = '23'
                   CLOSE CLIENTE-CONSENTIMENTO
               END-IF
           END-IF

           DISPLAY 'CLIENTES NO MASTER....: ' WS-QT-LIDOS
           DISPLAY 'CLIENTES INALTERADOS..: ' WS-QT-INALTERADOS
           DISPLAY 'CLIENTES INVALIDOS....: ' WS-QT-INVALIDOS
           DISPLAY 'CLIENTES INATIVOS.....: ' WS-QT-INATIVOS
           DISPLAY 'SEM CONSENTIMENTO CRM.: ' WS-QT-SEM-CONSENT

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-INCLUSOES WS-QT-ALTERACOES WS-QT-EXCLUSOES
           COPY DIAUTPR.
           COPY CLIVALPR.
           COPY TELNRMPR.
           COPY CONSPR.

       END PROGRAM DEMONSTRA-CRMDELTA.
