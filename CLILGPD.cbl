      *          COMPARTILHADAS CONTINUAREM PASSANDO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - ELIMINAR TAMBEM O DOCUMENTO FISCAL (CPF/CNPJ)
      *                    DO CLIMAST E DAS IMAGENS DA TRILHA CLIHIST
      *   15/10/2026 WT - COPIA DE TRABALHO DA CLIHIST NO NOVO TAMANHO
      *                    DO REGISTRO (OPERADOR E APROVADOR)
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG
      *   15/10/2026 WT - LINHA DO CLIHIST NO LAYOUT ANTERIOR (IMAGENS
      *                    DE 200 POSICOES) CONVERTIDA (COPY CLIHCVPR)
      *                    ANTES DA ELIMINACAO, QUE SO' VALE NAS
      *                    POSICOES DO LAYOUT ATUAL; A TRILHA VOLTA
      *                    TODA NO LAYOUT ATUAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLILGPD.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-MASTER.
           COPY CLIHIST.

       FD HISTORICO-TRABALHO.
       01 WS-REG-HISTWRK                          PIC X(657).

      *    AVISOS DE EXCLUSAO PENDENTES PARA O CRM, DRENADOS PELO
      *    FEED DELTA (DEMONSTRA-CRMDELTA) NA PROXIMA NOITE.
       FD RUN-LOG.
           COPY RUNLOG.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-EMAIL-ANONIMO                   PIC X(20)
           VALUE 'LGPD@ANONIMO'.

           COPY SENHAWS.
           COPY CLIHCVWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-CLILGPD'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE WS-ENDERECO-ANONIMO           TO WS-ENDERECO
           MOVE WS-TELEFONE-ANONIMO           TO WS-TELEFONE
           MOVE WS-EMAIL-ANONIMO              TO WS-EMAIL
           MOVE SPACE                         TO WS-TIPO-DOCUMENTO
           MOVE SPACES                        TO WS-NUM-DOCUMENTO
           ACCEPT WS-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT WS-DATA-ULT-ALT(9:6)        FROM TIME

      * CLIENTE NA TRILHA CLIHIST, POR COPIA DUPLA VIA ARQUIVO DE
      * TRABALHO. OS CAMPOS FICAM NAS MESMAS POSICOES DE
      * WS-LAYOUT-1 DENTRO DA IMAGEM: NOME 7-36, ENDERECO 37-56,
      * TELEFONE 57-76, EMAIL 77-96, DOCUMENTO FISCAL 201-215. A
      * LINHA NO LAYOUT ANTERIOR E' CONVERTIDA ANTES, E A TRILHA
      * INTEIRA VOLTA NO LAYOUT ATUAL.
      *****************************************
       P500-SOBRESCREVE-TRILHA.
      *****************************************
               EXIT PARAGRAPH
           END-IF

      *    LINHA ANTIGA VOLTA PARA A TRILHA JA NO LAYOUT ATUAL - AS
      *    POSICOES ABAIXO SO' VALEM NELE.
           PERFORM P-CONVERTE-CLIHIST

           IF HIST-NUM-CLIENTE = WS-NUM-CONSULTA
               MOVE WS-NOME-ANONIMO     TO HIST-IMAGEM-ANTES(7:30)
               MOVE WS-ENDERECO-ANONIMO TO HIST-IMAGEM-ANTES(37:20)
               MOVE WS-ENDERECO-ANONIMO TO HIST-IMAGEM-DEPOIS(37:20)
               MOVE WS-TELEFONE-ANONIMO TO HIST-IMAGEM-DEPOIS(57:20)
               MOVE WS-EMAIL-ANONIMO    TO HIST-IMAGEM-DEPOIS(77:20)
               MOVE SPACES              TO HIST-IMAGEM-ANTES(201:15)
               MOVE SPACES              TO HIST-IMAGEM-DEPOIS(201:15)
               ADD 1                          TO WS-QT-IMAGENS
           END-IF


           IF WS-FS-CERTIFICADO = '00'
               MOVE WS-NUM-CONSULTA           TO CERT-NUM-CLIENTE
               MOVE 'NOME,ENDERECO,TELEFONE,EMAIL,DOCUMENTO'
                                               TO CERT-CAMPOS
               MOVE WS-QT-IMAGENS             TO CERT-QT-IMAGENS
               ACCEPT CERT-DATA-HORA(1:8)     FROM DATE YYYYMMDD
           STOP RUN.

           COPY RUNLOGPR.
           COPY SENHAPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-CLILGPD.
