      *                    DISPARADOS, ESCOLHA NEGADA E' RECUSADA E
      *                    O ID DO OPERADOR VAI NO RUNLOG - A TRILHA
      *                    DIZ QUEM DISPAROU, NAO SO' O QUE RODOU
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-OPMENU.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

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
       FD RUN-LOG.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPCAO                           PIC 9(02) VALUE ZEROS.
               05 WS-JOB-PROGRAMA             PIC X(20).
               05 WS-JOB-DESCRICAO            PIC X(40).

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
       P050-SIGN-ON.
      *****************************************

           MOVE 'DEMONSTRA-OPMENU'            TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - MENU ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .
           STOP RUN.

           COPY RUNLOGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-OPMENU.
