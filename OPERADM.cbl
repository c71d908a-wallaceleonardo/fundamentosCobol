      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ADMINISTRACAO DAS CREDENCIAIS DE OPERADOR (OPERCRED).
      *          TRANSACAO SO' PARA O ADMINISTRADOR DE SEGURANCA: O
      *          SIGN-ON PASSA PELA ROTINA COMPARTILHADA
      *          (COPY/SENHAPR.CPY) E O ID PRECISA DO PERFIL '*ADMIN'
      *          NO OPERAUTH. PERMITE LISTAR AS CREDENCIAIS, CADASTRAR
      *          UM OPERADOR COM SENHA PROVISORIA, DESBLOQUEAR UM ID
      *          BLOQUEADO POR FALHAS E REDEFINIR A SENHA (PROVISORIA,
      *          TROCA OBRIGATORIA NO PROXIMO SIGN-ON). O
      *          ADMINISTRADOR NAO DESBLOQUEIA NEM REDEFINE O PROPRIO
      *          ID. CADA ACAO VAI PARA O LOG DE SEGURANCA OPERSEG COM
      *          O ADMINISTRADOR COMO RESPONSAVEL. SEM O CADASTRO
      *          OPERCRED (IMPLANTACAO), O PRIMEIRO ADMINISTRADOR -
      *          JA COM O PERFIL '*ADMIN' NO OPERAUTH - CRIA O
      *          ARQUIVO COM A PROPRIA CREDENCIAL.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-OPERADM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

           SELECT OPER-AUTORIZACAO    ASSIGN TO 'OPERAUTH'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

      *    UMA LINHA POR PERMISSAO: OPERADOR + PROGRAM-ID PERMITIDO
      *    (O PERFIL '*ADMIN' MARCA O ADMINISTRADOR DE SEGURANCA).
       FD OPER-AUTORIZACAO.
       01 WS-REG-OPERAUTH.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERAUTH                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-SW-ADMIN                        PIC X(01) VALUE 'N'.
           88 OPERADOR-ADMIN                 VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-AUTH                     PIC X(01) VALUE 'N'.
       77 WS-SW-EOF-CRED                     PIC X(01) VALUE 'N'.
       77 WS-ID-PROCURADO                    PIC X(08) VALUE SPACES.
       77 WS-OPCAO                           PIC X(01) VALUE SPACE.
       77 WS-ID-INFORMADO                    PIC X(08) VALUE SPACES.
       77 WS-QT-ACOES                        PIC 9(04) VALUE ZEROS.
       77 WS-QT-LISTADOS                     PIC 9(04) VALUE ZEROS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL OPERADOR-ENCERROU

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-OPERADM'           TO WS-SEN-PROGRAMA
           MOVE 'ADMIN'                       TO WS-SEN-PAPEL

      *    SEM O CADASTRO AINDA, SO' A IMPLANTACAO DO PRIMEIRO
      *    ADMINISTRADOR.
           OPEN INPUT OPER-CREDENCIAL
           IF WS-FS-OPERCRED = '35'
               PERFORM P020-IMPLANTA-CADASTRO
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               IF WS-FS-OPERCRED = '00'
                   CLOSE OPER-CREDENCIAL
               END-IF
               PERFORM P-SIGN-ON
               IF SEN-AUTENTICADO
                   MOVE WS-SEN-OPERADOR       TO WS-OPERADOR
                   PERFORM P060-VERIFICA-ADMIN
               ELSE
                   DISPLAY 'ADMINISTRADOR NAO AUTENTICADO - '
                           'ENCERRADO.'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               END-IF
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-OPERADM'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
      * IMPLANTACAO: O ID INFORMADO PRECISA DO PERFIL '*ADMIN' NO
      * OPERAUTH (MANTIDO PELA OPERACAO); A SENHA DIGITADA AQUI E'
      * A DELE E O CADASTRO NASCE COM ESTA UNICA CREDENCIAL.
      *****************************************
       P020-IMPLANTA-CADASTRO.
      *****************************************

           DISPLAY 'CADASTRO DE CREDENCIAIS (OPERCRED) AINDA NAO '
                   'EXISTE - IMPLANTACAO.'
           DISPLAY 'IDENTIFICACAO DO ADMINISTRADOR: '
           MOVE SPACES                        TO WS-OPERADOR
           ACCEPT WS-OPERADOR

           IF WS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM P060-VERIFICA-ADMIN
           IF NOT OPERADOR-ADMIN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-REG-OPERCRED
           MOVE WS-OPERADOR                   TO CRED-OPERADOR
           PERFORM P-SEN-TROCA-SENHA
           IF NOT SEN-TROCA-OK
               DISPLAY 'IMPLANTACAO NAO CONCLUIDA.'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                         TO CRED-TENTATIVAS
           SET CRED-ATIVO                     TO TRUE
           MOVE SPACES                        TO CRED-ULTIMO-ACESSO

           OPEN OUTPUT OPER-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'ERRO AO CRIAR O OPERCRED: ' WS-FS-OPERCRED
               EXIT PARAGRAPH
           END-IF
           WRITE WS-REG-OPERCRED
           CLOSE OPER-CREDENCIAL

           DISPLAY 'CADASTRO CRIADO COM A CREDENCIAL DE ' WS-OPERADOR
                   ' - ENTRE DE NOVO PARA ADMINISTRAR.'

           MOVE WS-OPERADOR                   TO WS-SEN-OPERADOR
           MOVE WS-OPERADOR                   TO WS-SEN-RESPONSAVEL
           MOVE 'CADASTRO'                    TO WS-SEN-EVENTO
           MOVE ZEROS                         TO SEG-TENTATIVAS
           PERFORM P-SEN-REGISTRA
           ADD 1                              TO WS-QT-ACOES
           .

      *****************************************
      * ADMINISTRADOR = LINHA (OPERADOR, '*ADMIN') NO OPERAUTH. UM
      * SIGN-ON VALIDO SEM O PERFIL FICA NO LOG COMO NEGADO.
      *****************************************
       P060-VERIFICA-ADMIN.
      *****************************************

           SET OPERADOR-ADMIN                 TO FALSE

           OPEN INPUT OPER-AUTORIZACAO

           IF WS-FS-OPERAUTH = '00'
               MOVE 'N'                       TO WS-SW-EOF-AUTH
               PERFORM UNTIL WS-SW-EOF-AUTH = 'S'
                   READ OPER-AUTORIZACAO
                       AT END
                           MOVE 'S'           TO WS-SW-EOF-AUTH
                   END-READ
                   IF WS-SW-EOF-AUTH NOT = 'S'
                       IF AUTH-OPERADOR = WS-OPERADOR
                          AND AUTH-PROGRAMA = '*ADMIN'
                           SET OPERADOR-ADMIN TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPER-AUTORIZACAO
           END-IF

           IF NOT OPERADOR-ADMIN
               DISPLAY 'OPERADOR ' WS-OPERADOR
                       ' SEM PERFIL DE ADMINISTRADOR - ENCERRADO.'
               MOVE WS-OPERADOR               TO WS-SEN-OPERADOR
               MOVE SPACES                    TO WS-SEN-RESPONSAVEL
               MOVE 'NEGADO'                  TO WS-SEN-EVENTO
               MOVE ZEROS                     TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
      * UMA ACAO POR VOLTA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'ADMINISTRACAO DE CREDENCIAIS'
           DISPLAY '1 - LISTAR CREDENCIAIS'
           DISPLAY '2 - CADASTRAR OPERADOR'
           DISPLAY '3 - DESBLOQUEAR OPERADOR'
           DISPLAY '4 - REDEFINIR SENHA'
           DISPLAY '0 - ENCERRAR'
           DISPLAY 'INFORME A OPCAO DESEJADA: '
           MOVE SPACE                         TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '0'
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN '1'
                   PERFORM P300-LISTA
               WHEN '2'
                   PERFORM P400-CADASTRA
               WHEN '3'
                   PERFORM P500-DESBLOQUEIA
               WHEN '4'
                   PERFORM P600-REDEFINE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .

      *****************************************
       P300-LISTA.
      *****************************************

           OPEN INPUT OPER-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'OPERCRED INDISPONIVEL: ' WS-FS-OPERCRED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'OPERADOR SIT FALHAS ULT.TROCA ULTIMO ACESSO'
           MOVE ZEROS                         TO WS-QT-LISTADOS
           MOVE 'N'                           TO WS-SW-EOF-CRED
           PERFORM UNTIL WS-SW-EOF-CRED = 'S'
               READ OPER-CREDENCIAL NEXT RECORD
                   AT END
                       MOVE 'S'               TO WS-SW-EOF-CRED
               END-READ
               IF WS-SW-EOF-CRED NOT = 'S'
                   ADD 1                      TO WS-QT-LISTADOS
                   DISPLAY CRED-OPERADOR ' '
                           CRED-SITUACAO '   '
                           CRED-TENTATIVAS '     '
                           CRED-DATA-TROCA '  '
                           CRED-ULTIMO-ACESSO
               END-IF
           END-PERFORM

           CLOSE OPER-CREDENCIAL
           DISPLAY 'CREDENCIAIS LISTADAS.: ' WS-QT-LISTADOS
           .

      *****************************************
      * CADASTRO COM SENHA PROVISORIA: DATA DA TROCA EM ZEROS
      * OBRIGA O OPERADOR A TROCAR NO PRIMEIRO SIGN-ON.
      *****************************************
       P400-CADASTRA.
      *****************************************

           PERFORM P700-PEDE-ID
           IF WS-ID-INFORMADO = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O OPER-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'OPERCRED INDISPONIVEL: ' WS-FS-OPERCRED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-INFORMADO               TO CRED-OPERADOR
           READ OPER-CREDENCIAL
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-OPERCRED = '00'
               DISPLAY 'OPERADOR ' WS-ID-INFORMADO ' JA CADASTRADO.'
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-REG-OPERCRED
           MOVE WS-ID-INFORMADO               TO CRED-OPERADOR
           DISPLAY 'SENHA PROVISORIA DO OPERADOR:'
           PERFORM P-SEN-TROCA-SENHA
           IF NOT SEN-TROCA-OK
               DISPLAY 'OPERADOR NAO CADASTRADO.'
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                         TO CRED-DATA-TROCA
           MOVE ZEROS                         TO CRED-TENTATIVAS
           SET CRED-ATIVO                     TO TRUE
           MOVE SPACES                        TO CRED-ULTIMO-ACESSO

           WRITE WS-REG-OPERCRED
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O OPERCRED: '
                           WS-FS-OPERCRED
           END-WRITE
           CLOSE OPER-CREDENCIAL

           IF WS-FS-OPERCRED = '00'
               DISPLAY 'OPERADOR ' WS-ID-INFORMADO ' CADASTRADO - '
                       'TROCA A SENHA NO PRIMEIRO SIGN-ON.'
               MOVE 'CADASTRO'                TO WS-SEN-EVENTO
               PERFORM P800-REGISTRA-ACAO
           END-IF
           .

      *****************************************
      * DESBLOQUEIO: ZERA AS FALHAS E REATIVA O ID, SEM MEXER NA
      * SENHA.
      *****************************************
       P500-DESBLOQUEIA.
      *****************************************

           PERFORM P700-PEDE-ID
           IF WS-ID-INFORMADO = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM P750-LE-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF NOT CRED-BLOQUEADO
               DISPLAY 'OPERADOR ' WS-ID-INFORMADO
                       ' NAO ESTA BLOQUEADO.'
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF

           SET CRED-ATIVO                     TO TRUE
           MOVE ZEROS                         TO CRED-TENTATIVAS
           REWRITE WS-REG-OPERCRED
           CLOSE OPER-CREDENCIAL

           DISPLAY 'OPERADOR ' WS-ID-INFORMADO ' DESBLOQUEADO.'
           MOVE 'DESBLOQ'                     TO WS-SEN-EVENTO
           PERFORM P800-REGISTRA-ACAO
           .

      *****************************************
      * REDEFINICAO: SENHA PROVISORIA, TROCA OBRIGATORIA NO PROXIMO
      * SIGN-ON; O ID SAI DESBLOQUEADO E SEM FALHAS.
      *****************************************
       P600-REDEFINE.
      *****************************************

           PERFORM P700-PEDE-ID
           IF WS-ID-INFORMADO = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM P750-LE-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SENHA PROVISORIA DO OPERADOR:'
           PERFORM P-SEN-TROCA-SENHA
           IF NOT SEN-TROCA-OK
               DISPLAY 'SENHA NAO REDEFINIDA.'
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                         TO CRED-DATA-TROCA
           MOVE ZEROS                         TO CRED-TENTATIVAS
           SET CRED-ATIVO                     TO TRUE
           REWRITE WS-REG-OPERCRED
           CLOSE OPER-CREDENCIAL

           DISPLAY 'SENHA DE ' WS-ID-INFORMADO ' REDEFINIDA - TROCA '
                   'OBRIGATORIA NO PROXIMO SIGN-ON.'
           MOVE 'RESET'                       TO WS-SEN-EVENTO
           PERFORM P800-REGISTRA-ACAO
           .

      *****************************************
      * O ID ALVO DA ACAO. O ADMINISTRADOR NAO AGE SOBRE O PROPRIO
      * ID - O DESBLOQUEIO OU A SENHA DELE FICAM COM OUTRO
      * ADMINISTRADOR.
      *****************************************
       P700-PEDE-ID.
      *****************************************

           DISPLAY 'ID DO OPERADOR (BRANCO VOLTA): '
           MOVE SPACES                        TO WS-ID-INFORMADO
           ACCEPT WS-ID-INFORMADO

           IF WS-ID-INFORMADO = WS-OPERADOR
               DISPLAY 'ACAO SOBRE O PROPRIO ID NAO PERMITIDA.'
               MOVE SPACES                    TO WS-ID-INFORMADO
           END-IF
           .

      *****************************************
      * ABRE O OPERCRED EM I-O E LE O ID ALVO; NAO ACHANDO, FECHA.
      *****************************************
       P750-LE-CREDENCIAL.
      *****************************************

           OPEN I-O OPER-CREDENCIAL
           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'OPERCRED INDISPONIVEL: ' WS-FS-OPERCRED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-INFORMADO               TO CRED-OPERADOR
           READ OPER-CREDENCIAL
               INVALID KEY
                   DISPLAY 'OPERADOR ' WS-ID-INFORMADO
                           ' NAO CADASTRADO.'
           END-READ
           IF WS-FS-OPERCRED NOT = '00'
               CLOSE OPER-CREDENCIAL
               MOVE '23'                      TO WS-FS-OPERCRED
           END-IF
           .

      *****************************************
      * A ACAO DO ADMINISTRADOR NO LOG DE SEGURANCA: O ID ALVO E O
      * ADMINISTRADOR COMO RESPONSAVEL.
      *****************************************
       P800-REGISTRA-ACAO.
      *****************************************

           MOVE WS-ID-INFORMADO               TO WS-SEN-OPERADOR
           MOVE WS-OPERADOR                   TO WS-SEN-RESPONSAVEL
           MOVE ZEROS                         TO SEG-TENTATIVAS
           PERFORM P-SEN-REGISTRA
           ADD 1                              TO WS-QT-ACOES
           .

      *****************************************
       P999-FIM.
      *****************************************

           DISPLAY 'ACOES REGISTRADAS....: ' WS-QT-ACOES

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-OPERADM'            TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-ACOES                    TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-OPERADM.
