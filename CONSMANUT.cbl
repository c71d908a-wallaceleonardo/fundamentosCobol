      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO ONLINE DO CONSENTIMENTO LGPD DO CLIENTE
      *          POR FINALIDADE (CONSENT: MARKETING, COMPARTILHAMENTO
      *          COM O CRM E COM PARCEIROS), NO MESMO MOLDE DE
      *          DEMONSTRA-ENDMANUT: O OPERADOR SE IDENTIFICA, INFORMA
      *          O CLIENTE, VE A SITUACAO DAS TRES FINALIDADES, ESCOLHE
      *          UMA E REGISTRA O OPT-IN OU OPT-OUT COM A DATA E O
      *          CANAL DA COLETA. NAO HA EXCLUSAO: A RETIRADA DO
      *          CONSENTIMENTO E' UMA RECUSA REGISTRADA, E CADA
      *          MUDANCA FICA NA TRILHA CONSHIST COM AS IMAGENS
      *          ANTES/DEPOIS E O OPERADOR. SO' CLIENTE CADASTRADO NO
      *          CLIMAST RECEBE CONSENTIMENTO. AS MUDANCAS RESPEITAM A
      *          JANELA DE LOTE (BATCHWIN) COMO AS DEMAIS TRANSACOES
      *          DE ATUALIZACAO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONSMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-CONSENTIMENTO ASSIGN TO 'CONSENT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONS-CHAVE
                                       FILE STATUS WS-FS-CONSENT.

           SELECT CONSENT-HISTORICO   ASSIGN TO 'CONSHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONSHIST.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT BATCH-JANELA        ASSIGN TO 'BATCHWIN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BATCHWIN.

           SELECT OPER-AUTORIZACAO    ASSIGN TO 'OPERAUTH'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERAUTH.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

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
       FD CLIENTE-CONSENTIMENTO.
           COPY CONSENT.

       FD CONSENT-HISTORICO.
           COPY CONSHIST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD RUN-LOG.
           COPY RUNLOG.

       FD BATCH-JANELA.
           COPY BATWIN.

      *    UMA LINHA POR PERMISSAO: OPERADOR + PROGRAM-ID PERMITIDO
      *    (O PERFIL '*SUPER' MARCA O SUPERVISOR).
       FD OPER-AUTORIZACAO.
       01 WS-REG-OPERAUTH.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

           COPY BATWINWS.
       77 WS-FS-CONSENT                      PIC X(02) VALUE '00'.
       77 WS-FS-CONSHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-FINALIDADE-CONSULTA             PIC X(01) VALUE SPACE.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-INCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-SW-CONSENT-OK                   PIC X(01) VALUE 'S'.
           88 CONSENTIMENTO-VALIDO           VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.
       77 WS-DESCR-FINALIDADE                PIC X(22) VALUE SPACES.
       77 WS-DESCR-SITUACAO                  PIC X(22) VALUE SPACES.

      *    DATA DA COLETA DIGITADA (AAAAMMDD); EM BRANCO VALE HOJE.
       77 WS-DATA-ENTRADA                    PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE                       PIC 9(08) VALUE ZEROS.

      *    AS TRES FINALIDADES, NA ORDEM DO RESUMO DO CLIENTE.
       01 WS-FINALIDADES-LITERAL             PIC X(03) VALUE 'MCP'.
       01 WS-FINALIDADES-TAB REDEFINES WS-FINALIDADES-LITERAL.
           03 WS-FINALIDADE-ITEM      OCCURS 3 TIMES PIC X(01).
       77 WS-IX-FINALIDADE                   PIC 9(01) VALUE ZEROS.

      *    IMAGEM DO REGISTRO ANTES DA ALTERACAO, GUARDADA PARA A
      *    TRILHA CONSHIST ANTES DO OPERADOR SOBREPOR OS CAMPOS DA
      *    FD.
       01 WS-IMAGEM-ANTES                    PIC X(50).

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

      *    SEM IDENTIFICACAO NAO HA MANUTENCAO - O ID VAI NOS
      *    EVENTOS DO RUNLOG, EM CADA LINHA DA TRILHA CONSHIST E NO
      *    PROPRIO REGISTRO DE CONSENTIMENTO (QUEM O COLETOU).
           MOVE 'DEMONSTRA-CONSMANUT'         TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONSMANUT'          TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           OPEN I-O CLIENTE-CONSENTIMENTO

      *    STATUS 35 = AINDA NAO HA CONSENTIMENTOS: CRIA VAZIO E
      *    REABRE.
           IF WS-FS-CONSENT = '35'
               OPEN OUTPUT CLIENTE-CONSENTIMENTO
               CLOSE CLIENTE-CONSENTIMENTO
               OPEN I-O CLIENTE-CONSENTIMENTO
           END-IF

           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-CONSENTIMENTO: '
                       WS-FS-CONSENT
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
      * UMA TRANSACAO POR VOLTA: LE O CLIENTE, EXIBE O RESUMO DAS
      * TRES FINALIDADES E TRATA A FINALIDADE ESCOLHIDA. NUMERO
      * ZERO ENCERRA A SESSAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'CONSENTIMENTO LGPD - INFORME O NUMERO '
                   'DO CLIENTE (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUM-CONSULTA

           IF WS-NUM-CONSULTA = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P300-TRATA-CONSENTIMENTO
           END-IF
           .

      *****************************************
      * CONFIRMA O CLIENTE NO CLIMAST, MOSTRA O RESUMO, PEDE A
      * FINALIDADE E POSICIONA NO REGISTRO DELA: SE EXISTIR, EXIBE
      * E OFERECE ALTERAR; SE NAO EXISTIR, OFERECE INCLUIR.
      *****************************************
       P300-TRATA-CONSENTIMENTO.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'CLIENTE ' WS-NUM-CONSULTA
                       ' NAO CADASTRADO NO CLIMAST.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CLIENTE ' WS-NUM-CONSULTA ' ' WS-NOME

           PERFORM P305-RESUMO-FINALIDADE
               VARYING WS-IX-FINALIDADE FROM 1 BY 1
                 UNTIL WS-IX-FINALIDADE > 3

           DISPLAY 'FINALIDADE (M=MARKETING, C=CRM, '
                   'P=PARCEIROS): '
           ACCEPT WS-FINALIDADE-CONSULTA

           MOVE WS-NUM-CONSULTA               TO CONS-NUM-CLIENTE
           MOVE WS-FINALIDADE-CONSULTA        TO CONS-FINALIDADE

           IF NOT CONS-FINALIDADE-VALIDA
               DISPLAY 'FINALIDADE INVALIDA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-DESCREVE-FINALIDADE

           READ CLIENTE-CONSENTIMENTO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CONSENT = '00'
               PERFORM P310-EXIBE-CONSENTIMENTO

               DISPLAY 'ACAO: A=ALTERAR  V=VOLTAR: '
               ACCEPT WS-OPCAO-ACAO

               IF WS-OPCAO-ACAO = 'A'
                   PERFORM P500-ALTERA
               END-IF
           ELSE
               DISPLAY 'SEM CONSENTIMENTO REGISTRADO PARA '
                       WS-DESCR-FINALIDADE
               DISPLAY 'ACAO: I=INCLUIR  V=VOLTAR: '
               ACCEPT WS-OPCAO-ACAO

               IF WS-OPCAO-ACAO = 'I'
                   PERFORM P400-INCLUI
               END-IF
           END-IF
           .

      *****************************************
      * UMA LINHA DO RESUMO: A SITUACAO VIGENTE DE UMA FINALIDADE,
      * OU A FALTA DE REGISTRO.
      *****************************************
       P305-RESUMO-FINALIDADE.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO CONS-NUM-CLIENTE
           MOVE WS-FINALIDADE-ITEM(WS-IX-FINALIDADE)
                                               TO CONS-FINALIDADE
           PERFORM P320-DESCREVE-FINALIDADE

           READ CLIENTE-CONSENTIMENTO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CONSENT = '00'
               PERFORM P330-DESCREVE-SITUACAO
               DISPLAY '  ' WS-DESCR-FINALIDADE ': '
                       WS-DESCR-SITUACAO ' EM ' CONS-DATA
           ELSE
               DISPLAY '  ' WS-DESCR-FINALIDADE ': '
                       'SEM REGISTRO'
           END-IF
           .

      *****************************************
       P310-EXIBE-CONSENTIMENTO.
      *****************************************

           PERFORM P330-DESCREVE-SITUACAO

           DISPLAY 'FINALIDADE.: ' CONS-FINALIDADE ' - '
                   WS-DESCR-FINALIDADE
           DISPLAY 'SITUACAO...: ' CONS-SITUACAO ' - '
                   WS-DESCR-SITUACAO
           DISPLAY 'DATA.......: ' CONS-DATA
           DISPLAY 'CANAL......: ' CONS-CANAL
           DISPLAY 'COLETADO POR ' CONS-OPERADOR
           DISPLAY 'ULT. ALTER.: ' CONS-DATA-ULT-ALT
           .

      *****************************************
       P320-DESCREVE-FINALIDADE.
      *****************************************

           EVALUATE TRUE
               WHEN CONS-MARKETING
                   MOVE 'MARKETING'           TO WS-DESCR-FINALIDADE
               WHEN CONS-CRM
                   MOVE 'COMPARTILHAR COM CRM'
                                               TO WS-DESCR-FINALIDADE
               WHEN CONS-PARCEIROS
                   MOVE 'COMPARTILHAR PARCEIROS'
                                               TO WS-DESCR-FINALIDADE
           END-EVALUATE
           .

      *****************************************
       P330-DESCREVE-SITUACAO.
      *****************************************

           EVALUATE TRUE
               WHEN CONS-CONSENTIU
                   MOVE 'CONSENTIU (OPT-IN)'  TO WS-DESCR-SITUACAO
               WHEN CONS-RECUSOU
                   MOVE 'RECUSOU (OPT-OUT)'   TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA'
                                               TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

      *****************************************
      * ACEITA OS CAMPOS DO CONSENTIMENTO A PARTIR DO TERMINAL, PARA
      * USO TANTO NA INCLUSAO QUANTO NA ALTERACAO. DATA EM BRANCO
      * VALE A DATA DE HOJE.
      *****************************************
       P350-ACEITA-CAMPOS.
      *****************************************

           DISPLAY 'SITUACAO (S=CONSENTE, N=RECUSA): '
           ACCEPT CONS-SITUACAO
           DISPLAY 'DATA DA COLETA (AAAAMMDD, BRANCO = HOJE): '
           MOVE SPACES                        TO WS-DATA-ENTRADA
           ACCEPT WS-DATA-ENTRADA
           DISPLAY 'CANAL (T=TELEFONE, E=E-MAIL, W=SITE, '
                   'P=PRESENCIAL, C=CONTRATO): '
           ACCEPT CONS-CANAL
           .

      *****************************************
      * EDICOES DO CONSENTIMENTO: SITUACAO E CANAL DENTRO DOS
      * CODIGOS, DATA NUMERICA E NAO POSTERIOR A HOJE - UM
      * CONSENTIMENTO "FUTURO" NAO E' PROVA DE NADA.
      *****************************************
       P360-VALIDA-CONSENTIMENTO.
      *****************************************

           SET CONSENTIMENTO-VALIDO           TO TRUE
           MOVE SPACES                        TO WS-MOTIVO-RECUSA

           ACCEPT WS-DATA-HOJE                 FROM DATE YYYYMMDD

           IF NOT CONS-SITUACAO-VALIDA
               SET CONSENTIMENTO-VALIDO       TO FALSE
               MOVE 'SITUACAO INVALIDA'       TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF NOT CONS-CANAL-VALIDO
               SET CONSENTIMENTO-VALIDO       TO FALSE
               MOVE 'CANAL INVALIDO'          TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-ENTRADA = SPACES
               MOVE WS-DATA-HOJE              TO CONS-DATA
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-ENTRADA IS NOT NUMERIC
               SET CONSENTIMENTO-VALIDO       TO FALSE
               MOVE 'DATA DA COLETA INVALIDA' TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-ENTRADA               TO CONS-DATA

           IF CONS-DATA > WS-DATA-HOJE
              OR CONS-DATA(5:2) < '01' OR CONS-DATA(5:2) > '12'
              OR CONS-DATA(7:2) < '01' OR CONS-DATA(7:2) > '31'
               SET CONSENTIMENTO-VALIDO       TO FALSE
               MOVE 'DATA DA COLETA INVALIDA' TO WS-MOTIVO-RECUSA
           END-IF
           .

      *****************************************
      * REGISTRA O CONSENTIMENTO DA FINALIDADE INFORMADA. REGISTRO
      * INVALIDO NAO E' GRAVADO.
      *****************************************
       P400-INCLUI.
      *****************************************

           MOVE SPACES                        TO WS-REG-CONSENT
           MOVE WS-NUM-CONSULTA               TO CONS-NUM-CLIENTE
           MOVE WS-FINALIDADE-CONSULTA        TO CONS-FINALIDADE

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P360-VALIDA-CONSENTIMENTO

           IF NOT CONSENTIMENTO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'INCLUSAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR                   TO CONS-OPERADOR
           ACCEPT CONS-DATA-ULT-ALT(1:8)       FROM DATE YYYYMMDD
           ACCEPT CONS-DATA-ULT-ALT(9:6)       FROM TIME

           WRITE WS-REG-CONSENT
               INVALID KEY
                   DISPLAY 'ERRO NA INCLUSAO: ' WS-FS-CONSENT
           END-WRITE

           IF WS-FS-CONSENT = '00'
               ADD 1                          TO WS-QT-INCLUIDOS
               DISPLAY 'CONSENTIMENTO REGISTRADO.'
               MOVE SPACES                    TO CHIS-IMAGEM-ANTES
               MOVE 'I'                       TO CHIS-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
      * NOVA COLETA PARA A MESMA FINALIDADE (CONFIRMACAO, RETIRADA
      * OU NOVO OPT-IN): O REGISTRO PASSA A REFLETIR A ULTIMA E A
      * ANTERIOR FICA NA IMAGEM-ANTES DA TRILHA.
      *****************************************
       P500-ALTERA.
      *****************************************

           MOVE WS-REG-CONSENT                TO WS-IMAGEM-ANTES

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P360-VALIDA-CONSENTIMENTO

           IF NOT CONSENTIMENTO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'ALTERACAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR                   TO CONS-OPERADOR
           ACCEPT CONS-DATA-ULT-ALT(1:8)       FROM DATE YYYYMMDD
           ACCEPT CONS-DATA-ULT-ALT(9:6)       FROM TIME

           REWRITE WS-REG-CONSENT
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO: ' WS-FS-CONSENT
           END-REWRITE

           IF WS-FS-CONSENT = '00'
               ADD 1                          TO WS-QT-ALTERADOS
               DISPLAY 'CONSENTIMENTO ALTERADO.'
               MOVE WS-IMAGEM-ANTES           TO CHIS-IMAGEM-ANTES
               MOVE 'A'                       TO CHIS-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
      * MONTA OS CAMPOS COMUNS DA TRILHA CONSHIST (CHAVE, PROGRAMA,
      * OPERADOR E IMAGEM POSTERIOR = REGISTRO RECEM-GRAVADO) E
      * GRAVA VIA ROTINA COMPARTILHADA. O CHAMADOR JA ARMOU
      * CHIS-OPERACAO E CHIS-IMAGEM-ANTES.
      *****************************************
       P390-GRAVA-HISTORICO.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO CHIS-NUM-CLIENTE
           MOVE WS-FINALIDADE-CONSULTA        TO CHIS-FINALIDADE
           MOVE 'DEMONSTRA-CONSMANUT'         TO CHIS-PROGRAMA
           MOVE WS-OPERADOR                   TO CHIS-OPERADOR
           MOVE WS-REG-CONSENT                TO CHIS-IMAGEM-DEPOIS
           PERFORM P-GRAVA-CONSHIST

      *    CADA MUDANCA APLICADA VIRA UM EVENTO ALTERA NO RUNLOG,
      *    COM A IDENTIDADE E A DATA-HORA.
           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONSMANUT'          TO RUNLOG-PROGRAMA
           MOVE 'ALTERA'                       TO RUNLOG-EVENTO
           MOVE WS-NUM-CONSULTA                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CONSENT NOT = '91' AND WS-FS-CONSENT NOT = '35'
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-CONSENTIMENTO
           END-IF

           IF (WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23')
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'CONSENTIM. INCLUIDOS.: ' WS-QT-INCLUIDOS
           DISPLAY 'CONSENTIM. ALTERADOS.: ' WS-QT-ALTERADOS
           DISPLAY 'OPERACOES RECUSADAS..: ' WS-QT-RECUSADOS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONSMANUT'          TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-INCLUIDOS
                   + WS-QT-ALTERADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY CONSHSPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CONSMANUT.
