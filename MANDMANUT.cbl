      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO ONLINE DOS MANDATOS DE DEBITO AUTOMATICO
      *          (MANDATO), NO MESMO MOLDE DE DEMONSTRA-CLIMANUT: O
      *          OPERADOR SE IDENTIFICA, INFORMA UM NUMERO DE
      *          CLIENTE, O PROGRAMA EXIBE O MANDATO E PERMITE
      *          INCLUIR, ALTERAR OU EXCLUIR, COM IMAGENS
      *          ANTES/DEPOIS E O OPERADOR NA TRILHA MANDHIST. SO'
      *          CLIENTE CADASTRADO NO CLIMAST RECEBE MANDATO. AS
      *          MUDANCAS RESPEITAM A JANELA DE LOTE (BATCHWIN) COMO
      *          AS DEMAIS TRANSACOES DE ATUALIZACAO. REATIVAR UM
      *          MANDATO SUSPENSO ZERA AS RECUSAS CONSECUTIVAS.
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
       PROGRAM-ID. DEMONSTRA-MANDMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATO-MASTER      ASSIGN TO 'MANDATO'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MAND-NUM-CLIENTE
                                       FILE STATUS WS-FS-MANDATO.

           SELECT MANDATO-HISTORICO   ASSIGN TO 'MANDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MANDHIST.

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
       FD MANDATO-MASTER.
           COPY MANDATO.

       FD MANDATO-HISTORICO.
           COPY MANDHIST.

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
       77 WS-FS-MANDATO                      PIC X(02) VALUE '00'.
       77 WS-FS-MANDHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-INCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
       77 WS-SW-MANDATO-OK                   PIC X(01) VALUE 'S'.
           88 MANDATO-VALIDO                 VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.
       77 WS-DATA-TESTE                      PIC 9(08) VALUE ZEROS.
       77 WS-DATA                            PIC X(10) VALUE SPACES.

      *    IMAGEM DO REGISTRO ANTES DA ALTERACAO/EXCLUSAO, GUARDADA
      *    PARA A TRILHA MANDHIST ANTES DO OPERADOR SOBREPOR OS
      *    CAMPOS DA FD.
       01 WS-IMAGEM-ANTES                    PIC X(80).

           COPY DTVALID.

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
      *    EVENTOS DO RUNLOG E EM CADA LINHA DA TRILHA MANDHIST.
           MOVE 'DEMONSTRA-MANDMANUT'         TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-MANDMANUT'          TO RUNLOG-PROGRAMA
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

           OPEN I-O MANDATO-MASTER

      *    STATUS 35 = AINDA NAO HA MANDATOS: CRIA VAZIO E REABRE.
           IF WS-FS-MANDATO = '35'
               OPEN OUTPUT MANDATO-MASTER
               CLOSE MANDATO-MASTER
               OPEN I-O MANDATO-MASTER
           END-IF

           IF WS-FS-MANDATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR MANDATO-MASTER: ' WS-FS-MANDATO
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

      *    O CLIMAST SO' CONFIRMA QUE O CLIENTE EXISTE - SEM ELE
      *    NENHUM MANDATO NOVO PODE SER CONFERIDO.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
      * UMA TRANSACAO POR VOLTA: LE O NUMERO DO CLIENTE, EXIBE O
      * MANDATO SE EXISTIR E EXECUTA A ACAO ESCOLHIDA PELO
      * OPERADOR. NUMERO ZERO ENCERRA A SESSAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'MANDATOS DE DEBITO AUTOMATICO - INFORME O NUMERO '
                   'DO CLIENTE (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUM-CONSULTA

           IF WS-NUM-CONSULTA = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P300-TRATA-MANDATO
           END-IF
           .

      *****************************************
      * POSICIONA NO MANDATO DO CLIENTE INFORMADO: SE EXISTIR, EXIBE
      * E OFERECE ALTERAR/EXCLUIR; SE NAO EXISTIR, OFERECE INCLUIR -
      * DESDE QUE O CLIENTE ESTEJA CADASTRADO.
      *****************************************
       P300-TRATA-MANDATO.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO MAND-NUM-CLIENTE

           READ MANDATO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-MANDATO = '00'
               PERFORM P310-EXIBE-MANDATO

               DISPLAY 'ACAO: A=ALTERAR  E=EXCLUIR  V=VOLTAR: '
               ACCEPT WS-OPCAO-ACAO

               EVALUATE WS-OPCAO-ACAO
                   WHEN 'A'
                       PERFORM P500-ALTERA
                   WHEN 'E'
                       PERFORM P600-EXCLUI
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE WS-NUM-CONSULTA           TO WS-NUM-CLIENTE
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
               DISPLAY 'SEM MANDATO DE DEBITO AUTOMATICO.'
               DISPLAY 'ACAO: I=INCLUIR  V=VOLTAR: '
               ACCEPT WS-OPCAO-ACAO

               IF WS-OPCAO-ACAO = 'I'
                   PERFORM P400-INCLUI
               END-IF
           END-IF
           .

      *****************************************
       P310-EXIBE-MANDATO.
      *****************************************

           DISPLAY 'CLIENTE....: ' MAND-NUM-CLIENTE
           DISPLAY 'BANCO......: ' MAND-BANCO
           DISPLAY 'AGENCIA....: ' MAND-AGENCIA
           DISPLAY 'CONTA......: ' MAND-CONTA
           DISPLAY 'VIGENCIA...: ' MAND-DATA-INICIO
                   ' A ' MAND-DATA-FIM
           EVALUATE TRUE
               WHEN MAND-ATIVO
                   DISPLAY 'SITUACAO...: ATIVO'
               WHEN MAND-SUSPENSO
                   DISPLAY 'SITUACAO...: SUSPENSO'
               WHEN MAND-CANCELADO
                   DISPLAY 'SITUACAO...: CANCELADO'
               WHEN OTHER
                   DISPLAY 'SITUACAO...: ' MAND-SITUACAO
           END-EVALUATE
           IF MAND-QT-FALHAS > ZEROS
               DISPLAY 'RECUSAS....: ' MAND-QT-FALHAS
                       ' CONSECUTIVA(S), ULTIMA EM '
                       MAND-DATA-ULT-FALHA
                       ' (COD ' MAND-COD-ULT-FALHA ')'
           END-IF
           .

      *****************************************
      * ACEITA OS CAMPOS DO MANDATO A PARTIR DO TERMINAL, PARA USO
      * TANTO NA INCLUSAO QUANTO NA ALTERACAO.
      *****************************************
       P350-ACEITA-CAMPOS.
      *****************************************

           DISPLAY 'BANCO (CODIGO DE 3 DIGITOS): '
           ACCEPT MAND-BANCO
           DISPLAY 'AGENCIA..........: '
           ACCEPT MAND-AGENCIA
           DISPLAY 'CONTA COM DIGITO.: '
           ACCEPT MAND-CONTA
           DISPLAY 'INICIO (AAAAMMDD): '
           ACCEPT MAND-DATA-INICIO
           DISPLAY 'FIM (AAAAMMDD, ZEROS = SEM PRAZO): '
           ACCEPT MAND-DATA-FIM
           DISPLAY 'SITUACAO (A=ATIVO, S=SUSPENSO, C=CANCELADO): '
           ACCEPT MAND-SITUACAO
           .

      *****************************************
      * EDICOES DO MANDATO: CONTA COMPLETA, VIGENCIA COM DATAS
      * VALIDAS (FIM ZERADO = SEM PRAZO, SENAO NAO ANTERIOR AO
      * INICIO) E SITUACAO CONHECIDA.
      *****************************************
       P360-VALIDA-MANDATO.
      *****************************************

           SET MANDATO-VALIDO                 TO TRUE
           MOVE SPACES                        TO WS-MOTIVO-RECUSA

           IF MAND-BANCO IS NOT NUMERIC
               SET MANDATO-VALIDO             TO FALSE
               MOVE 'BANCO INVALIDO'          TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF MAND-AGENCIA = SPACES OR MAND-CONTA = SPACES
               SET MANDATO-VALIDO             TO FALSE
               MOVE 'AGENCIA/CONTA NAO INFORMADA'
                                               TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE MAND-DATA-INICIO              TO WS-DATA-TESTE
           PERFORM P370-VALIDA-DATA-MANDATO
           IF NOT DATA-VALIDA
               SET MANDATO-VALIDO             TO FALSE
               MOVE 'DATA DE INICIO INVALIDA' TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF MAND-DATA-FIM IS NOT NUMERIC
               SET MANDATO-VALIDO             TO FALSE
               MOVE 'DATA DE FIM INVALIDA'    TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF MAND-DATA-FIM NOT = ZEROS
               MOVE MAND-DATA-FIM             TO WS-DATA-TESTE
               PERFORM P370-VALIDA-DATA-MANDATO
               IF NOT DATA-VALIDA
                  OR MAND-DATA-FIM < MAND-DATA-INICIO
                   SET MANDATO-VALIDO         TO FALSE
                   MOVE 'DATA DE FIM INVALIDA'
                                               TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF NOT MAND-ATIVO AND NOT MAND-SUSPENSO
              AND NOT MAND-CANCELADO
               SET MANDATO-VALIDO             TO FALSE
               MOVE 'SITUACAO INVALIDA'       TO WS-MOTIVO-RECUSA
           END-IF
           .

      *****************************************
      * A DATA AAAAMMDD EM WS-DATA-TESTE E' REMONTADA EM DD/MM/AAAA
      * PARA A ROTINA COMPARTILHADA P-VALIDA-DATA.
      *****************************************
       P370-VALIDA-DATA-MANDATO.
      *****************************************

           IF WS-DATA-TESTE IS NOT NUMERIC OR WS-DATA-TESTE = ZEROS
               SET DATA-VALIDA                TO FALSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-DATA
           STRING WS-DATA-TESTE(7:2) DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-DATA-TESTE(5:2) DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-DATA-TESTE(1:4) DELIMITED BY SIZE
                  INTO WS-DATA
           END-STRING
           PERFORM P-VALIDA-DATA
           .

      *****************************************
      * INCLUI O MANDATO DO CLIENTE EXIBIDO, COM AS RECUSAS
      * ZERADAS. MANDATO INVALIDO NAO E' GRAVADO.
      *****************************************
       P400-INCLUI.
      *****************************************

           MOVE SPACES                        TO WS-REG-MANDATO
           MOVE WS-NUM-CONSULTA               TO MAND-NUM-CLIENTE

           PERFORM P350-ACEITA-CAMPOS

           MOVE ZEROS                         TO MAND-QT-FALHAS
           MOVE ZEROS                         TO MAND-DATA-ULT-FALHA
           MOVE SPACES                        TO MAND-COD-ULT-FALHA

           PERFORM P360-VALIDA-MANDATO

           IF NOT MANDATO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'INCLUSAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           WRITE WS-REG-MANDATO
               INVALID KEY
                   DISPLAY 'ERRO NA INCLUSAO: ' WS-FS-MANDATO
           END-WRITE

           IF WS-FS-MANDATO = '00'
               ADD 1                          TO WS-QT-INCLUIDOS
               DISPLAY 'MANDATO INCLUIDO.'
               MOVE SPACES                    TO MHIST-IMAGEM-ANTES
               MOVE 'I'                       TO MHIST-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
      * ALTERA O MANDATO EXIBIDO. A VOLTA PARA ATIVO DE UM MANDATO
      * SUSPENSO OU CANCELADO ZERA AS RECUSAS CONSECUTIVAS - SENAO
      * A PRIMEIRA RECUSA SEGUINTE JA O SUSPENDERIA DE NOVO.
      *****************************************
       P500-ALTERA.
      *****************************************

           MOVE WS-REG-MANDATO                TO WS-IMAGEM-ANTES
           MOVE MAND-SITUACAO                 TO WS-SITUACAO-ANTERIOR

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P360-VALIDA-MANDATO

           IF NOT MANDATO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'ALTERACAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF MAND-ATIVO AND WS-SITUACAO-ANTERIOR NOT = 'A'
               MOVE ZEROS                     TO MAND-QT-FALHAS
           END-IF

           REWRITE WS-REG-MANDATO
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO: ' WS-FS-MANDATO
           END-REWRITE

           IF WS-FS-MANDATO = '00'
               ADD 1                          TO WS-QT-ALTERADOS
               DISPLAY 'MANDATO ALTERADO.'
               MOVE WS-IMAGEM-ANTES           TO MHIST-IMAGEM-ANTES
               MOVE 'A'                       TO MHIST-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
       P600-EXCLUI.
      *****************************************

           MOVE WS-REG-MANDATO                TO WS-IMAGEM-ANTES

           DELETE MANDATO-MASTER
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO: ' WS-FS-MANDATO
           END-DELETE

           IF WS-FS-MANDATO = '00'
               ADD 1                          TO WS-QT-EXCLUIDOS
               DISPLAY 'MANDATO EXCLUIDO.'
               MOVE WS-IMAGEM-ANTES           TO MHIST-IMAGEM-ANTES
               MOVE 'E'                       TO MHIST-OPERACAO
               MOVE SPACES                    TO MHIST-IMAGEM-DEPOIS
               MOVE WS-NUM-CONSULTA           TO MHIST-NUM-CLIENTE
               MOVE 'DEMONSTRA-MANDMANUT'     TO MHIST-PROGRAMA
               MOVE WS-OPERADOR               TO MHIST-OPERADOR
               PERFORM P-GRAVA-MANDHIST
               PERFORM P395-REGISTRA-EVENTO
           END-IF
           .

      *****************************************
      * MONTA OS CAMPOS COMUNS DA TRILHA MANDHIST (CHAVE, PROGRAMA,
      * OPERADOR E IMAGEM POSTERIOR = REGISTRO RECEM-GRAVADO) E
      * GRAVA VIA ROTINA COMPARTILHADA. O CHAMADOR JA ARMOU
      * MHIST-OPERACAO E MHIST-IMAGEM-ANTES.
      *****************************************
       P390-GRAVA-HISTORICO.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO MHIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-MANDMANUT'         TO MHIST-PROGRAMA
           MOVE WS-OPERADOR                   TO MHIST-OPERADOR
           MOVE WS-REG-MANDATO                TO MHIST-IMAGEM-DEPOIS
           PERFORM P-GRAVA-MANDHIST

           PERFORM P395-REGISTRA-EVENTO
           .

      *****************************************
       P395-REGISTRA-EVENTO.
      *****************************************

      *    CADA MUDANCA APLICADA VIRA UM EVENTO ALTERA NO RUNLOG,
      *    COM A IDENTIDADE E A DATA-HORA.
           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-MANDMANUT'          TO RUNLOG-PROGRAMA
           MOVE 'ALTERA'                       TO RUNLOG-EVENTO
           MOVE WS-NUM-CONSULTA                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-MANDATO NOT = '91' AND WS-FS-MANDATO NOT = '35'
              AND WS-OPERADOR NOT = SPACES
               CLOSE MANDATO-MASTER
           END-IF

           IF (WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23')
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'MANDATOS INCLUIDOS...: ' WS-QT-INCLUIDOS
           DISPLAY 'MANDATOS ALTERADOS...: ' WS-QT-ALTERADOS
           DISPLAY 'MANDATOS EXCLUIDOS...: ' WS-QT-EXCLUIDOS
           DISPLAY 'OPERACOES RECUSADAS..: ' WS-QT-RECUSADOS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-MANDMANUT'          TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-INCLUIDOS
                   + WS-QT-ALTERADOS + WS-QT-EXCLUIDOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY DTVALPR.
           COPY MANDHSPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-MANDMANUT.
