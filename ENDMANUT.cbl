      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO ONLINE DOS ENDERECOS DO CLIENTE POR
      *          FINALIDADE (CLIEND: FATURAMENTO, ENTREGA E
      *          CORRESPONDENCIA), NO MESMO MOLDE DE
      *          DEMONSTRA-CLIMANUT: O OPERADOR SE IDENTIFICA,
      *          INFORMA O CLIENTE E O TIPO DE ENDERECO, O PROGRAMA
      *          EXIBE O ENDERECO DO TIPO (OU AVISA QUE VALE O DO
      *          CADASTRO) E PERMITE INCLUIR, ALTERAR OU EXCLUIR, COM
      *          IMAGENS ANTES/DEPOIS E O OPERADOR NA TRILHA ENDHIST.
      *          SO' CLIENTE CADASTRADO NO CLIMAST RECEBE ENDERECO. AS
      *          MUDANCAS RESPEITAM A JANELA DE LOTE (BATCHWIN) COMO
      *          AS DEMAIS TRANSACOES DE ATUALIZACAO.
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
       PROGRAM-ID. DEMONSTRA-ENDMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT ENDERECO-HISTORICO  ASSIGN TO 'ENDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENDHIST.

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
       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD ENDERECO-HISTORICO.
           COPY ENDHIST.

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
       77 WS-FS-CLIEND                       PIC X(02) VALUE '00'.
       77 WS-FS-ENDHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-CONSULTA                   PIC X(01) VALUE SPACE.
       77 WS-OPCAO-ACAO                      PIC X(01) VALUE SPACE.
       77 WS-QT-INCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ALTERADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-SW-ENDERECO-OK                  PIC X(01) VALUE 'S'.
           88 ENDERECO-VALIDO                VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-RECUSA                   PIC X(40) VALUE SPACES.
       77 WS-DESCR-TIPO                      PIC X(15) VALUE SPACES.

      *    IMAGEM DO REGISTRO ANTES DA ALTERACAO/EXCLUSAO, GUARDADA
      *    PARA A TRILHA ENDHIST ANTES DO OPERADOR SOBREPOR OS
      *    CAMPOS DA FD.
       01 WS-IMAGEM-ANTES                    PIC X(110).

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
      *    EVENTOS DO RUNLOG E EM CADA LINHA DA TRILHA ENDHIST.
           MOVE 'DEMONSTRA-ENDMANUT'          TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ENDMANUT'           TO RUNLOG-PROGRAMA
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

           OPEN I-O CLIENTE-ENDERECO

      *    STATUS 35 = AINDA NAO HA ENDERECOS: CRIA VAZIO E REABRE.
           IF WS-FS-CLIEND = '35'
               OPEN OUTPUT CLIENTE-ENDERECO
               CLOSE CLIENTE-ENDERECO
               OPEN I-O CLIENTE-ENDERECO
           END-IF

           IF WS-FS-CLIEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-ENDERECO: ' WS-FS-CLIEND
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

      *    O CLIMAST CONFIRMA QUE O CLIENTE EXISTE E MOSTRA O
      *    ENDERECO PADRAO, QUE VALE PARA O TIPO SEM LINHA PROPRIA.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF
           .

      *****************************************
      * UMA TRANSACAO POR VOLTA: LE O CLIENTE E O TIPO DE ENDERECO,
      * EXIBE O ENDERECO SE EXISTIR E EXECUTA A ACAO ESCOLHIDA PELO
      * OPERADOR. NUMERO ZERO ENCERRA A SESSAO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'ENDERECOS DO CLIENTE - INFORME O NUMERO '
                   'DO CLIENTE (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUM-CONSULTA

           IF WS-NUM-CONSULTA = ZEROS
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P300-TRATA-ENDERECO
           END-IF
           .

      *****************************************
      * CONFIRMA O CLIENTE NO CLIMAST, PEDE O TIPO E POSICIONA NO
      * ENDERECO DAQUELE TIPO: SE EXISTIR, EXIBE E OFERECE
      * ALTERAR/EXCLUIR; SE NAO EXISTIR, OFERECE INCLUIR.
      *****************************************
       P300-TRATA-ENDERECO.
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
           DISPLAY 'ENDERECO DO CADASTRO: ' WS-ENDERECO
                   ' - ' WS-CIDADE ' - ' WS-ESTADO

           DISPLAY 'TIPO (F=FATURAMENTO, E=ENTREGA, '
                   'C=CORRESPONDENCIA): '
           ACCEPT WS-TIPO-CONSULTA

           MOVE WS-NUM-CONSULTA               TO END-NUM-CLIENTE
           MOVE WS-TIPO-CONSULTA              TO END-TIPO

           IF NOT END-TIPO-VALIDO
               DISPLAY 'TIPO DE ENDERECO INVALIDO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P320-DESCREVE-TIPO

           READ CLIENTE-ENDERECO
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIEND = '00'
               PERFORM P310-EXIBE-ENDERECO

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
               DISPLAY 'SEM ENDERECO DE ' WS-DESCR-TIPO
                       ' - VALE O ENDERECO DO CADASTRO.'
               DISPLAY 'ACAO: I=INCLUIR  V=VOLTAR: '
               ACCEPT WS-OPCAO-ACAO

               IF WS-OPCAO-ACAO = 'I'
                   PERFORM P400-INCLUI
               END-IF
           END-IF
           .

      *****************************************
       P310-EXIBE-ENDERECO.
      *****************************************

           DISPLAY 'TIPO.......: ' END-TIPO ' - ' WS-DESCR-TIPO
           DISPLAY 'ENDERECO...: ' END-ENDERECO
           DISPLAY 'CIDADE.....: ' END-CIDADE
           DISPLAY 'ESTADO.....: ' END-ESTADO
           DISPLAY 'ULT. ALTER.: ' END-DATA-ULT-ALT
           .

      *****************************************
       P320-DESCREVE-TIPO.
      *****************************************

           EVALUATE TRUE
               WHEN END-FATURAMENTO
                   MOVE 'FATURAMENTO'         TO WS-DESCR-TIPO
               WHEN END-ENTREGA
                   MOVE 'ENTREGA'             TO WS-DESCR-TIPO
               WHEN END-CORRESPONDENCIA
                   MOVE 'CORRESPONDENCIA'     TO WS-DESCR-TIPO
           END-EVALUATE
           .

      *****************************************
      * ACEITA OS CAMPOS DO ENDERECO A PARTIR DO TERMINAL, PARA USO
      * TANTO NA INCLUSAO QUANTO NA ALTERACAO.
      *****************************************
       P350-ACEITA-CAMPOS.
      *****************************************

           DISPLAY 'ENDERECO...: '
           ACCEPT END-ENDERECO
           DISPLAY 'CIDADE.....: '
           ACCEPT END-CIDADE
           DISPLAY 'ESTADO.....: '
           ACCEPT END-ESTADO
           .

      *****************************************
      * EDICOES DO ENDERECO: OS TRES CAMPOS SAO OBRIGATORIOS - A
      * CIDADE DA ENTREGA DECIDE O IMPOSTO MUNICIPAL E O ESTADO DA
      * ENTREGA DECIDE A UF DO PEDIDO.
      *****************************************
       P360-VALIDA-ENDERECO.
      *****************************************

           SET ENDERECO-VALIDO                TO TRUE
           MOVE SPACES                        TO WS-MOTIVO-RECUSA

           IF END-ENDERECO = SPACES
               SET ENDERECO-VALIDO            TO FALSE
               MOVE 'ENDERECO NAO INFORMADO'  TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF END-CIDADE = SPACES
               SET ENDERECO-VALIDO            TO FALSE
               MOVE 'CIDADE NAO INFORMADA'    TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF END-ESTADO = SPACES
               SET ENDERECO-VALIDO            TO FALSE
               MOVE 'ESTADO NAO INFORMADO'    TO WS-MOTIVO-RECUSA
           END-IF
           .

      *****************************************
      * INCLUI O ENDERECO DO TIPO INFORMADO. ENDERECO INVALIDO NAO
      * E' GRAVADO.
      *****************************************
       P400-INCLUI.
      *****************************************

           MOVE SPACES                        TO WS-REG-CLIEND
           MOVE WS-NUM-CONSULTA               TO END-NUM-CLIENTE
           MOVE WS-TIPO-CONSULTA              TO END-TIPO

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P360-VALIDA-ENDERECO

           IF NOT ENDERECO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'INCLUSAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           ACCEPT END-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT END-DATA-ULT-ALT(9:6)        FROM TIME

           WRITE WS-REG-CLIEND
               INVALID KEY
                   DISPLAY 'ERRO NA INCLUSAO: ' WS-FS-CLIEND
           END-WRITE

           IF WS-FS-CLIEND = '00'
               ADD 1                          TO WS-QT-INCLUIDOS
               DISPLAY 'ENDERECO INCLUIDO.'
               MOVE SPACES                    TO EHIST-IMAGEM-ANTES
               MOVE 'I'                       TO EHIST-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
       P500-ALTERA.
      *****************************************

           MOVE WS-REG-CLIEND                 TO WS-IMAGEM-ANTES

           PERFORM P350-ACEITA-CAMPOS

           PERFORM P360-VALIDA-ENDERECO

           IF NOT ENDERECO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'ALTERACAO RECUSADA: ' WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           ACCEPT END-DATA-ULT-ALT(1:8)        FROM DATE YYYYMMDD
           ACCEPT END-DATA-ULT-ALT(9:6)        FROM TIME

           REWRITE WS-REG-CLIEND
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO: ' WS-FS-CLIEND
           END-REWRITE

           IF WS-FS-CLIEND = '00'
               ADD 1                          TO WS-QT-ALTERADOS
               DISPLAY 'ENDERECO ALTERADO.'
               MOVE WS-IMAGEM-ANTES           TO EHIST-IMAGEM-ANTES
               MOVE 'A'                       TO EHIST-OPERACAO
               PERFORM P390-GRAVA-HISTORICO
           END-IF
           .

      *****************************************
      * EXCLUI O ENDERECO DO TIPO: DALI EM DIANTE OS DOCUMENTOS
      * DAQUELE TIPO VOLTAM A USAR O ENDERECO DO CADASTRO.
      *****************************************
       P600-EXCLUI.
      *****************************************

           MOVE WS-REG-CLIEND                 TO WS-IMAGEM-ANTES

           DELETE CLIENTE-ENDERECO
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO: ' WS-FS-CLIEND
           END-DELETE

           IF WS-FS-CLIEND = '00'
               ADD 1                          TO WS-QT-EXCLUIDOS
               DISPLAY 'ENDERECO EXCLUIDO.'
               MOVE WS-IMAGEM-ANTES           TO EHIST-IMAGEM-ANTES
               MOVE 'E'                       TO EHIST-OPERACAO
               MOVE SPACES                    TO EHIST-IMAGEM-DEPOIS
               MOVE WS-NUM-CONSULTA           TO EHIST-NUM-CLIENTE
               MOVE WS-TIPO-CONSULTA          TO EHIST-TIPO
               MOVE 'DEMONSTRA-ENDMANUT'      TO EHIST-PROGRAMA
               MOVE WS-OPERADOR               TO EHIST-OPERADOR
               PERFORM P-GRAVA-ENDHIST
               PERFORM P395-REGISTRA-EVENTO
           END-IF
           .

      *****************************************
      * MONTA OS CAMPOS COMUNS DA TRILHA ENDHIST (CHAVE, PROGRAMA,
      * OPERADOR E IMAGEM POSTERIOR = REGISTRO RECEM-GRAVADO) E
      * GRAVA VIA ROTINA COMPARTILHADA. O CHAMADOR JA ARMOU
      * EHIST-OPERACAO E EHIST-IMAGEM-ANTES.
      *****************************************
       P390-GRAVA-HISTORICO.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO EHIST-NUM-CLIENTE
           MOVE WS-TIPO-CONSULTA              TO EHIST-TIPO
           MOVE 'DEMONSTRA-ENDMANUT'          TO EHIST-PROGRAMA
           MOVE WS-OPERADOR                   TO EHIST-OPERADOR
           MOVE WS-REG-CLIEND                 TO EHIST-IMAGEM-DEPOIS
           PERFORM P-GRAVA-ENDHIST

           PERFORM P395-REGISTRA-EVENTO
           .

      *****************************************
       P395-REGISTRA-EVENTO.
      *****************************************

      *    CADA MUDANCA APLICADA VIRA UM EVENTO ALTERA NO RUNLOG,
      *    COM A IDENTIDADE E A DATA-HORA.
           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ENDMANUT'           TO RUNLOG-PROGRAMA
           MOVE 'ALTERA'                       TO RUNLOG-EVENTO
           MOVE WS-NUM-CONSULTA                TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CLIEND NOT = '91' AND WS-FS-CLIEND NOT = '35'
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-ENDERECO
           END-IF

           IF (WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23')
              AND WS-OPERADOR NOT = SPACES
               CLOSE CLIENTE-MASTER
           END-IF

           DISPLAY 'ENDERECOS INCLUIDOS..: ' WS-QT-INCLUIDOS
           DISPLAY 'ENDERECOS ALTERADOS..: ' WS-QT-ALTERADOS
           DISPLAY 'ENDERECOS EXCLUIDOS..: ' WS-QT-EXCLUIDOS
           DISPLAY 'OPERACOES RECUSADAS..: ' WS-QT-RECUSADOS

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ENDMANUT'           TO RUNLOG-PROGRAMA
           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-INCLUIDOS
                   + WS-QT-ALTERADOS + WS-QT-EXCLUIDOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY ENDHSPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-ENDMANUT.
