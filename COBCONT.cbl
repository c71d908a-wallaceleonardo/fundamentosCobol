      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: TRABALHO ONLINE DA LISTA DE COBRANCA: O COBRADOR SE
      *          IDENTIFICA (A MESMA IDENTIFICACAO QUE AS REGRAS DO
      *          COBRREGR APONTAM), VE A SUA LISTA DA NOITE (COBWORK,
      *          EM ORDEM DE PRIORIDADE, COM '*' NOS CLIENTES JA
      *          CONTATADOS HOJE), ESCOLHE UM CLIENTE, VE OS
      *          PAGAMENTOS ATRASADOS DELE E REGISTRA O RESULTADO DO
      *          CONTATO NO LOG CONTLOG - NAO ATENDEU, NUMERO ERRADO,
      *          PROMETEU, RECUSOU OU PAGOU - COM A OBSERVACAO QUE
      *          ANTES IA PARA O PAPEL. O RESULTADO 'PROMETEU' TOMA A
      *          PROMESSA NO PAGAMENTO ESCOLHIDO EXATAMENTE COMO
      *          DEMONSTRA-PAGTOPROM (MARCA NO PAGTOPEND, LINHA 'A'
      *          NO PROMLOG, TRILHA PAGTOAUD COM ORIGEM PROMESSA) -
      *          AS CARTAS ESPERAM E A QUEBRA VOLTA PARA O CLISCORE
      *          PELO CAMINHO DE SEMPRE. MUDANCAS RESPEITAM A JANELA
      *          DE LOTE.
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
       PROGRAM-ID. DEMONSTRA-COBCONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT LISTA-TRABALHO      ASSIGN TO 'COBWORK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-COBWORK.

           SELECT CONTATO-LOG         ASSIGN TO 'CONTLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTLOG.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT PROMESSA-LOG        ASSIGN TO 'PROMLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PROMLOG.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

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
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD LISTA-TRABALHO.
           COPY COBLIST.

       FD CONTATO-LOG.
           COPY CONTLOG.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

      *    O LOG DA PROMESSA: 'A' TOMADA, 'Q' QUEBRADA (GRAVADA
      *    PELO GERADOR DE CARTAS NA RETOMADA).
       FD PROMESSA-LOG.
       01 WS-REG-PROMLOG.
           03 PRM-NUM-PAGTO                      PIC 9(06).
           03 PRM-NUM-CLIENTE                    PIC 9(06).
           03 PRM-DATA-PROMESSA                  PIC 9(08).
           03 PRM-VALOR                          PIC 9(07)V99.
           03 PRM-ACAO                           PIC X(01).
           03 PRM-OPERADOR                       PIC X(08).
           03 PRM-DATA-HORA                      PIC X(14).

       FD DATA-NEGOCIO.
           COPY DTNEG.

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
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-COBWORK                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOAUD                     PIC X(02) VALUE '00'.
       77 WS-FS-PROMLOG                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       77 WS-ORDEM-INF                       PIC 9(04) VALUE ZEROS.
       77 WS-QT-CONTATOS                     PIC 9(04) VALUE ZEROS.
       77 WS-QT-PROMESSAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-ATRASADOS                    PIC 9(03) VALUE ZEROS.
       77 WS-OBSERVACAO                      PIC X(40) VALUE SPACES.
       77 WS-RESULTADO                       PIC X(01) VALUE SPACE.
           88 RESULTADO-PROMETEU             VALUE 'P'.
           88 RESULTADO-VALIDO               VALUE 'N' 'E' 'P'
                                                   'R' 'G'.
       77 WS-SW-PROMESSA                     PIC X(01) VALUE 'N'.
           88 PROMESSA-TOMADA                VALUE 'S' FALSE 'N'.
       77 WS-NUM-PROMESSA                    PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PROMETIDO   PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC Z(08)9.99.

       77 WS-DATA                            PIC X(10) VALUE SPACES.
       77 WS-PROM-AAAAMMDD                   PIC 9(08) VALUE ZEROS.

      *    A LISTA DO COBRADOR NA NOITE (ATE 300 CLIENTES), COM A
      *    MARCA DOS JA CONTATADOS NA DATA DE NEGOCIO.
       77 WS-QT-LISTA                        PIC 9(03) VALUE ZEROS.
       77 WS-IX-LISTA                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-LISTA.
           03 WS-TAB-LISTA-ITEM        OCCURS 300 TIMES.
               05 WS-LST-ORDEM                PIC 9(04).
               05 WS-LST-NUM-CLIENTE          PIC 9(06).
               05 WS-LST-NOME                 PIC X(30).
               05 WS-LST-TELEFONE             PIC X(20).
               05 WS-LST-GRAU                 PIC X(01).
               05 WS-LST-QT-ATRASADOS         PIC 9(03).
               05 WS-LST-VALOR       PIC S9(09)V99 COMP-3.
               05 WS-LST-DIAS                 PIC 9(03).
               05 WS-LST-CONTATADO            PIC X(01).

           COPY DTVALID.
           COPY DTNEGWS.

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

           MOVE 'DEMONSTRA-COBCONT'           TO WS-SEN-PROGRAMA
           MOVE 'COBRADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'COBRADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COBCONT'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           IF JANELA-BLOQUEADA
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           OPEN I-O PAGTO-PENDENTES

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF OPERADOR-ENCERROU
               EXIT PARAGRAPH
           END-IF

           PERFORM P050-CARREGA-LISTA
           PERFORM P060-MARCA-CONTATADOS

           IF WS-QT-LISTA = ZEROS
               DISPLAY 'NENHUM CLIENTE NA LISTA DE ' WS-OPERADOR
                       ' NESTA DATA.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           ELSE
               PERFORM P100-EXIBE-LISTA
           END-IF
           .

      *****************************************
      * SO' AS LINHAS DO COBRADOR DA SESSAO, NA ORDEM GRAVADA PELO
      * LOTE (PRIORIDADE DECRESCENTE).
      *****************************************
       P050-CARREGA-LISTA.
      *****************************************

           OPEN INPUT LISTA-TRABALHO

           IF WS-FS-COBWORK NOT = '00'
               DISPLAY 'LISTA DE TRABALHO INDISPONIVEL: '
                       WS-FS-COBWORK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-COBWORK NOT = '00'
                      OR WS-QT-LISTA = 300
               READ LISTA-TRABALHO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-COBWORK = '00'
                  AND CWK-COBRADOR = WS-OPERADOR
                   ADD 1                      TO WS-QT-LISTA
                   MOVE CWK-ORDEM
                       TO WS-LST-ORDEM(WS-QT-LISTA)
                   MOVE CWK-NUM-CLIENTE
                       TO WS-LST-NUM-CLIENTE(WS-QT-LISTA)
                   MOVE CWK-NOME
                       TO WS-LST-NOME(WS-QT-LISTA)
                   MOVE CWK-TELEFONE
                       TO WS-LST-TELEFONE(WS-QT-LISTA)
                   MOVE CWK-GRAU
                       TO WS-LST-GRAU(WS-QT-LISTA)
                   MOVE CWK-QT-ATRASADOS
                       TO WS-LST-QT-ATRASADOS(WS-QT-LISTA)
                   MOVE CWK-VALOR-ATRASO
                       TO WS-LST-VALOR(WS-QT-LISTA)
                   MOVE CWK-DIAS-ATRASO
                       TO WS-LST-DIAS(WS-QT-LISTA)
                   MOVE 'N'
                       TO WS-LST-CONTATADO(WS-QT-LISTA)
               END-IF
           END-PERFORM

           CLOSE LISTA-TRABALHO
           .

      *****************************************
      * QUEM JA FOI CONTATADO HOJE POR ESTE COBRADOR (SESSAO
      * ANTERIOR NO MESMO DIA) SAI MARCADO NA LISTA.
      *****************************************
       P060-MARCA-CONTATADOS.
      *****************************************

           OPEN INPUT CONTATO-LOG

           IF WS-FS-CONTLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTLOG NOT = '00'
               READ CONTATO-LOG
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTLOG = '00'
                  AND CTT-COBRADOR = WS-OPERADOR
                  AND CTT-DATA-NEGOCIO = WS-DATA-NEGOCIO
                   PERFORM VARYING WS-IX-LISTA FROM 1 BY 1
                           UNTIL WS-IX-LISTA > WS-QT-LISTA
                       IF WS-LST-NUM-CLIENTE(WS-IX-LISTA) =
                          CTT-NUM-CLIENTE
                           MOVE 'S'
                             TO WS-LST-CONTATADO(WS-IX-LISTA)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE CONTATO-LOG
           .

      *****************************************
       P100-EXIBE-LISTA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'LISTA DE ' WS-OPERADOR ' - ' WS-QT-LISTA
                   ' CLIENTE(S), POR PRIORIDADE (* = CONTATADO HOJE)'

           PERFORM VARYING WS-IX-LISTA FROM 1 BY 1
                   UNTIL WS-IX-LISTA > WS-QT-LISTA
               MOVE WS-LST-VALOR(WS-IX-LISTA) TO WS-VALOR-ED
               IF WS-LST-CONTATADO(WS-IX-LISTA) = 'S'
                   DISPLAY '* '
                           WS-LST-ORDEM(WS-IX-LISTA) ' '
                           WS-LST-NUM-CLIENTE(WS-IX-LISTA) ' '
                           WS-LST-NOME(WS-IX-LISTA)(1:20) ' '
                           WS-VALOR-ED ' '
                           WS-LST-DIAS(WS-IX-LISTA) 'D '
                           WS-LST-TELEFONE(WS-IX-LISTA)
               ELSE
                   DISPLAY '  '
                           WS-LST-ORDEM(WS-IX-LISTA) ' '
                           WS-LST-NUM-CLIENTE(WS-IX-LISTA) ' '
                           WS-LST-NOME(WS-IX-LISTA)(1:20) ' '
                           WS-VALOR-ED ' '
                           WS-LST-DIAS(WS-IX-LISTA) 'D '
                           WS-LST-TELEFONE(WS-IX-LISTA)
               END-IF
           END-PERFORM
           .

      *****************************************
       P200-PROCESSA.
      *****************************************

           DISPLAY ' '
           DISPLAY 'ORDEM DO CLIENTE NA LISTA (ZEROS PARA ENCERRAR, '
                   '9999 PARA LISTAR DE NOVO): '
           ACCEPT WS-ORDEM-INF

           EVALUATE WS-ORDEM-INF
               WHEN ZEROS
                   MOVE 'S'                   TO WS-SW-ENCERRA
               WHEN 9999
                   PERFORM P100-EXIBE-LISTA
               WHEN OTHER
                   PERFORM VARYING WS-IX-LISTA FROM 1 BY 1
                           UNTIL WS-IX-LISTA > WS-QT-LISTA
                       IF WS-LST-ORDEM(WS-IX-LISTA) = WS-ORDEM-INF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-IX-LISTA > WS-QT-LISTA
                       DISPLAY 'ORDEM ' WS-ORDEM-INF
                               ' FORA DA SUA LISTA.'
                   ELSE
                       PERFORM P300-TRABALHA-CLIENTE
                   END-IF
           END-EVALUATE
           .

      *****************************************
      * MOSTRA O CLIENTE E OS PAGAMENTOS ATRASADOS, ACEITA O
      * RESULTADO DO CONTATO E GRAVA O LOG.
      *****************************************
       P300-TRABALHA-CLIENTE.
      *****************************************

           DISPLAY ' '
           DISPLAY 'CLIENTE....: ' WS-LST-NUM-CLIENTE(WS-IX-LISTA)
                   ' ' WS-LST-NOME(WS-IX-LISTA)
           DISPLAY 'TELEFONE...: ' WS-LST-TELEFONE(WS-IX-LISTA)
           DISPLAY 'GRAU.......: ' WS-LST-GRAU(WS-IX-LISTA)

           PERFORM P310-LISTA-ATRASADOS

           IF WS-QT-ATRASADOS = ZEROS
               DISPLAY 'NENHUM PAGAMENTO ATRASADO AGORA (JA PAGO OU '
                       'BAIXADO DESDE A LISTA DA NOITE).'
           END-IF

           DISPLAY 'RESULTADO: N=NAO ATENDEU  E=NUMERO ERRADO  '
                   'P=PROMETEU  R=RECUSOU  G=PAGOU  '
                   '(BRANCO = VOLTAR): '
           MOVE SPACE                         TO WS-RESULTADO
           ACCEPT WS-RESULTADO

           IF WS-RESULTADO = SPACE
               EXIT PARAGRAPH
           END-IF

           IF NOT RESULTADO-VALIDO
               DISPLAY 'RESULTADO INVALIDO: ' WS-RESULTADO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-NUM-PROMESSA
           IF RESULTADO-PROMETEU
               PERFORM P400-TOMA-PROMESSA
               IF NOT PROMESSA-TOMADA
                   DISPLAY 'CONTATO NAO REGISTRADO - PROMESSA NAO '
                           'TOMADA.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'OBSERVACAO (ATE 40 POSICOES): '
           MOVE SPACES                        TO WS-OBSERVACAO
           ACCEPT WS-OBSERVACAO

           PERFORM P600-GRAVA-CONTLOG
           .

      *****************************************
       P310-LISTA-ATRASADOS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-ATRASADOS
           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE WS-LST-NUM-CLIENTE(WS-IX-LISTA) TO PAGTO-NUM-CLIENTE

           START PAGTO-PENDENTES KEY = PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-PENDENTES NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF PAGTO-NUM-CLIENTE NOT =
                      WS-LST-NUM-CLIENTE(WS-IX-LISTA)
                       SET FIM-DO-ARQUIVO     TO TRUE
                   ELSE
                       IF PAGTO-ATRASADO
                           ADD 1              TO WS-QT-ATRASADOS
                           MOVE PAGTO-VALOR   TO WS-VALOR-ED
                           IF PAGTO-COM-PROMESSA
                               DISPLAY '  PAGTO ' PAGTO-NUMERO ' '
                                       WS-VALOR-ED ' VENC '
                                       PAGTO-DATA-VENC ' '
                                       PAGTO-DIAS-ATRASO
                                       'D  PROMESSA ATE '
                                       PAGTO-DATA-PROMESSA
                           ELSE
                               DISPLAY '  PAGTO ' PAGTO-NUMERO ' '
                                       WS-VALOR-ED ' VENC '
                                       PAGTO-DATA-VENC ' '
                                       PAGTO-DIAS-ATRASO 'D'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * A PROMESSA DO CONTATO, COM AS MESMAS REGRAS DE
      * DEMONSTRA-PAGTOPROM: SO' SOBRE PAGAMENTO ATRASADO DO
      * PROPRIO CLIENTE, SEM PROMESSA ATIVA, DATA NAO NO PASSADO.
      *****************************************
       P400-TOMA-PROMESSA.
      *****************************************

           SET PROMESSA-TOMADA                TO FALSE

           DISPLAY 'NUMERO DO PAGAMENTO PROMETIDO: '
           ACCEPT WS-NUM-PROMESSA

           MOVE WS-NUM-PROMESSA               TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   DISPLAY 'PAGAMENTO ' WS-NUM-PROMESSA
                           ' NAO ENCONTRADO.'
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = WS-LST-NUM-CLIENTE(WS-IX-LISTA)
               DISPLAY 'PAGAMENTO DE OUTRO CLIENTE (' PAGTO-NUM-CLIENTE
                       ').'
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-ATRASADO
               DISPLAY 'PROMESSA SO' ' SOBRE PAGAMENTO ATRASADO '
                       '(SITUACAO ' WS-PAGTO ').'
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-COM-PROMESSA
               DISPLAY 'JA HA PROMESSA ATIVA ATE '
                       PAGTO-DATA-PROMESSA '.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA PROMETIDA (DD/MM/AAAA): '
           ACCEPT WS-DATA
           PERFORM P-VALIDA-DATA

           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' WS-DATA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PROM-AAAAMMDD =
                   WS-DTV-ANO * 10000
                 + WS-DTV-MES * 100
                 + WS-DTV-DIA

           IF WS-PROM-AAAAMMDD < WS-DATA-NEGOCIO
               DISPLAY 'DATA PROMETIDA NO PASSADO - RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'VALOR PROMETIDO: '
           ACCEPT WS-VALOR-PROMETIDO

           MOVE 'S'                           TO PAGTO-SW-PROMESSA
           MOVE WS-PROM-AAAAMMDD              TO PAGTO-DATA-PROMESSA

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                           PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
           END-REWRITE

           IF WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET PROMESSA-TOMADA                TO TRUE
           ADD 1                              TO WS-QT-PROMESSAS
           DISPLAY 'PROMESSA REGISTRADA ATE ' PAGTO-DATA-PROMESSA '.'

           MOVE 'A'                           TO PRM-ACAO
           PERFORM P500-GRAVA-PROMLOG

      *    A PROMESSA NAO MUDA A SITUACAO, MAS FICA NA TRILHA.
           MOVE PAGTO-NUMERO                  TO AUDIT-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO AUDIT-NUM-CLIENTE
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-ANTERIOR
           MOVE WS-PAGTO                      TO AUDIT-SITUACAO-NOVA
           MOVE 'PROMESSA'                    TO AUDIT-ORIGEM
           PERFORM P-GRAVA-PAGTOAUD
           .

      *****************************************
       P500-GRAVA-PROMLOG.
      *****************************************

           OPEN EXTEND PROMESSA-LOG

           IF WS-FS-PROMLOG = '35'
               OPEN OUTPUT PROMESSA-LOG
           END-IF

           IF WS-FS-PROMLOG = '00'
               MOVE PAGTO-NUMERO              TO PRM-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO PRM-NUM-CLIENTE
               MOVE PAGTO-DATA-PROMESSA       TO PRM-DATA-PROMESSA
               MOVE WS-VALOR-PROMETIDO        TO PRM-VALOR
               MOVE WS-OPERADOR               TO PRM-OPERADOR
               ACCEPT PRM-DATA-HORA(1:8)      FROM DATE YYYYMMDD
               ACCEPT PRM-DATA-HORA(9:6)      FROM TIME
               WRITE WS-REG-PROMLOG
               CLOSE PROMESSA-LOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O PROMLOG: ' WS-FS-PROMLOG
           END-IF
           .

      *****************************************
       P600-GRAVA-CONTLOG.
      *****************************************

           OPEN EXTEND CONTATO-LOG

           IF WS-FS-CONTLOG = '35'
               OPEN OUTPUT CONTATO-LOG
           END-IF

           IF WS-FS-CONTLOG NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTLOG: ' WS-FS-CONTLOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR                   TO CTT-COBRADOR
           MOVE WS-LST-NUM-CLIENTE(WS-IX-LISTA) TO CTT-NUM-CLIENTE
           MOVE WS-RESULTADO                  TO CTT-RESULTADO
           IF CTT-PROMETEU
               MOVE WS-NUM-PROMESSA           TO CTT-NUM-PAGTO
           ELSE
               MOVE ZEROS                     TO CTT-NUM-PAGTO
           END-IF
           MOVE WS-DATA-NEGOCIO               TO CTT-DATA-NEGOCIO
           ACCEPT CTT-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT CTT-DATA-HORA(9:6)          FROM TIME
           MOVE WS-OBSERVACAO                 TO CTT-OBSERVACAO
           WRITE WS-REG-CONTLOG
           CLOSE CONTATO-LOG

           MOVE 'S'                     TO WS-LST-CONTATADO(WS-IX-LISTA)
           ADD 1                              TO WS-QT-CONTATOS
           DISPLAY 'CONTATO REGISTRADO.'
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND NOT = '91' AND WS-FS-PAGTOPEND NOT = '35'
               CLOSE PAGTO-PENDENTES
           END-IF

           DISPLAY 'CONTATOS REGISTRADOS.: ' WS-QT-CONTATOS
           DISPLAY 'PROMESSAS TOMADAS....: ' WS-QT-PROMESSAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONTATOS                 TO RUNLOG-QT-PROCESSADOS
           MOVE WS-OPERADOR                    TO RUNLOG-OPERADOR
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY DTVALPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY DTNEGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-COBCONT.
