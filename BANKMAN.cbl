      *                    ENVELHECIDOS PASSOU A SER GRAVADO TAMBEM
      *                    PELA NOITE (DEMONSTRA-BANKRET) - O DA
      *                    SESSAO SO' SAIA SE ALGUEM ABRISSE A TELA
      *   15/10/2026 WT - BUSCA PELA LINHA DIGITAVEL (ACAO 'L'): O
      *                    OPERADOR DIGITA A LINHA DO COMPROVANTE DO
      *                    CLIENTE, OS DIGITOS SAO CONFERIDOS
      *                    (COPY/BOLETOPR.CPY) E O PAGAMENTO DO NOSSO
      *                    NUMERO E' MOSTRADO, COM AVISO QUANDO O
      *                    VALOR OU O VENCIMENTO DA LINHA NAO BATEM
      *                    COM O PAGAMENTO OU COM O ITEM
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      *   15/10/2026 WT - LOG DAS APLICACOES MANUAIS (BANKAPLOG,
      *                    COPY/BANKAPL.CPY): O PAGAMENTO QUE O
      *                    RETORNO CITAVA E O CLIENTE DELE, O
      *                    PAGAMENTO EM QUE O OPERADOR APLICOU, O
      *                    VALOR E QUEM - A TRILHA PAGTOAUD SO' GUARDA
      *                    O PAGAMENTO APLICADO
      *   15/10/2026 WT - O PARCMOV GANHA A PARTE DE MORA DA
      *                    APLICACAO PARCIAL, PARA O EXTRATO CONTABIL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-BANKMAN.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGTOAUD.

           SELECT BANK-APLICACOES     ASSIGN TO 'BANKAPLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-BANKAPL.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.
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
       FD EXCECOES-DETALHE.
       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD BANK-APLICACOES.
           COPY BANKAPL.

       FD ERRLOG.
           COPY ERRLOG.

           03 PARC-NUM-CLIENTE                   PIC 9(06).
           03 PARC-VALOR                         PIC 9(09)V99.
           03 PARC-DATA                          PIC 9(08).
      *    PARTE DO VALOR QUE QUITOU MORA (PAGTO-JUROS-ACUM).
           03 PARC-MORA                          PIC 9(09)V99.

      *    HISTORICO ACUMULADO DAS PARCIAIS (NUNCA ZERADO), PARA O
      *    EXTRATO MENSAL DO CLIENTE.
           03 AUTH-OPERADOR                      PIC X(08).
           03 AUTH-PROGRAMA                      PIC X(20).

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.

           COPY BATWINWS.
       77 WS-FS-SUSPENSO                     PIC X(02) VALUE '00'.
       77 WS-FS-PARCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-BANKAPL                      PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
       77 WS-QT-VELHOS                       PIC 9(03) VALUE ZEROS.
       77 WS-NUM-CONSULTA                    PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
      *    CLIENTE DO PAGAMENTO CITADO PELO RETORNO (ZEROS SE O
      *    NUMERO NAO EXISTE NO PAGTOPEND) E O TIPO DA APLICACAO,
      *    PARA O LOG BANKAPLOG.
       77 WS-CLIENTE-RETORNO                 PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-APLICACAO                  PIC X(01) VALUE SPACE.
       77 WS-VALOR-ED                        PIC -(07)9.99.
       77 WS-RESIDUAL-ED                     PIC -(07)9.99.
       77 WS-MORA-APLICADA     PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    ITENS DO BANKEXCD EM TABELA: OS TRATADOS SAO MARCADOS E
      *    FICAM DE FORA DA REGRAVACAO FINAL.
       77 WS-DATA-ITEM                       PIC 9(08) VALUE ZEROS.
       77 WS-IDADE-ITEM                      PIC S9(05) VALUE ZEROS.

      *    O QUE A LINHA DIGITAVEL DO COMPROVANTE TRAZ, GUARDADO
      *    ANTES DE REMONTAR O BOLETO DO PAGAMENTO PARA CONFERIR.
       77 WS-FATOR-LINHA                     PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-LINHA        PIC S9(07)V99 COMP-3 VALUE ZEROS.

           COPY PAGTRX.
           COPY PARAMWS.
           COPY DTNEGWS.
           COPY BOLETOWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-BANKMAN'           TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-IDADE-LIMITE
           END-IF
           PERFORM P-BOLETO-PARAMETROS

           PERFORM P050-CARREGA-EXCECOES
           PERFORM P060-ALERTA-VELHOS
                   ' BANCO ' EXD-BANCO
           DISPLAY 'MOTIVO: ' EXD-MOTIVO
           DISPLAY 'ACAO: A=APLICAR  C=BUSCA POR CLIENTE  '
                   'V=BUSCA POR VALOR  L=BUSCA POR LINHA DIGITAVEL  '
                   'S=SUSPENSO  P=PULAR  F=ENCERRAR: '
           ACCEPT WS-OPCAO-ACAO

           EVALUATE WS-OPCAO-ACAO
                   PERFORM P500-BUSCA-POR-CLIENTE
               WHEN 'V'
                   PERFORM P550-BUSCA-POR-VALOR
               WHEN 'L'
                   PERFORM P570-BUSCA-POR-LINHA
               WHEN 'S'
                   PERFORM P600-ESTACIONA-SUSPENSO
                   SET ITEM-DECIDIDO          TO TRUE
           DISPLAY 'APLICAR NO PAGAMENTO NUMERO: '
           ACCEPT WS-NUM-CONSULTA

      *    O CLIENTE DO PAGAMENTO QUE O RETORNO CITAVA, PARA O LOG.
           MOVE ZEROS                         TO WS-CLIENTE-RETORNO
           MOVE EXD-NUM-PAGTO                 TO PAGTO-NUMERO
           READ PAGTO-PENDENTES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-PAGTOPEND = '00'
               MOVE PAGTO-NUM-CLIENTE         TO WS-CLIENTE-RETORNO
           END-IF

           MOVE WS-NUM-CONSULTA               TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               MOVE WS-OPERADOR               TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD

               MOVE 'C'                       TO WS-TIPO-APLICACAO
               PERFORM P460-GRAVA-APLICACAO

               DISPLAY 'PAGAMENTO ' PAGTO-NUMERO ' CONFIRMADO.'
           END-IF
           .
       P420-APLICA-PARCIAL.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           SUBTRACT EXD-VALOR                 FROM PAGTO-VALOR

           IF EXD-VALOR NOT < PAGTO-JUROS-ACUM
               MOVE PAGTO-JUROS-ACUM          TO WS-MORA-APLICADA
           ELSE
               MOVE EXD-VALOR                 TO WS-MORA-APLICADA
           END-IF
           SUBTRACT WS-MORA-APLICADA          FROM PAGTO-JUROS-ACUM

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
               MOVE WS-OPERADOR               TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD

               MOVE 'P'                       TO WS-TIPO-APLICACAO
               PERFORM P460-GRAVA-APLICACAO

               MOVE PAGTO-VALOR               TO WS-RESIDUAL-ED
               DISPLAY 'PARCIAL APLICADO - RESIDUO ' WS-RESIDUAL-ED
           END-IF
               MOVE PAGTO-NUM-CLIENTE         TO PARC-NUM-CLIENTE
               MOVE EXD-VALOR                 TO PARC-VALOR
               MOVE WS-DATA-NEGOCIO           TO PARC-DATA
               MOVE WS-MORA-APLICADA          TO PARC-MORA
               WRITE WS-REG-PARCMOV
               CLOSE PARCIAL-MOVIMENTO
           ELSE
           ADD 1                              TO WS-QT-APLICADOS
           .

      *****************************************
      * LOG DA APLICACAO MANUAL (ANEXADO; CRIADO NA PRIMEIRA VEZ).
      *****************************************
       P460-GRAVA-APLICACAO.
      *****************************************

           OPEN EXTEND BANK-APLICACOES

           IF WS-FS-BANKAPL = '35'
               OPEN OUTPUT BANK-APLICACOES
           END-IF

           IF WS-FS-BANKAPL = '00'
               MOVE EXD-NUM-PAGTO             TO APL-NUM-PAGTO-RETORNO
               MOVE WS-CLIENTE-RETORNO        TO APL-CLIENTE-RETORNO
               MOVE PAGTO-NUMERO              TO APL-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO APL-NUM-CLIENTE
               MOVE EXD-VALOR                 TO APL-VALOR
               MOVE WS-TIPO-APLICACAO         TO APL-TIPO
               MOVE EXD-BANCO                 TO APL-BANCO
               MOVE WS-OPERADOR               TO APL-OPERADOR
               ACCEPT APL-DATA-HORA(1:8)      FROM DATE YYYYMMDD
               ACCEPT APL-DATA-HORA(9:6)      FROM TIME
               WRITE WS-REG-BANKAPL
               CLOSE BANK-APLICACOES
           ELSE
               DISPLAY 'ERRO AO GRAVAR O BANKAPLOG: ' WS-FS-BANKAPL
           END-IF
           .

      *****************************************
      * BUSCA DOS PAGAMENTOS EM ABERTO DO CLIENTE INFORMADO.
      *****************************************
           END-IF
           .

      *****************************************
      * BUSCA PELA LINHA DIGITAVEL DO COMPROVANTE DO CLIENTE: LINHA
      * CONFERIDA, O NOSSO NUMERO DIZ O PAGAMENTO. VALOR E FATOR DE
      * VENCIMENTO DA LINHA SAO COMPARADOS COM O BOLETO REMONTADO
      * DO PAGAMENTO (UM PARCIAL JA ABATIDO OU UMA SEGUNDA VIA
      * APARECEM AQUI) E COM O VALOR DO ITEM. APLICAR CONTINUA
      * SENDO A ACAO 'A'.
      *****************************************
       P570-BUSCA-POR-LINHA.
      *****************************************

           DISPLAY 'LINHA DIGITAVEL DO COMPROVANTE: '
           ACCEPT WS-BOL-LINHA-DIGITADA

           PERFORM P-VALIDA-LINHA

           IF NOT LINHA-VALIDA
               DISPLAY 'LINHA INVALIDA: ' WS-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOL-FATOR                  TO WS-FATOR-LINHA
           MOVE WS-BOL-VALOR                  TO WS-VALOR-LINHA
           MOVE WS-BOL-NUM-PAGTO              TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               INVALID KEY
                   DISPLAY 'LINHA CONFERE, MAS O PAGAMENTO '
                           WS-BOL-NUM-PAGTO ' NAO EXISTE NO PAGTOPEND.'
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-VALOR                   TO WS-VALOR-ED
           DISPLAY '  PAGTO ' PAGTO-NUMERO
                   ' CLIENTE ' PAGTO-NUM-CLIENTE
                   ' VALOR ' WS-VALOR-ED
                   ' VENC ' PAGTO-DATA-VENC
                   ' SITUACAO ' WS-PAGTO

           IF NOT (PAGTO-PENDENTE OR PAGTO-ATRASADO)
               DISPLAY '  ATENCAO: PAGAMENTO NAO ESTA EM ABERTO.'
           END-IF

           MOVE PAGTO-NUMERO                  TO WS-BOL-NUM-PAGTO
           MOVE PAGTO-VALOR                   TO WS-BOL-VALOR
           MOVE ZEROS                         TO WS-BOL-VENC
           IF PAGTO-DATA-VENC(1:2) IS NUMERIC
              AND PAGTO-DATA-VENC(4:2) IS NUMERIC
              AND PAGTO-DATA-VENC(7:4) IS NUMERIC
               MOVE PAGTO-DATA-VENC(7:4)      TO WS-BOL-VENC(1:4)
               MOVE PAGTO-DATA-VENC(4:2)      TO WS-BOL-VENC(5:2)
               MOVE PAGTO-DATA-VENC(1:2)      TO WS-BOL-VENC(7:2)
           END-IF
           PERFORM P-MONTA-BOLETO

           MOVE WS-VALOR-LINHA                TO WS-RESIDUAL-ED
           IF WS-BOL-CB-VALOR NOT = WS-VALOR-LINHA
               DISPLAY '  ATENCAO: VALOR DA LINHA ' WS-RESIDUAL-ED
                       ' DIFERE DO SALDO DO PAGAMENTO.'
           END-IF

           IF WS-BOL-CB-FATOR NOT = WS-FATOR-LINHA
               DISPLAY '  ATENCAO: VENCIMENTO DA LINHA DIFERE DO '
                       'VENCIMENTO DO PAGAMENTO.'
           END-IF

           IF WS-VALOR-LINHA NOT = EXD-VALOR
               DISPLAY '  ATENCAO: VALOR DA LINHA ' WS-RESIDUAL-ED
                       ' DIFERE DO VALOR DO ITEM.'
           END-IF
           .

      *****************************************
      * ESTACIONA O ITEM NO SUSPENSO: O DINHEIRO ENTRA NO CAIXA DO
      * DIA CONTRA A CONTA SUSPENSE ATE ALGUEM DESCOBRIR O DONO.
           COPY PARAMPR.
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY BOLETOPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-BANKMAN.
