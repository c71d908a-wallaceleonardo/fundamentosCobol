      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DAS TRANSACOES ONLINE PARA O
      *          REPRESENTANTE DA VENDA: P-ESCOLHE-REPRESENTANTE
      *          MOSTRA O REPRESENTANTE QUE O TERRITORIO DEU
      *          (WS-TERR-REP, APURADO ANTES POR
      *          P-OBTEM-REP-TERRITORIO PARA O CLIENTE
      *          WS-TERR-CLIENTE) E DEVOLVE EM WS-REP-ESCOLHIDO O
      *          QUE VALE. A TROCA MANUAL SO' E' ACEITA DE OPERADOR
      *          COM O PERFIL DE SUPERVISOR NO OPERAUTH (LINHA
      *          OPERADOR + '*SUPER'), PARA UM REPRESENTANTE DO
      *          REPMAST OU EM BRANCO, E SEMPRE DEIXA ALERTA NO
      *          OPERALERT - A COMISSAO SAI DESTE CODIGO. O PROGRAMA
      *          PRECISA TER DECLARADOS: OPER-AUTORIZACAO
      *          ('OPERAUTH', FD COM AUTH-OPERADOR/AUTH-PROGRAMA,
      *          STATUS WS-FS-OPERAUTH), REP-MASTER ('REPMAST', FD
      *          COM REP-CODIGO, STATUS WS-FS-REPMAST) E OPER-ALERTA
      *          ('OPERALERT', FD COM COPY ALERTA + COPY ALERTAPR),
      *          ALEM DO COPY/TERRWS.CPY. O SUPERVISOR SE AUTENTICA
      *          COM A SENHA PELA ROTINA DE SIGN-ON: TAMBEM
      *          OPER-CREDENCIAL E OPER-SEGURANCA E OS COPYS
      *          SENHAWS/SENHAPR (VER COPY/SENHAPR.CPY), COM
      *          WS-SEN-PROGRAMA JA ARMADO PELO PROGRAMA.
      ******************************************************************
       P-ESCOLHE-REPRESENTANTE.
      *****************************************

           MOVE WS-TERR-REP                   TO WS-REP-ESCOLHIDO

           IF WS-TERR-REP = SPACES
               DISPLAY 'CLIENTE SEM REPRESENTANTE NO TERRITORIO.'
           ELSE
               DISPLAY 'REPRESENTANTE DO TERRITORIO: ' WS-TERR-REP
           END-IF
           DISPLAY 'TROCAR O REPRESENTANTE (EXIGE SUPERVISOR)? '
                   '(S/N): '
           MOVE SPACE                         TO WS-TERR-OPCAO
           ACCEPT WS-TERR-OPCAO

           IF WS-TERR-OPCAO NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-TERR-SUPERVISOR

           IF NOT SEN-AUTENTICADO
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - FICA O '
                       'REPRESENTANTE DO TERRITORIO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P-TERR-CONFERE-SUPER

           IF NOT TERR-SUPERVISOR-OK
               DISPLAY 'OPERADOR ' WS-TERR-SUPERVISOR
                       ' SEM PERFIL DE SUPERVISOR - FICA O '
                       'REPRESENTANTE DO TERRITORIO.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NOVO REPRESENTANTE (BRANCO = SEM '
                   'REPRESENTANTE): '
           MOVE SPACES                        TO WS-TERR-REP-NOVO
           ACCEPT WS-TERR-REP-NOVO

           IF WS-TERR-REP-NOVO = WS-TERR-REP
               EXIT PARAGRAPH
           END-IF

           IF WS-TERR-REP-NOVO NOT = SPACES
               PERFORM P-TERR-CONFERE-REP
               IF NOT TERR-REP-CADASTRADO
                   DISPLAY 'REPRESENTANTE ' WS-TERR-REP-NOVO
                           ' NAO CADASTRADO - FICA O DO '
                           'TERRITORIO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TERR-REP-NOVO              TO WS-REP-ESCOLHIDO
           DISPLAY 'REPRESENTANTE TROCADO - A OCORRENCIA FICA NO '
                   'OPERALERT.'

           MOVE SPACES                        TO WS-REG-ALERTA
           MOVE 'REPOVPR'                     TO ALERTA-PROGRAMA
           MOVE 2                             TO ALERTA-SEVERIDADE
           STRING 'REP '                      DELIMITED BY SIZE
                  WS-TERR-REP-NOVO            DELIMITED BY SIZE
                  ' NO LUGAR DE '             DELIMITED BY SIZE
                  WS-TERR-REP                 DELIMITED BY SIZE
                  ' CLI '                     DELIMITED BY SIZE
                  WS-TERR-CLIENTE             DELIMITED BY SIZE
                  ' SUP '                     DELIMITED BY SIZE
                  WS-TERR-SUPERVISOR          DELIMITED BY SIZE
                  INTO ALERTA-TEXTO
           END-STRING
           PERFORM P-GRAVA-ALERTA
           .

      *****************************************
      * SUPERVISOR = LINHA (OPERADOR, '*SUPER') NO OPERAUTH.
      *****************************************
       P-TERR-CONFERE-SUPER.
      *****************************************

           SET TERR-SUPERVISOR-OK             TO FALSE

           OPEN INPUT OPER-AUTORIZACAO

           IF WS-FS-OPERAUTH = '00'
               SET TERR-FIM-LEITURA           TO FALSE
               PERFORM UNTIL TERR-FIM-LEITURA
                   READ OPER-AUTORIZACAO
                       AT END
                           SET TERR-FIM-LEITURA TO TRUE
                   END-READ
                   IF NOT TERR-FIM-LEITURA
                       IF AUTH-OPERADOR = WS-TERR-SUPERVISOR
                          AND AUTH-PROGRAMA = '*SUPER'
                           SET TERR-SUPERVISOR-OK TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPER-AUTORIZACAO
           END-IF
           .

      *****************************************
       P-TERR-CONFERE-REP.
      *****************************************

           SET TERR-REP-CADASTRADO            TO FALSE

           OPEN INPUT REP-MASTER

           IF WS-FS-REPMAST = '00'
               SET TERR-FIM-LEITURA           TO FALSE
               PERFORM UNTIL TERR-FIM-LEITURA
                          OR TERR-REP-CADASTRADO
                   READ REP-MASTER
                       AT END
                           SET TERR-FIM-LEITURA TO TRUE
                   END-READ
                   IF NOT TERR-FIM-LEITURA
                       IF REP-CODIGO = WS-TERR-REP-NOVO
                           SET TERR-REP-CADASTRADO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REP-MASTER
           END-IF
           .
