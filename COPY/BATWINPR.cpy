      *          ('BATCHWIN', FD COM COPY BATWIN), OPER-AUTORIZACAO
      *          ('OPERAUTH', FD COM AUTH-OPERADOR/AUTH-PROGRAMA) E
      *          OPER-ALERTA ('OPERALERT', FD COM COPY ALERTA +
      *          COPY ALERTAPR), ALEM DO COPY/BATWINWS.CPY. O
      *          SUPERVISOR SE AUTENTICA COM A SENHA PELA ROTINA DE
      *          SIGN-ON: TAMBEM OPER-CREDENCIAL E OPER-SEGURANCA E
      *          OS COPYS SENHAWS/SENHAPR (VER COPY/SENHAPR.CPY), COM
      *          WS-SEN-PROGRAMA JA ARMADO PELO PROGRAMA.
      ******************************************************************
       P-VERIFICA-JANELA.
      *****************************************
               EXIT PARAGRAPH
           END-IF

           MOVE 'SUPERVISOR'                  TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-JANELA-OPERADOR

           IF NOT SEN-AUTENTICADO
               DISPLAY 'SUPERVISOR NAO AUTENTICADO - BLOQUEIO '
                       'MANTIDO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P-JANELA-CONFERE-SUPER

