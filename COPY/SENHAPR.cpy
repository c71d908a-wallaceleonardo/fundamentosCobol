      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE SIGN-ON DAS TRANSACOES DE
      *          OPERADOR. P-SIGN-ON PEDE O ID E A SENHA E CONFERE O
      *          RESUMO NO CADASTRO OPERCRED: ID BLOQUEADO E' RECUSADO;
      *          SENHA ERRADA CONTA UMA FALHA E A ULTIMA FALHA
      *          PERMITIDA BLOQUEIA O ID (SO' O ADMINISTRADOR
      *          DESBLOQUEIA, EM DEMONSTRA-OPERADM); SENHA CERTA ZERA
      *          AS FALHAS E, VENCIDA OU REDEFINIDA, OBRIGA A TROCA
      *          ANTES DE LIBERAR. CADA TENTATIVA, BOA OU RUIM, VAI
      *          PARA O LOG DE SEGURANCA OPERSEG. O PROGRAMA PRECISA
      *          TER DECLARADOS: OPER-CREDENCIAL ('OPERCRED',
      *          INDEXADO PELA CHAVE CRED-OPERADOR, FD COM COPY
      *          OPERCRED, STATUS WS-FS-OPERCRED) E OPER-SEGURANCA
      *          ('OPERSEG', FD COM COPY OPERSEG, STATUS
      *          WS-FS-OPERSEG), ALEM DO COPY/SENHAWS.CPY.
      ******************************************************************
       P-SIGN-ON.
      *****************************************

           SET SEN-AUTENTICADO                TO FALSE
           MOVE SPACES                        TO WS-SEN-OPERADOR
           MOVE SPACES                        TO WS-SEN-SENHA
           MOVE SPACES                        TO WS-SEN-RESPONSAVEL

           MOVE SPACES                        TO WS-SEN-PROMPT
           STRING 'IDENTIFICACAO DO '         DELIMITED BY SIZE
                  WS-SEN-PAPEL                DELIMITED BY SPACE
                  ': '                        DELIMITED BY SIZE
                  INTO WS-SEN-PROMPT
           END-STRING
           DISPLAY WS-SEN-PROMPT
           ACCEPT WS-SEN-OPERADOR

           IF WS-SEN-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SENHA: '
           ACCEPT WS-SEN-SENHA

           OPEN I-O OPER-CREDENCIAL

           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'CADASTRO DE CREDENCIAIS (OPERCRED) '
                       'INDISPONIVEL: ' WS-FS-OPERCRED
               MOVE 'INDISP'                  TO WS-SEN-EVENTO
               MOVE ZEROS                     TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEN-OPERADOR               TO CRED-OPERADOR
           READ OPER-CREDENCIAL
               INVALID KEY
                   CONTINUE
           END-READ

      *    ID SEM CREDENCIAL RECEBE A MESMA MENSAGEM DA SENHA ERRADA -
      *    A TELA NAO CONFIRMA QUE UM ID EXISTE.
           IF WS-FS-OPERCRED NOT = '00'
               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               MOVE 'INEXIST'                 TO WS-SEN-EVENTO
               MOVE ZEROS                     TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF

           IF CRED-BLOQUEADO
               DISPLAY 'OPERADOR ' WS-SEN-OPERADOR
                       ' BLOQUEADO - PROCURE O ADMINISTRADOR.'
               MOVE 'BLOQUEAD'                TO WS-SEN-EVENTO
               MOVE CRED-TENTATIVAS           TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEN-OPERADOR               TO WS-SEN-HASH-ID
           MOVE WS-SEN-SENHA                  TO WS-SEN-HASH-SENHA
           PERFORM P-SEN-CALCULA-HASH
           MOVE SPACES                        TO WS-SEN-SENHA

           IF WS-SEN-HASH NOT = CRED-SENHA-HASH
               ADD 1                          TO CRED-TENTATIVAS
               IF CRED-TENTATIVAS NOT < WS-SEN-MAX-TENTATIVAS
                   SET CRED-BLOQUEADO         TO TRUE
                   MOVE 'BLOQUEIO'            TO WS-SEN-EVENTO
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS - ID '
                           'BLOQUEADO APOS ' CRED-TENTATIVAS
                           ' FALHAS SEGUIDAS.'
               ELSE
                   MOVE 'FALHA'               TO WS-SEN-EVENTO
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               END-IF
               REWRITE WS-REG-OPERCRED
               MOVE CRED-TENTATIVAS           TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
               CLOSE OPER-CREDENCIAL
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO CRED-TENTATIVAS

      *    SENHA VENCIDA OU REDEFINIDA PELO ADMINISTRADOR: SEM A
      *    TROCA NAO HA SESSAO.
           PERFORM P-SEN-VERIFICA-VALIDADE
           IF SEN-SENHA-VENCIDA
               DISPLAY 'SENHA VENCIDA OU PROVISORIA - TROCA '
                       'OBRIGATORIA.'
               PERFORM P-SEN-TROCA-SENHA
               IF NOT SEN-TROCA-OK
                   REWRITE WS-REG-OPERCRED
                   MOVE 'TROCAFAL'            TO WS-SEN-EVENTO
                   MOVE ZEROS                 TO SEG-TENTATIVAS
                   PERFORM P-SEN-REGISTRA
                   CLOSE OPER-CREDENCIAL
                   EXIT PARAGRAPH
               END-IF
               MOVE 'TROCA'                   TO WS-SEN-EVENTO
               MOVE ZEROS                     TO SEG-TENTATIVAS
               PERFORM P-SEN-REGISTRA
           END-IF

           ACCEPT CRED-ULTIMO-ACESSO(1:8)     FROM DATE YYYYMMDD
           ACCEPT CRED-ULTIMO-ACESSO(9:6)     FROM TIME
           REWRITE WS-REG-OPERCRED
           CLOSE OPER-CREDENCIAL

           SET SEN-AUTENTICADO                TO TRUE
           MOVE 'SIGNON'                      TO WS-SEN-EVENTO
           MOVE ZEROS                         TO SEG-TENTATIVAS
           PERFORM P-SEN-REGISTRA
           .

      *****************************************
      * SENHA VENCIDA: DATA DA ULTIMA TROCA EM ZEROS (CADASTRO NOVO
      * OU SENHA REDEFINIDA) OU MAIS ANTIGA QUE A VALIDADE.
      *****************************************
       P-SEN-VERIFICA-VALIDADE.
      *****************************************

           SET SEN-SENHA-VENCIDA              TO FALSE
           ACCEPT WS-SEN-HOJE                 FROM DATE YYYYMMDD

           IF CRED-DATA-TROCA IS NOT NUMERIC
              OR CRED-DATA-TROCA = ZEROS
               SET SEN-SENHA-VENCIDA          TO TRUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SEN-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-SEN-HOJE)
                 - FUNCTION INTEGER-OF-DATE(CRED-DATA-TROCA)

           IF WS-SEN-DIAS > WS-SEN-VALIDADE-DIAS
               SET SEN-SENHA-VENCIDA          TO TRUE
           END-IF
           .

      *****************************************
      * TROCA DA SENHA DO REGISTRO CORRENTE DO OPERCRED: NOVA SENHA
      * DIGITADA DUAS VEZES, COM O TAMANHO MINIMO, SEM BRANCOS NO
      * MEIO E DIFERENTE DA ATUAL. O CHAMADOR REGRAVA O REGISTRO.
      *****************************************
       P-SEN-TROCA-SENHA.
      *****************************************

           SET SEN-TROCA-OK                   TO FALSE
           MOVE SPACES                        TO WS-SEN-SENHA-NOVA
           MOVE SPACES                        TO WS-SEN-SENHA-CONF

           DISPLAY 'NOVA SENHA (MINIMO ' WS-SEN-TAM-MINIMO
                   ' POSICOES, SEM BRANCOS): '
           ACCEPT WS-SEN-SENHA-NOVA
           DISPLAY 'CONFIRME A NOVA SENHA: '
           ACCEPT WS-SEN-SENHA-CONF

           IF WS-SEN-SENHA-NOVA NOT = WS-SEN-SENHA-CONF
               DISPLAY 'CONFIRMACAO NAO CONFERE - SENHA NAO TROCADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-SEN-TAMANHO
           INSPECT WS-SEN-SENHA-NOVA TALLYING WS-SEN-TAMANHO
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-SEN-TAMANHO < WS-SEN-TAM-MINIMO
               DISPLAY 'SENHA CURTA OU COM BRANCOS - SENHA NAO '
                       'TROCADA.'
               EXIT PARAGRAPH
           END-IF

           IF WS-SEN-TAMANHO < 16
               IF WS-SEN-SENHA-NOVA(WS-SEN-TAMANHO + 1:) NOT = SPACES
                   DISPLAY 'SENHA CURTA OU COM BRANCOS - SENHA NAO '
                           'TROCADA.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CRED-OPERADOR                 TO WS-SEN-HASH-ID
           MOVE WS-SEN-SENHA-NOVA             TO WS-SEN-HASH-SENHA
           PERFORM P-SEN-CALCULA-HASH
           MOVE SPACES                        TO WS-SEN-SENHA-NOVA
           MOVE SPACES                        TO WS-SEN-SENHA-CONF

           IF WS-SEN-HASH = CRED-SENHA-HASH
               DISPLAY 'NOVA SENHA IGUAL A ATUAL - SENHA NAO '
                       'TROCADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEN-HASH                   TO CRED-SENHA-HASH
           ACCEPT WS-SEN-HOJE                 FROM DATE YYYYMMDD
           MOVE WS-SEN-HOJE                   TO CRED-DATA-TROCA
           SET SEN-TROCA-OK                   TO TRUE
           DISPLAY 'SENHA TROCADA.'
           .

      *****************************************
      * RESUMO DE WS-SEN-HASH-ID + WS-SEN-HASH-SENHA EM WS-SEN-HASH
      * (O ID ENTRA NA CONTA: A MESMA SENHA EM DOIS IDS DA' DOIS
      * RESUMOS DIFERENTES).
      *****************************************
       P-SEN-CALCULA-HASH.
      *****************************************

           MOVE WS-SEN-HASH-ID                TO WS-SEN-BASE-ID
           MOVE WS-SEN-HASH-SENHA             TO WS-SEN-BASE-SENHA
           MOVE 7                             TO WS-SEN-H1
           MOVE 11                            TO WS-SEN-H2
           MOVE LOW-VALUE                     TO WS-SEN-BYTE-ZERO

           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > 24
               MOVE WS-SEN-BASE(WS-SEN-IX:1)  TO WS-SEN-BYTE-CAR
               COMPUTE WS-SEN-TRAB = WS-SEN-H1 * 131
                                   + WS-SEN-BYTE-NUM + WS-SEN-IX
               DIVIDE WS-SEN-TRAB BY 999999937
                   GIVING WS-SEN-QUOC REMAINDER WS-SEN-H1
               COMPUTE WS-SEN-TRAB = WS-SEN-H2 * 257
                                   + WS-SEN-BYTE-NUM * WS-SEN-IX
               DIVIDE WS-SEN-TRAB BY 999999929
                   GIVING WS-SEN-QUOC REMAINDER WS-SEN-H2
           END-PERFORM

           COMPUTE WS-SEN-HASH = WS-SEN-H1 * 1000000000 + WS-SEN-H2
           MOVE SPACES                        TO WS-SEN-BASE
           MOVE SPACES                        TO WS-SEN-HASH-SENHA
           .

      *****************************************
      * UMA LINHA NO LOG DE SEGURANCA PARA O ID DIGITADO, COM O
      * EVENTO DE WS-SEN-EVENTO (SEG-TENTATIVAS JA ARMADO).
      *****************************************
       P-SEN-REGISTRA.
      *****************************************

           MOVE WS-SEN-OPERADOR               TO SEG-OPERADOR
           MOVE WS-SEN-PROGRAMA               TO SEG-PROGRAMA
           MOVE WS-SEN-EVENTO                 TO SEG-EVENTO
           MOVE WS-SEN-RESPONSAVEL            TO SEG-RESPONSAVEL
           PERFORM P-GRAVA-OPERSEG
           .

      *****************************************
      * GRAVA O REGISTRO ARMADO EM WS-REG-OPERSEG, CARIMBANDO A
      * DATA-HORA; NA PRIMEIRA GRAVACAO DE TODAS O ARQUIVO E'
      * CRIADO NA HORA.
      *****************************************
       P-GRAVA-OPERSEG.
      *****************************************

           ACCEPT SEG-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT SEG-DATA-HORA(9:6)          FROM TIME

           OPEN EXTEND OPER-SEGURANCA

           IF WS-FS-OPERSEG = '35'
               OPEN OUTPUT OPER-SEGURANCA
           END-IF

           IF WS-FS-OPERSEG = '00'
               WRITE WS-REG-OPERSEG
               CLOSE OPER-SEGURANCA
           END-IF
           .
