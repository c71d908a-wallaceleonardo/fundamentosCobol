      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: ROTINAS COMPARTILHADAS DE GRUPO ECONOMICO.
      *          P-CARREGA-GRUPOS LE O GRPLIM PARA A TABELA DE
      *          LIMITES E VARRE O CLIMAST UMA VEZ MONTANDO A TABELA
      *          DE MEMBROS (UMA VEZ POR EXECUCAO, COM O CLIMAST JA
      *          ABERTO); P-EXPOSICAO-GRUPO RESPONDE, PARA
      *          WS-GRP-CLIENTE, O GRUPO DO CLIENTE, O LIMITE DO
      *          GRUPO E O SALDO EM ABERTO E ATRASADO DE TODOS OS
      *          MEMBROS, PELA CHAVE ALTERNADA DE CLIENTE DO
      *          PAGTOPEND (JA ABERTO). O PROGRAMA PRECISA DOS
      *          ARQUIVOS LIMITES-GRUPO ('GRPLIM'), CLIENTE-MASTER E
      *          PAGTO-PENDENTES DECLARADOS E DO COPY/GRUPOWS.CPY.
      ******************************************************************
       P-CARREGA-GRUPOS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-GRPLIM
           MOVE ZEROS                         TO WS-QT-TAB-MEMBROS

           OPEN INPUT LIMITES-GRUPO

           IF WS-FS-GRPLIM NOT = '00'
               DISPLAY 'AVISO: TABELA DE LIMITES DE GRUPO '
                       'INDISPONIVEL: ' WS-FS-GRPLIM
           ELSE
               PERFORM UNTIL WS-FS-GRPLIM NOT = '00'
                          OR WS-QT-TAB-GRPLIM = 200
                   READ LIMITES-GRUPO
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-GRPLIM = '00'
                      AND GRL-CLIENTE-GRUPO IS NUMERIC
                      AND GRL-CLIENTE-GRUPO > ZEROS
                      AND GRL-LIMITE IS NUMERIC
                       ADD 1                  TO WS-QT-TAB-GRPLIM
                       MOVE GRL-CLIENTE-GRUPO
                           TO WS-GRPLIM-GRUPO(WS-QT-TAB-GRPLIM)
                       MOVE GRL-LIMITE
                           TO WS-GRPLIM-LIMITE(WS-QT-TAB-GRPLIM)
                   END-IF
               END-PERFORM

               CLOSE LIMITES-GRUPO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: SEM CLIENTE-MASTER - GRUPOS '
                       'ECONOMICOS NAO CONFERIDOS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FS-CLIMAST                 TO WS-GRP-FS-SALVO

           MOVE ZEROS                         TO WS-NUM-CLIENTE
           START CLIENTE-MASTER KEY NOT < WS-NUM-CLIENTE
               INVALID KEY
                   MOVE WS-GRP-FS-SALVO       TO WS-FS-CLIMAST
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-FS-CLIMAST NOT = '00'
               READ CLIENTE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CLIMAST = '00'
                   PERFORM P-GRUPO-DO-REGISTRO
                   IF WS-GRP-EFETIVO > ZEROS
                       IF WS-QT-TAB-MEMBROS < 2000
                           ADD 1              TO WS-QT-TAB-MEMBROS
                           MOVE WS-NUM-CLIENTE
                             TO WS-MEMBRO-CLIENTE(WS-QT-TAB-MEMBROS)
                           MOVE WS-GRP-EFETIVO
                             TO WS-MEMBRO-GRUPO(WS-QT-TAB-MEMBROS)
                       ELSE
                           DISPLAY 'AVISO: TABELA DE MEMBROS DE '
                                   'GRUPO CHEIA (2000) - CLIENTE '
                                   WS-NUM-CLIENTE ' IGNORADO'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *    O CLIMAST SEGUE ABERTO PARA A LEITURA DIRETA DO CHAMADOR.
           MOVE WS-GRP-FS-SALVO               TO WS-FS-CLIMAST
           .

      *****************************************
      * GRUPO DO REGISTRO DO CLIMAST EM MAOS: O CAMPO DE GRUPO
      * QUANDO PREENCHIDO; SENAO O PROPRIO NUMERO, SE O CLIENTE E'
      * MATRIZ COM LIMITE NO GRPLIM; SENAO ZEROS (SEM GRUPO).
      *****************************************
       P-GRUPO-DO-REGISTRO.
      *****************************************

           MOVE ZEROS                         TO WS-GRP-EFETIVO

           IF WS-CLIENTE-GRUPO IS NUMERIC
              AND WS-CLIENTE-GRUPO > ZEROS
               MOVE WS-CLIENTE-GRUPO          TO WS-GRP-EFETIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-GRPLIM FROM 1 BY 1
                   UNTIL WS-IX-GRPLIM > WS-QT-TAB-GRPLIM
               IF WS-GRPLIM-GRUPO(WS-IX-GRPLIM) = WS-NUM-CLIENTE
                   MOVE WS-NUM-CLIENTE        TO WS-GRP-EFETIVO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * EXPOSICAO DO GRUPO DE WS-GRP-CLIENTE: TODOS OS PAGAMENTOS
      * PENDENTES E ATRASADOS DE TODOS OS MEMBROS. CLIENTE SEM
      * GRUPO VOLTA COM WS-GRP-CODIGO ZERADO E NADA SOMADO.
      *****************************************
       P-EXPOSICAO-GRUPO.
      *****************************************

           MOVE ZEROS                         TO WS-GRP-CODIGO
           MOVE ZEROS                         TO WS-GRP-LIMITE
           MOVE ZEROS                         TO WS-GRP-QT-MEMBROS
           MOVE ZEROS                         TO WS-GRP-SALDO
           MOVE ZEROS                         TO WS-GRP-ATRASADO
           SET GRUPO-COM-LIMITE               TO FALSE

           PERFORM VARYING WS-IX-MEMBRO FROM 1 BY 1
                   UNTIL WS-IX-MEMBRO > WS-QT-TAB-MEMBROS
               IF WS-MEMBRO-CLIENTE(WS-IX-MEMBRO) = WS-GRP-CLIENTE
                   MOVE WS-MEMBRO-GRUPO(WS-IX-MEMBRO)
                                               TO WS-GRP-CODIGO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-GRP-CODIGO = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-GRPLIM FROM 1 BY 1
                   UNTIL WS-IX-GRPLIM > WS-QT-TAB-GRPLIM
               IF WS-GRPLIM-GRUPO(WS-IX-GRPLIM) = WS-GRP-CODIGO
                   MOVE WS-GRPLIM-LIMITE(WS-IX-GRPLIM)
                                               TO WS-GRP-LIMITE
                   IF WS-GRP-LIMITE > ZEROS
                       SET GRUPO-COM-LIMITE   TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-FS-PAGTOPEND               TO WS-GRP-FS-SALVO

           PERFORM VARYING WS-IX-MEMBRO FROM 1 BY 1
                   UNTIL WS-IX-MEMBRO > WS-QT-TAB-MEMBROS
               IF WS-MEMBRO-GRUPO(WS-IX-MEMBRO) = WS-GRP-CODIGO
                   ADD 1                      TO WS-GRP-QT-MEMBROS
                   IF WS-GRP-FS-SALVO = '00' OR WS-GRP-FS-SALVO = '10'
                       MOVE WS-MEMBRO-CLIENTE(WS-IX-MEMBRO)
                                               TO WS-GRP-MEMBRO-SCAN
                       PERFORM P-SOMA-MEMBRO-GRUPO
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-GRP-FS-SALVO               TO WS-FS-PAGTOPEND
           .

      *****************************************
      * O INDICE DE CLIENTE ENTREGA SO' OS PAGAMENTOS DO MEMBRO -
      * O SCAN TERMINA QUANDO ELE MUDA.
      *****************************************
       P-SOMA-MEMBRO-GRUPO.
      *****************************************

           MOVE WS-GRP-MEMBRO-SCAN            TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-SCAN-GRUPO              TO FALSE
           PERFORM UNTIL FIM-DO-SCAN-GRUPO
               READ PAGTO-PENDENTES NEXT RECORD
                   AT END
                       SET FIM-DO-SCAN-GRUPO  TO TRUE
               END-READ
               IF NOT FIM-DO-SCAN-GRUPO
                   IF PAGTO-NUM-CLIENTE NOT = WS-GRP-MEMBRO-SCAN
                       SET FIM-DO-SCAN-GRUPO  TO TRUE
                   ELSE
                       IF PAGTO-PENDENTE OR PAGTO-ATRASADO
                           ADD PAGTO-VALOR    TO WS-GRP-SALDO
                       END-IF
                       IF PAGTO-ATRASADO
                           ADD PAGTO-VALOR    TO WS-GRP-ATRASADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
