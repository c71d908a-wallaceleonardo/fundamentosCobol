      *          CARTAS VOLTA A SAIR SO' NO PAPEL PARA ESSE CLIENTE
      *          ATE O CADASTRO SER CORRIGIDO. O CLIENTE DO AVISO E'
      *          LOCALIZADO PELO PAGAMENTO DE REFERENCIA NO
      *          PAGTOPEND OU, SEM ELE, PELO ENDERECO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - A FATURA E O EXTRATO MENSAL TAMBEM SAEM POR
      *                    E-MAIL; O RETORNO SEM PAGAMENTO DE
      *                    REFERENCIA (EXTRATO, FATURA CONSOLIDADA)
      *                    LOCALIZA O CLIENTE PELO ENDERECO, NUMA
      *                    VARREDURA DO CLIMAST, E MARCA TODO
      *                    CLIENTE COM AQUELE WS-EMAIL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-MAILRET.
       77 WS-QT-DEVOLVIDOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-EOF-CLIENTES                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-CLIENTES               VALUE 'S' FALSE 'N'.
       77 WS-QT-ACHADOS                      PIC 9(04) VALUE ZEROS.

       01 WS-IMAGEM-ANTES                    PIC X(300).

       PROCEDURE DIVISION.
      *****************************************
      *****************************************
      * E-MAIL DEVOLVIDO: LOCALIZA O CLIENTE PELO PAGAMENTO DE
      * REFERENCIA E MARCA O CADASTRO - A PROXIMA COBRANCA VOLTA A
      * SAIR SO' NO PAPEL. SEM PAGAMENTO DE REFERENCIA, O CLIENTE
      * E' LOCALIZADO PELO ENDERECO.
      *****************************************
       P300-MARCA-BOUNCE.
      *****************************************

           IF MS-NUM-PAGTO = ZEROS
               PERFORM P400-BOUNCE-POR-ENDERECO
               EXIT PARAGRAPH
           END-IF

           MOVE MS-NUM-PAGTO                  TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               EXIT PARAGRAPH
           END-IF

           PERFORM P350-GRAVA-MARCA
           .

      *****************************************
      * MARCA O CLIENTE LIDO EM WS-LAYOUT-1 COMO E-MAIL DEVOLVIDO,
      * COM AS IMAGENS ANTES/DEPOIS NA TRILHA CLIHIST.
      *****************************************
       P350-GRAVA-MARCA.
      *****************************************

           IF EMAIL-DEVOLVIDO
      *        JA MARCADO POR UM BOUNCE ANTERIOR - NADA A REGRAVAR.
               ADD 1                          TO WS-QT-DEVOLVIDOS
           END-IF
           .

      *****************************************
      * RETORNO SEM PAGAMENTO DE REFERENCIA: VARRE O CLIMAST E MARCA
      * TODO CLIENTE CUJO WS-EMAIL E' O ENDERECO DEVOLVIDO (O MESMO
      * ENDERECO PODE SERVIR A MAIS DE UM CADASTRO).
      *****************************************
       P400-BOUNCE-POR-ENDERECO.
      *****************************************

           MOVE ZEROS                         TO WS-QT-ACHADOS

           IF MS-EMAIL = SPACES
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'RETORNO SEM PAGAMENTO E SEM ENDERECO.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-NUM-CLIENTE
           START CLIENTE-MASTER KEY NOT < WS-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DOS-CLIENTES       TO TRUE
               NOT INVALID KEY
                   SET FIM-DOS-CLIENTES       TO FALSE
           END-START

           PERFORM P410-UM-CLIENTE UNTIL FIM-DOS-CLIENTES

           IF WS-QT-ACHADOS = ZEROS
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'ENDERECO ' MS-EMAIL
                       ' DO AVISO NAO ENCONTRADO.'
           END-IF
           .

      *****************************************
       P410-UM-CLIENTE.
      *****************************************

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET FIM-DOS-CLIENTES       TO TRUE
           END-READ

           IF FIM-DOS-CLIENTES
               EXIT PARAGRAPH
           END-IF

           IF WS-EMAIL = MS-EMAIL
               ADD 1                          TO WS-QT-ACHADOS
               PERFORM P350-GRAVA-MARCA
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************
