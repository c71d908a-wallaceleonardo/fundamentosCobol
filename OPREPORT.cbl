      *          (08-18H).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - LER TAMBEM O LOG DE SEGURANCA OPERSEG (SIGN-ON
      *                    COM SENHA): SIGN-ONS E FALHAS POR OPERADOR
      *                    NO QUADRO, AS ACOES DO ADMINISTRADOR
      *                    (CADASTRO, DESBLOQUEIO, REDEFINICAO DE
      *                    SENHA) LISTADAS UMA A UMA, E ID BLOQUEADO
      *                    POR FALHAS OU SIGN-ON SEM PERFIL NA
      *                    TRANSACAO DO ADMINISTRADOR COMO VIOLACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-OPREPORT.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PROPOSTAS.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

           SELECT ATIVIDADE-RPT       ASSIGN TO 'OPERATRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.
       FD PROPOSTAS-BAIXA.
           COPY WOFFPROP.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       FD ATIVIDADE-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-PROPOSTAS                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERSEG                      PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-QT-VIOLACOES                    PIC 9(04) VALUE ZEROS.

      *    QUADRO POR OPERADOR: JOBS DISPARADOS, PARAMETROS
      *    ALTERADOS, LIBERACOES, MUDANCAS DE PAGAMENTO (ORIGEM NA
      *    TRILHA) E APROVACOES DE BAIXA; DO OPERSEG, OS SIGN-ONS
      *    E AS TENTATIVAS FALHAS.
       77 WS-QT-TAB-OP                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-OP                           PIC 9(03) VALUE ZEROS.
       77 WS-SW-OP                           PIC X(01) VALUE 'N'.
               05 WS-OP-QT-LIBERACOES         PIC 9(05).
               05 WS-OP-QT-PAGTOS             PIC 9(05).
               05 WS-OP-QT-APROVACOES         PIC 9(05).
               05 WS-OP-QT-SIGNONS            PIC 9(05).
               05 WS-OP-QT-FALHAS             PIC 9(05).
       77 WS-OPERADOR-BUSCA                  PIC X(08) VALUE SPACES.

      *    MUDANCAS DE CLIENTE POR PROGRAMA (A TRILHA CLIHIST NAO
           PERFORM P200-VARRE-PAGTOAUD
           PERFORM P300-VARRE-CLIHIST
           PERFORM P400-VARRE-WOFFPROP
           PERFORM P450-VARRE-OPERSEG

           PERFORM P999-FIM
           .
           END-IF
           .

      *****************************************
      * OPERSEG: SIGN-ONS E FALHAS NO QUADRO DO ID DIGITADO; AS
      * ACOES DO ADMINISTRADOR SAEM LINHA A LINHA, E O ID BLOQUEADO
      * POR FALHAS E O SIGN-ON SEM PERFIL NA TRANSACAO DO
      * ADMINISTRADOR JA SAEM COMO VIOLACAO.
      *****************************************
       P450-VARRE-OPERSEG.
      *****************************************

           OPEN INPUT OPER-SEGURANCA

           IF WS-FS-OPERSEG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P460-UM-EVENTO-SEG UNTIL FIM-DO-ARQUIVO

           CLOSE OPER-SEGURANCA
           .

      *****************************************
       P460-UM-EVENTO-SEG.
      *****************************************

           READ OPER-SEGURANCA
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF SEG-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SEG-OPERADOR                  TO WS-OPERADOR-BUSCA
           PERFORM P500-LOCALIZA-OPERADOR

           IF OPERADOR-NA-TABELA
               EVALUATE TRUE
                   WHEN SEG-SUCESSO
                       ADD 1          TO WS-OP-QT-SIGNONS(WS-IX-OP)
                   WHEN SEG-FALHA
                       ADD 1          TO WS-OP-QT-FALHAS(WS-IX-OP)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           EVALUATE SEG-EVENTO
               WHEN 'BLOQUEIO'
                   ADD 1                      TO WS-QT-VIOLACOES
                   STRING 'VIOLACAO: ID ' DELIMITED BY SIZE
                          SEG-OPERADOR DELIMITED BY SIZE
                          ' BLOQUEADO APOS ' DELIMITED BY SIZE
                          SEG-TENTATIVAS DELIMITED BY SIZE
                          ' FALHAS EM ' DELIMITED BY SIZE
                          SEG-PROGRAMA DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          SEG-DATA-HORA DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
               WHEN 'NEGADO'
                   ADD 1                      TO WS-QT-VIOLACOES
                   STRING 'VIOLACAO: ' DELIMITED BY SIZE
                          SEG-OPERADOR DELIMITED BY SIZE
                          ' SEM PERFIL ENTROU NA ADMINISTRACAO '
                          'DE SENHAS EM ' DELIMITED BY SIZE
                          SEG-DATA-HORA DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
               WHEN 'CADASTRO'
               WHEN 'DESBLOQ'
               WHEN 'RESET'
                   STRING 'SEGURANCA: ' DELIMITED BY SIZE
                          SEG-EVENTO DELIMITED BY SIZE
                          ' DE ' DELIMITED BY SIZE
                          SEG-OPERADOR DELIMITED BY SIZE
                          ' POR ' DELIMITED BY SIZE
                          SEG-RESPONSAVEL DELIMITED BY SIZE
                          ' EM ' DELIMITED BY SIZE
                          SEG-DATA-HORA DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************
       P500-LOCALIZA-OPERADOR.
      *****************************************
                   MOVE ZEROS         TO WS-OP-QT-LIBERACOES(WS-IX-OP)
                   MOVE ZEROS         TO WS-OP-QT-PAGTOS(WS-IX-OP)
                   MOVE ZEROS         TO WS-OP-QT-APROVACOES(WS-IX-OP)
                   MOVE ZEROS         TO WS-OP-QT-SIGNONS(WS-IX-OP)
                   MOVE ZEROS         TO WS-OP-QT-FALHAS(WS-IX-OP)
                   SET OPERADOR-NA-TABELA     TO TRUE
               END-IF
           END-IF
               END-STRING
               WRITE WS-REG-RELATORIO

               IF WS-OP-QT-SIGNONS(WS-IX-OP) > ZEROS
                  OR WS-OP-QT-FALHAS(WS-IX-OP) > ZEROS
                   MOVE SPACES                TO WS-REG-RELATORIO
                   STRING '         SIGN-ONS ' DELIMITED BY SIZE
                          WS-OP-QT-SIGNONS(WS-IX-OP)
                              DELIMITED BY SIZE
                          ' FALHAS DE SIGN-ON ' DELIMITED BY SIZE
                          WS-OP-QT-FALHAS(WS-IX-OP)
                              DELIMITED BY SIZE
                          INTO WS-REG-RELATORIO
                   END-STRING
                   WRITE WS-REG-RELATORIO
               END-IF

               IF WS-OP-QT-PAGTOS(WS-IX-OP) > ZEROS
                  AND WS-OP-QT-APROVACOES(WS-IX-OP) > ZEROS
                   ADD 1                      TO WS-QT-VIOLACOES
