      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LISTA DE TRABALHO NOTURNA DOS COBRADORES (COBWORK):
      *          EM VEZ DE DIVIDIR O PAGTOAGERPT NA MAO TODA MANHA, A
      *          CARTEIRA ATRASADA DO PAGTOPEND E' AGRUPADA POR
      *          CLIENTE (NAO POR PAGAMENTO) E CADA CLIENTE VAI PARA
      *          UM COBRADOR PELA TABELA DE REGRAS COBRREGR - FAIXA DO
      *          TOTAL ATRASADO, UF DO CADASTRO E GRAU DO CLISCORE.
      *          FICAM DE FORA OS CLIENTES COM ALGUM PAGAMENTO EM
      *          AGENCIA EXTERNA (PAGTO-SW-AGENCIA) OU EM DISPUTA -
      *          QUEM TRABALHA ESSES CASOS E' A AGENCIA OU O JURIDICO.
      *          A LISTA DE CADA COBRADOR SAI NUMERADA POR PRIORIDADE
      *          (TOTAL ATRASADO X DIAS DE ATRASO DO PAGAMENTO MAIS
      *          ANTIGO) E E' TRABALHADA ONLINE EM DEMONSTRA-COBCONT.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COBWORK.
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

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-SCORE       ASSIGN TO 'CLISCORE'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SCORE.

           SELECT REGRAS-COBRANCA     ASSIGN TO 'COBRREGR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REGRAS.

           SELECT LISTA-TRABALHO      ASSIGN TO 'COBWORK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-COBWORK.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-SCORE.
           COPY CLISCORE.

       FD REGRAS-COBRANCA.
           COPY COBREGR.

       FD LISTA-TRABALHO.
           COPY COBLIST.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-SCORE                        PIC X(02) VALUE '00'.
       77 WS-FS-REGRAS                       PIC X(02) VALUE '00'.
       77 WS-FS-COBWORK                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    ACUMULADORES DO CLIENTE CORRENTE NA LEITURA PELA CHAVE
      *    ALTERNATIVA (PAGAMENTOS DO MESMO CLIENTE EM SEQUENCIA).
       77 WS-CLIENTE-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-AC-QT                           PIC 9(03) VALUE ZEROS.
       77 WS-AC-VALOR          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-AC-DIAS                         PIC 9(03) VALUE ZEROS.
       77 WS-SW-EXCLUIDO                     PIC X(01) VALUE 'N'.
           88 CLIENTE-EXCLUIDO               VALUE 'S' FALSE 'N'.

      *    CONTADORES DA NOITE.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-CLIENTES                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-REGRA                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-TABELA                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                     PIC 9(06) VALUE ZEROS.

      *    AS REGRAS DA COBRREGR (ATE 200 LINHAS). A ESPECIFICIDADE
      *    CONTA QUANTOS CRITERIOS NAO SAO CORINGA (UF, GRAU).
       77 WS-QT-REGRAS                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-REGRA                        PIC 9(03) VALUE ZEROS.
       77 WS-IX-MELHOR                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-REGRAS.
           03 WS-TAB-REGRA-ITEM        OCCURS 200 TIMES.
               05 WS-RG-VALOR-ATE    PIC S9(07)V99 COMP-3.
               05 WS-RG-UF                    PIC X(02).
               05 WS-RG-GRAU                  PIC X(01).
               05 WS-RG-COBRADOR              PIC X(08).
               05 WS-RG-ESPECIFICIDADE        PIC 9(01).

      *    OS GRAUS DO CLISCORE (ATE 500 CLIENTES, COMO NAS CARTAS).
       77 WS-QT-TAB-SCORE                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-SCORE                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SCORES.
           03 WS-TAB-SCORE-ITEM        OCCURS 500 TIMES.
               05 WS-SCR-CLIENTE              PIC 9(06).
               05 WS-SCR-GRAU                 PIC X(01).

      *    OS CLIENTES ATRASADOS DA NOITE (ATE 1000), JA COM O
      *    COBRADOR - A GRAVACAO SAI POR COBRADOR E PRIORIDADE.
       77 WS-QT-TAB-CLI                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-CLI                          PIC 9(04) VALUE ZEROS.
       77 WS-IX-MAIOR                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CLIENTES.
           03 WS-TAB-CLI-ITEM          OCCURS 1000 TIMES.
               05 WS-CLI-NUM                  PIC 9(06).
               05 WS-CLI-COBRADOR             PIC X(08).
               05 WS-CLI-NOME                 PIC X(30).
               05 WS-CLI-TELEFONE             PIC X(20).
               05 WS-CLI-UF                   PIC X(02).
               05 WS-CLI-GRAU                 PIC X(01).
               05 WS-CLI-QT                   PIC 9(03).
               05 WS-CLI-VALOR       PIC S9(09)V99 COMP-3.
               05 WS-CLI-DIAS                 PIC 9(03).
               05 WS-CLI-PRIORIDADE  PIC S9(12)V99 COMP-3.
               05 WS-CLI-SW-GRAVADO           PIC X(01).

      *    OS COBRADORES QUE RECEBERAM CLIENTES (ATE 50).
       77 WS-QT-TAB-COB                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-COB                          PIC 9(02) VALUE ZEROS.
       77 WS-ORDEM                           PIC 9(04) VALUE ZEROS.
       01 WS-TAB-COBRADORES.
           03 WS-TAB-COB-ITEM          OCCURS 50 TIMES.
               05 WS-COB-ID                   PIC X(08).
               05 WS-COB-QT                   PIC 9(04).
               05 WS-COB-VALOR       PIC S9(11)V99 COMP-3.

       77 WS-COBRADOR-SEM-REGRA              PIC X(08)
                                             VALUE '*NENHUM*'.
       77 WS-COBRADOR                        PIC X(08) VALUE SPACES.
       77 WS-VALOR-ED                        PIC Z(10)9.99.

           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-AGRUPA-CLIENTES
               PERFORM P500-GRAVA-LISTAS
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-COBWORK'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

      *    O '*NENHUM*' OCUPA A PRIMEIRA POSICAO DA TABELA DE
      *    COBRADORES: A LISTA DOS SEM DONO SAI NA FRENTE.
           MOVE 1                             TO WS-QT-TAB-COB
           MOVE WS-COBRADOR-SEM-REGRA         TO WS-COB-ID(1)
           MOVE ZEROS                         TO WS-COB-QT(1)
                                                  WS-COB-VALOR(1)

           PERFORM P010-CARREGA-REGRAS
           PERFORM P020-CARREGA-SCORES

           OPEN INPUT PAGTO-PENDENTES
           OPEN INPUT CLIENTE-MASTER
           OPEN OUTPUT LISTA-TRABALHO

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTO-PENDENTES: '
                       WS-FS-PAGTOPEND
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-COBWORK NOT = '00'
               DISPLAY 'ERRO AO ABRIR COBWORK: ' WS-FS-COBWORK
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: CLIENTE-MASTER INDISPONIVEL: '
                       WS-FS-CLIMAST
           END-IF
           .

      *****************************************
      * SEM A TABELA DE REGRAS A LISTA AINDA SAI - TUDO PARA O
      * '*NENHUM*' - E A SUPERVISAO E' AVISADA PELO RC 4.
      *****************************************
       P010-CARREGA-REGRAS.
      *****************************************

           OPEN INPUT REGRAS-COBRANCA

           IF WS-FS-REGRAS NOT = '00'
               DISPLAY 'AVISO: COBRREGR INDISPONIVEL: ' WS-FS-REGRAS
                       ' - CLIENTES SEM COBRADOR.'
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-REGRAS NOT = '00'
                      OR WS-QT-REGRAS = 200
               READ REGRAS-COBRANCA
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-REGRAS = '00'
                  AND CRG-VALOR-ATE IS NUMERIC
                  AND CRG-COBRADOR NOT = SPACES
                   ADD 1                      TO WS-QT-REGRAS
                   MOVE CRG-VALOR-ATE
                       TO WS-RG-VALOR-ATE(WS-QT-REGRAS)
                   MOVE CRG-UF
                       TO WS-RG-UF(WS-QT-REGRAS)
                   MOVE CRG-GRAU
                       TO WS-RG-GRAU(WS-QT-REGRAS)
                   MOVE CRG-COBRADOR
                       TO WS-RG-COBRADOR(WS-QT-REGRAS)
                   MOVE ZEROS
                       TO WS-RG-ESPECIFICIDADE(WS-QT-REGRAS)
                   IF NOT CRG-QUALQUER-UF
                       ADD 1
                         TO WS-RG-ESPECIFICIDADE(WS-QT-REGRAS)
                   END-IF
                   IF NOT CRG-QUALQUER-GRAU
                       ADD 1
                         TO WS-RG-ESPECIFICIDADE(WS-QT-REGRAS)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE REGRAS-COBRANCA
           .

      *****************************************
       P020-CARREGA-SCORES.
      *****************************************

           OPEN INPUT CLIENTE-SCORE

           IF WS-FS-SCORE NOT = '00'
               DISPLAY 'AVISO: CLISCORE INDISPONIVEL: ' WS-FS-SCORE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-SCORE NOT = '00'
                      OR WS-QT-TAB-SCORE = 500
               READ CLIENTE-SCORE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-SCORE = '00'
                   ADD 1                      TO WS-QT-TAB-SCORE
                   MOVE SCO-NUM-CLIENTE
                       TO WS-SCR-CLIENTE(WS-QT-TAB-SCORE)
                   MOVE SCO-GRAU
                       TO WS-SCR-GRAU(WS-QT-TAB-SCORE)
               END-IF
           END-PERFORM

           CLOSE CLIENTE-SCORE
           .

      *****************************************
      * LE O PAGTOPEND PELA CHAVE DO CLIENTE: OS PAGAMENTOS DE UM
      * CLIENTE CHEGAM JUNTOS E A QUEBRA FECHA O CLIENTE.
      *****************************************
       P100-AGRUPA-CLIENTES.
      *****************************************

           SET FIM-DO-ARQUIVO                 TO FALSE
           MOVE ZEROS                         TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUM-CLIENTE
               INVALID KEY
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-START

           MOVE ZEROS                         TO WS-CLIENTE-ATUAL
           PERFORM P110-ZERA-CLIENTE

           PERFORM P120-UM-PAGTO UNTIL FIM-DO-ARQUIVO

           PERFORM P200-FECHA-CLIENTE
           .

      *****************************************
       P110-ZERA-CLIENTE.
      *****************************************

           MOVE ZEROS                         TO WS-AC-QT
                                                  WS-AC-VALOR
                                                  WS-AC-DIAS
           SET CLIENTE-EXCLUIDO               TO FALSE
           .

      *****************************************
       P120-UM-PAGTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-LIDOS

           IF PAGTO-NUM-CLIENTE NOT = WS-CLIENTE-ATUAL
               PERFORM P200-FECHA-CLIENTE
               MOVE PAGTO-NUM-CLIENTE         TO WS-CLIENTE-ATUAL
               PERFORM P110-ZERA-CLIENTE
           END-IF

           IF NOT PAGTO-ATRASADO AND NOT PAGTO-PENDENTE
               EXIT PARAGRAPH
           END-IF

      *    UM PAGAMENTO EM AGENCIA OU EM DISPUTA TIRA O CLIENTE
      *    INTEIRO DA LISTA - A LIGACAO DO COBRADOR ATRAPALHARIA.
           IF PAGTO-EM-AGENCIA OR PAGTO-EM-DISPUTA
               SET CLIENTE-EXCLUIDO           TO TRUE
           END-IF

           IF NOT PAGTO-ATRASADO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-AC-QT
           ADD PAGTO-VALOR                    TO WS-AC-VALOR
           IF PAGTO-DIAS-ATRASO IS NUMERIC
              AND PAGTO-DIAS-ATRASO > WS-AC-DIAS
               MOVE PAGTO-DIAS-ATRASO         TO WS-AC-DIAS
           END-IF
           .

      *****************************************
      * FECHA O CLIENTE: SEM ATRASO NAO ENTRA; EXCLUIDO E' CONTADO;
      * OS DEMAIS VAO PARA A TABELA COM O COBRADOR DA REGRA.
      *****************************************
       P200-FECHA-CLIENTE.
      *****************************************

           IF WS-CLIENTE-ATUAL = ZEROS OR WS-AC-QT = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF CLIENTE-EXCLUIDO
               ADD 1                          TO WS-QT-EXCLUIDOS
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-CLI = 1000
               ADD 1                          TO WS-QT-FORA-TABELA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CLIENTES
           ADD 1                              TO WS-QT-TAB-CLI
           MOVE WS-QT-TAB-CLI                 TO WS-IX-CLI

           MOVE WS-CLIENTE-ATUAL              TO WS-CLI-NUM(WS-IX-CLI)
           MOVE WS-AC-QT                      TO WS-CLI-QT(WS-IX-CLI)
           MOVE WS-AC-VALOR                   TO WS-CLI-VALOR(WS-IX-CLI)
           MOVE WS-AC-DIAS                    TO WS-CLI-DIAS(WS-IX-CLI)
           COMPUTE WS-CLI-PRIORIDADE(WS-IX-CLI) =
                   WS-AC-VALOR * WS-AC-DIAS
           MOVE 'N'                    TO WS-CLI-SW-GRAVADO(WS-IX-CLI)
           MOVE SPACES                        TO WS-CLI-NOME(WS-IX-CLI)
                                             WS-CLI-TELEFONE(WS-IX-CLI)
                                                  WS-CLI-UF(WS-IX-CLI)
                                                WS-CLI-GRAU(WS-IX-CLI)

           MOVE WS-CLIENTE-ATUAL              TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CLIMAST = '00'
               MOVE WS-NOME                   TO WS-CLI-NOME(WS-IX-CLI)
               MOVE WS-TELEFONE          TO WS-CLI-TELEFONE(WS-IX-CLI)
               MOVE WS-ESTADO(1:2)            TO WS-CLI-UF(WS-IX-CLI)
           END-IF

           PERFORM VARYING WS-IX-SCORE FROM 1 BY 1
                   UNTIL WS-IX-SCORE > WS-QT-TAB-SCORE
               IF WS-SCR-CLIENTE(WS-IX-SCORE) = WS-CLIENTE-ATUAL
                   MOVE WS-SCR-GRAU(WS-IX-SCORE)
                       TO WS-CLI-GRAU(WS-IX-CLI)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM P300-APLICA-REGRAS
           MOVE WS-COBRADOR               TO WS-CLI-COBRADOR(WS-IX-CLI)
           PERFORM P400-SOMA-COBRADOR
           .

      *****************************************
      * A REGRA QUE ACEITA O CLIENTE COM A FAIXA DE VALOR MAIS
      * ESTREITA GANHA; NO EMPATE, A MAIS ESPECIFICA (UF E GRAU
      * INFORMADOS EM VEZ DE CORINGA); PERSISTINDO, A PRIMEIRA DA
      * TABELA. SEM NENHUMA, O CLIENTE VAI PARA O '*NENHUM*'.
      *****************************************
       P300-APLICA-REGRAS.
      *****************************************

           MOVE ZEROS                         TO WS-IX-MELHOR

           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > WS-QT-REGRAS
               IF WS-AC-VALOR NOT > WS-RG-VALOR-ATE(WS-IX-REGRA)
                  AND (WS-RG-UF(WS-IX-REGRA) = '**'
                       OR WS-RG-UF(WS-IX-REGRA) = WS-CLI-UF(WS-IX-CLI))
                  AND (WS-RG-GRAU(WS-IX-REGRA) = '*'
                       OR WS-RG-GRAU(WS-IX-REGRA) =
                          WS-CLI-GRAU(WS-IX-CLI))
                   EVALUATE TRUE
                       WHEN WS-IX-MELHOR = ZEROS
                           MOVE WS-IX-REGRA   TO WS-IX-MELHOR
                       WHEN WS-RG-VALOR-ATE(WS-IX-REGRA) <
                            WS-RG-VALOR-ATE(WS-IX-MELHOR)
                           MOVE WS-IX-REGRA   TO WS-IX-MELHOR
                       WHEN WS-RG-VALOR-ATE(WS-IX-REGRA) =
                            WS-RG-VALOR-ATE(WS-IX-MELHOR)
                        AND WS-RG-ESPECIFICIDADE(WS-IX-REGRA) >
                            WS-RG-ESPECIFICIDADE(WS-IX-MELHOR)
                           MOVE WS-IX-REGRA   TO WS-IX-MELHOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-IX-MELHOR = ZEROS
               MOVE WS-COBRADOR-SEM-REGRA     TO WS-COBRADOR
               ADD 1                          TO WS-QT-SEM-REGRA
           ELSE
               MOVE WS-RG-COBRADOR(WS-IX-MELHOR) TO WS-COBRADOR
           END-IF
           .

      *****************************************
       P400-SOMA-COBRADOR.
      *****************************************

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
               IF WS-COB-ID(WS-IX-COB) = WS-COBRADOR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IX-COB > WS-QT-TAB-COB
               IF WS-QT-TAB-COB = 50
      *            MAIS COBRADORES QUE O PREVISTO: O EXCEDENTE FICA
      *            COM O '*NENHUM*' (SEMPRE A PRIMEIRA POSICAO) PARA
      *            A SUPERVISAO REDISTRIBUIR.
                   MOVE WS-COBRADOR-SEM-REGRA
                       TO WS-CLI-COBRADOR(WS-IX-CLI)
                   ADD 1                      TO WS-QT-SEM-REGRA
                   MOVE 1                     TO WS-IX-COB
               ELSE
                   ADD 1                      TO WS-QT-TAB-COB
                   MOVE WS-QT-TAB-COB         TO WS-IX-COB
                   MOVE WS-COBRADOR           TO WS-COB-ID(WS-IX-COB)
                   MOVE ZEROS                 TO WS-COB-QT(WS-IX-COB)
                                                WS-COB-VALOR(WS-IX-COB)
               END-IF
           END-IF

           ADD 1                              TO WS-COB-QT(WS-IX-COB)
           ADD WS-CLI-VALOR(WS-IX-CLI)      TO WS-COB-VALOR(WS-IX-COB)
           .

      *****************************************
      * GRAVA A LISTA DE CADA COBRADOR EM ORDEM DECRESCENTE DE
      * PRIORIDADE: A CADA VOLTA, O MAIOR AINDA NAO GRAVADO.
      *****************************************
       P500-GRAVA-LISTAS.
      *****************************************

           PERFORM VARYING WS-IX-COB FROM 1 BY 1
                   UNTIL WS-IX-COB > WS-QT-TAB-COB
               MOVE ZEROS                     TO WS-ORDEM
               PERFORM P510-PROXIMO-DA-LISTA
                   WS-COB-QT(WS-IX-COB) TIMES

               MOVE WS-COB-VALOR(WS-IX-COB)   TO WS-VALOR-ED
               DISPLAY 'COBRADOR ' WS-COB-ID(WS-IX-COB) ': '
                       WS-COB-QT(WS-IX-COB) ' CLIENTE(S), '
                       WS-VALOR-ED ' ATRASADOS'
           END-PERFORM
           .

      *****************************************
       P510-PROXIMO-DA-LISTA.
      *****************************************

           MOVE ZEROS                         TO WS-IX-MAIOR

           PERFORM VARYING WS-IX-CLI FROM 1 BY 1
                   UNTIL WS-IX-CLI > WS-QT-TAB-CLI
               IF WS-CLI-COBRADOR(WS-IX-CLI) = WS-COB-ID(WS-IX-COB)
                  AND WS-CLI-SW-GRAVADO(WS-IX-CLI) = 'N'
                   IF WS-IX-MAIOR = ZEROS
                       MOVE WS-IX-CLI         TO WS-IX-MAIOR
                   ELSE
                       IF WS-CLI-PRIORIDADE(WS-IX-CLI) >
                          WS-CLI-PRIORIDADE(WS-IX-MAIOR)
                           MOVE WS-IX-CLI     TO WS-IX-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IX-MAIOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'S'                  TO WS-CLI-SW-GRAVADO(WS-IX-MAIOR)
           ADD 1                              TO WS-ORDEM

           MOVE WS-COB-ID(WS-IX-COB)          TO CWK-COBRADOR
           MOVE WS-ORDEM                      TO CWK-ORDEM
           MOVE WS-CLI-NUM(WS-IX-MAIOR)       TO CWK-NUM-CLIENTE
           MOVE WS-CLI-NOME(WS-IX-MAIOR)      TO CWK-NOME
           MOVE WS-CLI-TELEFONE(WS-IX-MAIOR)  TO CWK-TELEFONE
           MOVE WS-CLI-UF(WS-IX-MAIOR)        TO CWK-UF
           MOVE WS-CLI-GRAU(WS-IX-MAIOR)      TO CWK-GRAU
           MOVE WS-CLI-QT(WS-IX-MAIOR)        TO CWK-QT-ATRASADOS
           MOVE WS-CLI-VALOR(WS-IX-MAIOR)     TO CWK-VALOR-ATRASO
           MOVE WS-CLI-DIAS(WS-IX-MAIOR)      TO CWK-DIAS-ATRASO
           MOVE WS-CLI-PRIORIDADE(WS-IX-MAIOR) TO CWK-PRIORIDADE
           MOVE WS-DATA-NEGOCIO               TO CWK-DATA-GERACAO
           WRITE WS-REG-COBWORK

           ADD 1                              TO WS-QT-GRAVADOS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-PAGTOPEND = '00' OR WS-FS-PAGTOPEND = '10'
              OR WS-FS-PAGTOPEND = '23'
               CLOSE PAGTO-PENDENTES
           END-IF

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-COBWORK = '00'
               CLOSE LISTA-TRABALHO
           END-IF

           DISPLAY 'PAGAMENTOS LIDOS.....: ' WS-QT-LIDOS
           DISPLAY 'CLIENTES NA LISTA....: ' WS-QT-GRAVADOS
           DISPLAY 'EXCLUIDOS (AG/DISP)..: ' WS-QT-EXCLUIDOS
           DISPLAY 'SEM REGRA (*NENHUM*).: ' WS-QT-SEM-REGRA
           DISPLAY 'FORA DA TABELA.......: ' WS-QT-FORA-TABELA

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-GRAVADOS                 TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO = ZEROS
              AND (WS-QT-SEM-REGRA > ZEROS
                   OR WS-QT-FORA-TABELA > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-GRAVADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-COBWORK.
