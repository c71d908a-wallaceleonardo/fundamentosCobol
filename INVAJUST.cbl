      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: INVENTARIO FISICO, PASSO 5 - APLICACAO DOS AJUSTES
      *          APROVADOS, SOB DEMANDA: PARA CADA PRODUTO 'V' DO
      *          INVCONT SOMA A DIFERENCA (CONTADO - CONGELADO) AO
      *          PROD-QTDE-ESTOQUE DO PRODMAST - OS MOVIMENTOS FEITOS
      *          DEPOIS DO CONGELAMENTO CONTINUAM NO SALDO - COM
      *          LINHA 'I' NO KARDEX ESTMOV (DOCUMENTO 'INV' + DATA
      *          DO CONGELAMENTO), GRAVA A FALTA OU A SOBRA EM VALOR
      *          (PELO PRECO DO CONGELAMENTO) NO ARQUIVO INVMOV - QUE
      *          O EXTRATO CONTABIL (DEMONSTRA-GLEXTRACT) LANCA COMO
      *          PERDA DE ESTOQUE - E MARCA O PRODUTO COMO AJUSTADO
      *          ('J'). AJUSTE QUE DEIXARIA O SALDO NEGATIVO FICA
      *          RECUSADO (PRODUTO CONTINUA 'V', RC 4) PARA SER VISTO
      *          ANTES DE UMA NOVA EXECUCAO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-INVAJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-CONTAGEM ASSIGN TO 'INVCONT'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY INV-PRODUTO
                                       FILE STATUS WS-FS-INVCONT.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT INVENT-MOVIMENTO    ASSIGN TO 'INVMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-INVMOV.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTARIO-CONTAGEM.
           COPY INVCONT.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

       FD INVENT-MOVIMENTO.
           COPY INVMOV.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-INVCONT                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-INVMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 EXECUCAO-ABORTADA              VALUE 'S'.

       77 WS-QT-AJUSTADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-DIFERENCA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.

       77 WS-DIFERENCA         PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-ESTOQUE-NOVO      PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DIFERENCA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-FALTA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SOBRA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ED                        PIC -(11)9.99.

           COPY DTNEGWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF NOT EXECUCAO-ABORTADA
               PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-INVAJUST'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           OPEN I-O INVENTARIO-CONTAGEM
           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'NENHUM INVENTARIO CONGELADO (INVCONT): '
                       WS-FS-INVCONT
               MOVE 'S'                       TO WS-SW-ENCERRA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PRODUTO-MASTER
           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
               MOVE 'S'                       TO WS-SW-ENCERRA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

      *    O INVMOV ACUMULA ATE O PROXIMO EXTRATO CONTABIL, QUE O
      *    CONSOME E ZERA.
           OPEN EXTEND INVENT-MOVIMENTO
           IF WS-FS-INVMOV = '35'
               OPEN OUTPUT INVENT-MOVIMENTO
           END-IF
           IF WS-FS-INVMOV NOT = '00'
               DISPLAY 'ERRO AO ABRIR INVMOV: ' WS-FS-INVMOV
               MOVE 'S'                       TO WS-SW-ENCERRA
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P200-PROCESSA.
      *****************************************

           READ INVENTARIO-CONTAGEM NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT INV-APROVADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFERENCA = INV-QTDE-CONTADA - INV-QTDE-SISTEMA

           IF WS-DIFERENCA = ZEROS
               ADD 1                          TO WS-QT-SEM-DIFERENCA
               PERFORM P400-MARCA-AJUSTADO
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-AJUSTA-ESTOQUE
           IF WS-FS-PRODMAST NOT = '00'
               ADD 1                          TO WS-QT-RECUSADOS
               IF WS-RETORNO < 4
                   MOVE 4                     TO WS-RETORNO
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM P350-GRAVA-INVMOV
           PERFORM P400-MARCA-AJUSTADO
           ADD 1                              TO WS-QT-AJUSTADOS
           .

      *****************************************
      * SOMA A DIFERENCA AO SALDO ATUAL DO PRODUTO E ANOTA O AJUSTE
      * NO KARDEX. SAI COM WS-FS-PRODMAST '00' QUANDO O SALDO FOI
      * ATUALIZADO.
      *****************************************
       P300-AJUSTA-ESTOQUE.
      *****************************************

           MOVE INV-PRODUTO                   TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ' INV-PRODUTO
                           ' FORA DO PRODMAST - AJUSTE RECUSADO.'
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF PROD-QTDE-ESTOQUE IS NUMERIC
               COMPUTE WS-ESTOQUE-NOVO =
                       PROD-QTDE-ESTOQUE + WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA              TO WS-ESTOQUE-NOVO
           END-IF

           IF WS-ESTOQUE-NOVO < ZEROS OR WS-ESTOQUE-NOVO > 99999.99
               DISPLAY 'AJUSTE DO PRODUTO ' INV-PRODUTO
                       ' DEIXARIA O SALDO FORA DO LIMITE - RECUSADO.'
               MOVE '99'                      TO WS-FS-PRODMAST
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ESTOQUE-NOVO               TO PROD-QTDE-ESTOQUE
           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR O PRODUTO ' INV-PRODUTO
                       ': ' WS-FS-PRODMAST ' - AJUSTE RECUSADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE INV-PRODUTO                   TO MOV-PRODUTO
           MOVE WS-DATA-NEGOCIO               TO MOV-DATA-NEGOCIO
           SET MOV-INVENTARIO                 TO TRUE
           MOVE WS-DIFERENCA                  TO MOV-QTDE
           MOVE PROD-QTDE-ESTOQUE             TO MOV-SALDO
           MOVE 'INV'                         TO MOV-DOC-TIPO
           MOVE INV-DATA-CONGELA              TO MOV-DOC-NUMERO
           MOVE 'DEMONSTRA-INVAJUST'          TO MOV-PROGRAMA
           PERFORM P-GRAVA-ESTMOV
           .

      *****************************************
      * FALTA OU SOBRA EM VALOR PARA O EXTRATO CONTABIL.
      *****************************************
       P350-GRAVA-INVMOV.
      *****************************************

           COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                   WS-DIFERENCA * INV-PRECO

           MOVE SPACES                        TO WS-REG-INVMOV
           IF WS-VALOR-DIFERENCA < ZEROS
               SET IMOV-FALTA                 TO TRUE
               COMPUTE WS-VALOR-DIFERENCA = WS-VALOR-DIFERENCA * -1
               ADD WS-VALOR-DIFERENCA         TO WS-VALOR-FALTA
           ELSE
               SET IMOV-SOBRA                 TO TRUE
               ADD WS-VALOR-DIFERENCA         TO WS-VALOR-SOBRA
           END-IF

           IF WS-VALOR-DIFERENCA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE INV-PRODUTO                   TO IMOV-PRODUTO
           MOVE WS-VALOR-DIFERENCA            TO IMOV-VALOR
           MOVE WS-DATA-NEGOCIO               TO IMOV-DATA
           WRITE WS-REG-INVMOV
           .

      *****************************************
       P400-MARCA-AJUSTADO.
      *****************************************

           SET INV-AJUSTADO                   TO TRUE
           REWRITE WS-REG-INVCONT
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-FS-INVCONT NOT = '00'
               DISPLAY 'ERRO AO MARCAR O PRODUTO ' INV-PRODUTO
                       ' COMO AJUSTADO: ' WS-FS-INVCONT
               MOVE 8                         TO WS-RETORNO
               SET FIM-DO-ARQUIVO             TO TRUE
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-INVCONT = '00' OR WS-FS-INVCONT = '10'
              OR WS-FS-INVCONT = '23'
               CLOSE INVENTARIO-CONTAGEM
           END-IF

           IF WS-FS-PRODMAST NOT = '35' AND WS-FS-PRODMAST NOT = '91'
               CLOSE PRODUTO-MASTER
           END-IF

           IF WS-FS-INVMOV = '00'
               CLOSE INVENT-MOVIMENTO
           END-IF

           DISPLAY 'PRODUTOS AJUSTADOS...: ' WS-QT-AJUSTADOS
           DISPLAY 'SEM DIFERENCA........: ' WS-QT-SEM-DIFERENCA
           DISPLAY 'AJUSTES RECUSADOS....: ' WS-QT-RECUSADOS
           MOVE WS-VALOR-FALTA                TO WS-TOTAL-ED
           DISPLAY 'VALOR DA FALTA.......: ' WS-TOTAL-ED
           MOVE WS-VALOR-SOBRA                TO WS-TOTAL-ED
           DISPLAY 'VALOR DA SOBRA.......: ' WS-TOTAL-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-AJUSTADOS                TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY ESTMOVPR.

       END PROGRAM DEMONSTRA-INVAJUST.
