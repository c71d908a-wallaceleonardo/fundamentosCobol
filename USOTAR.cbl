      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: TARIFACAO DO CONSUMO MEDIDO DOS CONTRATOS, ANTES DA
      *          GERACAO DAS FATURAS RECORRENTES (DEMONSTRA-CONTRGEN).
      *          PRIMEIRO VALIDA AS LEITURAS DO USOREG (COPY/USOREG.CPY)
      *          CONTRA O CONTRMAST, O CLIMAST, O PRODMAST E A TABELA
      *          DE TARIFAS (COPY/TARIFA.CPY): A LEITURA BOA VAI PARA O
      *          USOPEND, ONDE ESPERA O CONTRATO FATURAR; A RUIM E'
      *          SUSPENSA NO USOSUSP COM O CODIGO DE MOTIVO USO-, NO
      *          MESMO FORMATO DO MATSUSP/FATSUSP, PARA O RETRABALHO
      *          (DEMONSTRA-SUSPREW, MOTOR 'U'). DEPOIS, PARA CADA
      *          CONTRATO QUE FATURA NA DATA DE NEGOCIO (OU QUE JA
      *          ENCERROU A VIGENCIA), TOTALIZA POR PRODUTO O CONSUMO
      *          PENDENTE ANTERIOR A DATA E APLICA AS FAIXAS DA
      *          TARIFA: CADA FAIXA ALCANCADA VIRA UMA LINHA DE
      *          COBRANCA NO USOTARIF (COPY/USOTARIF.CPY), COM O
      *          DETALHE DE CADA LEITURA PARA O DEMONSTRATIVO DE
      *          CONSUMO DA FATURA. O CONSUMO TARIFADO SAI DO USOPEND.
      *          UMA EXECUCAO POR DATA DE NEGOCIO (RUNCTL) - TARIFAR
      *          DUAS VEZES COBRARIA O CONSUMO EM DOBRO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-USOTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USO-ENTRADA         ASSIGN TO 'USOREG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOREG.

           SELECT USO-PENDENTE        ASSIGN TO 'USOPEND'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOPEND.

           SELECT USO-SUSPENSOS       ASSIGN TO 'USOSUSP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOSUSP.

           SELECT USO-TARIFADO        ASSIGN TO 'USOTARIF'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-USOTARIF.

           SELECT TABELA-TARIFAS      ASSIGN TO 'TARIFAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TARIFAS.

           SELECT CONTRATO-MASTER     ASSIGN TO 'CONTRMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTR-NUMERO
                                       FILE STATUS WS-FS-CONTRATO.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT RUN-CONTROL         ASSIGN TO 'RUNCTL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTL.

           SELECT RUN-OVERRIDE        ASSIGN TO 'RUNCTLOVR'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNCTLOVR.

       DATA DIVISION.
       FILE SECTION.
       FD USO-ENTRADA.
           COPY USOREG.

      *    CONSUMO VALIDADO A ESPERA DO FATURAMENTO DO CONTRATO
      *    (MESMO LAYOUT DO USOREG).
       FD USO-PENDENTE.
       01 WS-REG-USOPEND                          PIC X(41).

       FD USO-SUSPENSOS.
       01 WS-REG-USOSUSP                          PIC X(80).

       FD USO-TARIFADO.
           COPY USOTARIF.

       FD TABELA-TARIFAS.
           COPY TARIFA.

       FD CONTRATO-MASTER.
           COPY CONTRMST.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       FD RUN-CONTROL.
           COPY RUNCTL.

       FD RUN-OVERRIDE.
           COPY RUNCTLOV.

       WORKING-STORAGE SECTION.
       77 WS-FS-USOREG                       PIC X(02) VALUE '00'.
       77 WS-FS-USOPEND                      PIC X(02) VALUE '00'.
       77 WS-FS-USOSUSP                      PIC X(02) VALUE '00'.
       77 WS-FS-USOTARIF                     PIC X(02) VALUE '00'.
       77 WS-FS-TARIFAS                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-EOF-CONTRATOS                   PIC X(01) VALUE 'N'.
           88 FIM-DOS-CONTRATOS              VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ACEITOS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-SUSPENSOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONTRATOS-TARIF              PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-TARIF                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-LEITURAS-TARIF               PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-DIA-NEGOCIO                     PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-AUX                       PIC 9(08) VALUE ZEROS.
       77 WS-VESPERA-NEGOCIO                 PIC 9(08) VALUE ZEROS.

      *    VALIDACAO DA LEITURA: O PRIMEIRO MOTIVO ENCONTRADO VAI
      *    PARA O SUSPENSO.
       77 WS-SW-ERRO                         PIC X(01) VALUE 'N'.
           88 REGISTRO-COM-ERRO              VALUE 'S' FALSE 'N'.
       77 WS-COD-ERRO                        PIC X(11) VALUE SPACES.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-DATA                            PIC X(10) VALUE SPACES.

      *    A TABELA DE TARIFAS INTEIRA (A MANUTENCAO LIMITA A 200
      *    LINHAS).
       77 WS-QT-TAB-TARIFAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-TARIFA                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TARIFAS.
           03 WS-TAB-TARIFAS-ITEM      OCCURS 200 TIMES.
               05 WS-TRF-CONTRATO             PIC 9(06).
               05 WS-TRF-PRODUTO              PIC X(08).
               05 WS-TRF-LIMITE               PIC 9(07).
               05 WS-TRF-PRECO                PIC 9(05)V99.
       77 WS-SW-TEM-TARIFA                   PIC X(01) VALUE 'N'.
           88 PRODUTO-TEM-TARIFA             VALUE 'S' FALSE 'N'.

      *    CONSUMO PENDENTE (USOPEND) CARREGADO PARA A TARIFACAO. MAIS
      *    LEITURAS QUE A TABELA: NENHUMA E' TARIFADA NA NOITE (A
      *    REGRAVACAO PERDERIA O EXCESSO) E O LOTE TERMINA COM AVISO.
       77 WS-QT-TAB-PEND                     PIC 9(04) VALUE ZEROS.
       77 WS-IX-PEND                         PIC 9(04) VALUE ZEROS.
       77 WS-SW-TARIFACAO                    PIC X(01) VALUE 'S'.
           88 TARIFACAO-POSSIVEL             VALUE 'S' FALSE 'N'.
       01 WS-TAB-PENDENTES.
           03 WS-TAB-PEND-ITEM         OCCURS 3000 TIMES.
               05 WS-TPD-IMAGEM               PIC X(41).
               05 WS-TPD-CAMPOS REDEFINES WS-TPD-IMAGEM.
                   07 WS-TPD-SEQ              PIC 9(06).
                   07 WS-TPD-NUM-CLIENTE      PIC 9(06).
                   07 WS-TPD-CONTRATO         PIC 9(06).
                   07 WS-TPD-PRODUTO          PIC X(08).
                   07 WS-TPD-QTDE             PIC S9(05)V99.
                   07 WS-TPD-DATA             PIC 9(08).
               05 WS-TPD-SW-TARIFADO          PIC X(01).
                   88 LEITURA-TARIFADA        VALUE 'S' FALSE 'N'.

      *    CONSUMO DO CONTRATO EM CURSO, TOTALIZADO POR PRODUTO.
       77 WS-SW-CONTRATO-FATURA              PIC X(01) VALUE 'N'.
           88 CONTRATO-FATURA                VALUE 'S' FALSE 'N'.
       77 WS-QT-TAB-PROD                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-PROD                         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PROD-USO.
           03 WS-TAB-PROD-ITEM         OCCURS 20 TIMES.
               05 WS-TPU-PRODUTO              PIC X(08).
               05 WS-TPU-TOTAL        PIC S9(07)V99 COMP-3.
               05 WS-TPU-PRIMEIRO-DIA         PIC 9(08).
       77 WS-PERIODO-FIM                     PIC 9(08) VALUE ZEROS.

      *    APLICACAO DAS FAIXAS: A PROXIMA FAIXA E' A DE MENOR LIMITE
      *    ACIMA DO LIMITE DA ANTERIOR; A SEM LIMITE (ZEROS) E' A
      *    ULTIMA. A ULTIMA FAIXA ENCONTRADA LEVA O RESTO.
       77 WS-LIMITE-ANTERIOR                 PIC 9(07) VALUE ZEROS.
       77 WS-IX-FAIXA                        PIC 9(03) VALUE ZEROS.
       77 WS-NUM-FAIXA                       PIC 9(02) VALUE ZEROS.
       77 WS-SW-FAIXA-ACIMA                  PIC X(01) VALUE 'N'.
           88 HA-FAIXA-ACIMA                 VALUE 'S' FALSE 'N'.
       77 WS-RESTANTE          PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-QTDE-FAIXA        PIC S9(07)V99 COMP-3 VALUE ZEROS.

           COPY RUNCTLWS.
           COPY DTNEGWS.
           COPY DTVALID.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-VALIDA-USO UNTIL FIM-DO-ARQUIVO

           PERFORM P300-FECHA-VALIDACAO

           PERFORM P400-TARIFACAO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-USOTAR'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

      *    TARIFAR DUAS VEZES NA MESMA DATA COBRARIA O CONSUMO EM
      *    DOBRO.
           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO               TO WS-RUNCTL-DATA
           MOVE 'DEMONSTRA-USOTAR'            TO WS-RUNCTL-PROGRAMA
           PERFORM P-VERIFICA-RUNCTL

           IF RUNCTL-BLOQUEADO
               DISPLAY 'EXECUCAO BLOQUEADA: ' WS-RUNCTL-PROGRAMA
               DISPLAY 'JA CONCLUIDA NA DATA ' WS-RUNCTL-DATA
                       ' - USE RUNCTLOVR PARA REEXECUTAR.'
               MOVE 8                         TO WS-RETORNO
               MOVE WS-RETORNO                TO RETURN-CODE

               MOVE 'FIM'                     TO RUNLOG-EVENTO
               MOVE ZEROS                     TO RUNLOG-QT-PROCESSADOS
               PERFORM P-GRAVA-RUNLOG

               IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
                   MOVE WS-RETORNO TO LK-RES-RC
                   MOVE ZEROS TO LK-RES-QT-PROCESSADOS
               END-IF
               GOBACK
           END-IF

           MOVE 'INICIO'                      TO WS-RUNCTL-EVENTO-GRAVA
           PERFORM P-GRAVA-RUNCTL

           DIVIDE WS-DATA-NEGOCIO BY 100 GIVING WS-RESTO-AUX
                           REMAINDER WS-DIA-NEGOCIO
           COMPUTE WS-VESPERA-NEGOCIO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) - 1)

           PERFORM P040-CARREGA-TARIFAS

           OPEN INPUT CONTRATO-MASTER
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT PRODUTO-MASTER

      *    SEM O CADASTRO DE CONTRATOS NAO HA COMO VALIDAR NEM
      *    TARIFAR: O USOREG FICA COMO ESTA PARA A PROXIMA NOITE.
           IF WS-FS-CONTRATO NOT = '00'
               DISPLAY 'CONTRATO-MASTER INDISPONIVEL: '
                       WS-FS-CONTRATO
               ADD 1                          TO WS-QT-ERROS
               SET TARIFACAO-POSSIVEL         TO FALSE
               MOVE 'S'                       TO WS-EOF
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'AVISO: CADASTRO DE PRODUTOS INDISPONIVEL: '
                       WS-FS-PRODMAST
           END-IF

      *    O SUSPENSO ACUMULA DE NOITE PARA NOITE ATE O RETRABALHO:
      *    CADA EXECUCAO ABRE O SEU BLOCO COM A LINHA RUN-DATE.
           OPEN EXTEND USO-SUSPENSOS
           IF WS-FS-USOSUSP = '35'
               OPEN OUTPUT USO-SUSPENSOS
           END-IF
           MOVE SPACES                        TO WS-REG-USOSUSP
           STRING 'RUN-DATE: '     DELIMITED BY SIZE
                  WS-DATA-NEGOCIO  DELIMITED BY SIZE
                  INTO WS-REG-USOSUSP
           END-STRING
           WRITE WS-REG-USOSUSP

           OPEN EXTEND USO-PENDENTE
           IF WS-FS-USOPEND = '35'
               OPEN OUTPUT USO-PENDENTE
           END-IF

           OPEN INPUT USO-ENTRADA
           IF WS-FS-USOREG NOT = '00'
               DISPLAY 'AVISO: SEM LEITURAS DE CONSUMO NA NOITE ('
                       WS-FS-USOREG ')'
               MOVE 'S'                       TO WS-EOF
           ELSE
               PERFORM P100-LE-USO
           END-IF
           .

      *****************************************
      * CARREGA A TABELA DE TARIFAS; AUSENTE, TODA LEITURA SUSPENDE
      * COM USO-SEMTARF.
      *****************************************
       P040-CARREGA-TARIFAS.
      *****************************************

           OPEN INPUT TABELA-TARIFAS

           IF WS-FS-TARIFAS NOT = '00'
               DISPLAY 'AVISO: TABELA TARIFAS INDISPONIVEL: '
                       WS-FS-TARIFAS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-TARIFAS NOT = '00'
                      OR WS-QT-TAB-TARIFAS = 200
               READ TABELA-TARIFAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-TARIFAS = '00'
                  AND TAR-CONTRATO IS NUMERIC
                  AND TAR-LIMITE IS NUMERIC
                  AND TAR-PRECO IS NUMERIC
                   ADD 1                      TO WS-QT-TAB-TARIFAS
                   MOVE TAR-CONTRATO
                       TO WS-TRF-CONTRATO(WS-QT-TAB-TARIFAS)
                   MOVE TAR-PRODUTO
                       TO WS-TRF-PRODUTO(WS-QT-TAB-TARIFAS)
                   MOVE TAR-LIMITE
                       TO WS-TRF-LIMITE(WS-QT-TAB-TARIFAS)
                   MOVE TAR-PRECO
                       TO WS-TRF-PRECO(WS-QT-TAB-TARIFAS)
               END-IF
           END-PERFORM

           CLOSE TABELA-TARIFAS
           .

      *****************************************
       P100-LE-USO.
      *****************************************

           READ USO-ENTRADA
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * LEITURA BOA VAI PARA O USOPEND; RUIM, PARA O USOSUSP.
      *****************************************
       P200-VALIDA-USO.
      *****************************************

           SET REGISTRO-COM-ERRO              TO FALSE
           MOVE SPACES                        TO WS-COD-ERRO

           PERFORM P210-CONFERE-USO

           IF REGISTRO-COM-ERRO
               PERFORM P280-SUSPENDE-USO
           ELSE
               MOVE WS-REG-USO                TO WS-REG-USOPEND
               WRITE WS-REG-USOPEND
               ADD 1                          TO WS-QT-ACEITOS
           END-IF

           PERFORM P100-LE-USO
           .

      *****************************************
      * QUANTIDADE POSITIVA, DIA VALIDO E NAO FUTURO, CONTRATO NO
      * CONTRMAST DO MESMO CLIENTE (CLIENTE EM ZEROS = O DO
      * CONTRATO) E CADASTRADO, DIA DENTRO DA VIGENCIA, PRODUTO NO
      * PRODMAST E COM TARIFA NO CONTRATO.
      *****************************************
       P210-CONFERE-USO.
      *****************************************

           IF USO-QTDE IS NOT NUMERIC
              OR USO-QTDE NOT > ZEROS
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-QTDEINV'             TO WS-COD-ERRO
               EXIT PARAGRAPH
           END-IF

           SET DATA-VALIDA                    TO FALSE
           IF USO-DATA IS NUMERIC
               MOVE SPACES                    TO WS-DATA
               STRING USO-DATA(7:2)   DELIMITED BY SIZE
                      '/'             DELIMITED BY SIZE
                      USO-DATA(5:2)   DELIMITED BY SIZE
                      '/'             DELIMITED BY SIZE
                      USO-DATA(1:4)   DELIMITED BY SIZE
                      INTO WS-DATA
               END-STRING
               PERFORM P-VALIDA-DATA
           END-IF
           IF NOT DATA-VALIDA
              OR USO-DATA > WS-DATA-NEGOCIO
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-DATAINV'             TO WS-COD-ERRO
               EXIT PARAGRAPH
           END-IF

           MOVE USO-CONTRATO                  TO CONTR-NUMERO
           READ CONTRATO-MASTER
               INVALID KEY
                   SET REGISTRO-COM-ERRO      TO TRUE
                   MOVE 'USO-CONTINV'         TO WS-COD-ERRO
           END-READ
           IF REGISTRO-COM-ERRO
               EXIT PARAGRAPH
           END-IF

           IF USO-NUM-CLIENTE IS NOT NUMERIC
              OR (USO-NUM-CLIENTE NOT = ZEROS
              AND USO-NUM-CLIENTE NOT = CONTR-NUM-CLIENTE)
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-CLIINV'              TO WS-COD-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE CONTR-NUM-CLIENTE             TO USO-NUM-CLIENTE

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               MOVE CONTR-NUM-CLIENTE         TO WS-NUM-CLIENTE
               READ CLIENTE-MASTER
                   INVALID KEY
                       SET REGISTRO-COM-ERRO  TO TRUE
                       MOVE 'USO-CLIINV'      TO WS-COD-ERRO
               END-READ
               IF REGISTRO-COM-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF USO-DATA < CONTR-DATA-INICIO
              OR (CONTR-DATA-FIM NOT = ZEROS
              AND USO-DATA > CONTR-DATA-FIM)
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-FORAVIG'             TO WS-COD-ERRO
               EXIT PARAGRAPH
           END-IF

           MOVE USO-PRODUTO                   TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   SET REGISTRO-COM-ERRO      TO TRUE
                   MOVE 'USO-PRODINV'         TO WS-COD-ERRO
           END-READ
           IF WS-FS-PRODMAST NOT = '00'
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-PRODINV'             TO WS-COD-ERRO
               EXIT PARAGRAPH
           END-IF

           SET PRODUTO-TEM-TARIFA             TO FALSE
           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
                      OR PRODUTO-TEM-TARIFA
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = USO-CONTRATO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA) = USO-PRODUTO
                   SET PRODUTO-TEM-TARIFA     TO TRUE
               END-IF
           END-PERFORM
           IF NOT PRODUTO-TEM-TARIFA
               SET REGISTRO-COM-ERRO          TO TRUE
               MOVE 'USO-SEMTARF'             TO WS-COD-ERRO
           END-IF
           .

      *****************************************
      * A LINHA DO SUSPENSO COMECA PELO SEQ DA LEITURA (O QUE A
      * CORRECAO APONTA) E TERMINA NO CODIGO DE MOTIVO.
      *****************************************
       P280-SUSPENDE-USO.
      *****************************************

           IF USO-QTDE IS NUMERIC
               MOVE USO-QTDE                  TO WS-QTDE-ED
           ELSE
               MOVE ZEROS                     TO WS-QTDE-ED
           END-IF

           MOVE SPACES                        TO WS-REG-USOSUSP
           STRING 'ITEM '         DELIMITED BY SIZE
                  USO-SEQ         DELIMITED BY SIZE
                  ' CLI '         DELIMITED BY SIZE
                  USO-NUM-CLIENTE DELIMITED BY SIZE
                  ' CTR '         DELIMITED BY SIZE
                  USO-CONTRATO    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  USO-PRODUTO     DELIMITED BY SIZE
                  ' QTDE '        DELIMITED BY SIZE
                  WS-QTDE-ED      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  USO-DATA        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-COD-ERRO     DELIMITED BY SIZE
                  INTO WS-REG-USOSUSP
           END-STRING
           WRITE WS-REG-USOSUSP

           ADD 1                              TO WS-QT-SUSPENSOS
           .

      *****************************************
      * O USOREG DA NOITE FOI TODO PARA O USOPEND OU PARA O
      * USOSUSP: E' ESVAZIADO, E O RETRABALHO DEVOLVE AS LEITURAS
      * CORRIGIDAS A ELE PARA A PROXIMA NOITE.
      *****************************************
       P300-FECHA-VALIDACAO.
      *****************************************

           IF WS-FS-CONTRATO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-USOREG = '00' OR WS-FS-USOREG = '10'
               CLOSE USO-ENTRADA
               OPEN OUTPUT USO-ENTRADA
               CLOSE USO-ENTRADA
           END-IF

           CLOSE USO-PENDENTE
           CLOSE USO-SUSPENSOS
           .

      *****************************************
      * TARIFA O CONSUMO PENDENTE DOS CONTRATOS QUE FATURAM HOJE.
      *****************************************
       P400-TARIFACAO.
      *****************************************

           IF NOT TARIFACAO-POSSIVEL
               EXIT PARAGRAPH
           END-IF

           PERFORM P410-CARREGA-PENDENTES

           IF NOT TARIFACAO-POSSIVEL OR WS-QT-TAB-PEND = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND USO-TARIFADO
           IF WS-FS-USOTARIF = '35'
               OPEN OUTPUT USO-TARIFADO
           END-IF

           IF WS-FS-USOTARIF NOT = '00'
               DISPLAY 'ERRO AO ABRIR O USOTARIF: ' WS-FS-USOTARIF
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO CONTR-NUMERO
           SET FIM-DOS-CONTRATOS              TO FALSE
           START CONTRATO-MASTER KEY NOT < CONTR-NUMERO
               INVALID KEY
                   SET FIM-DOS-CONTRATOS      TO TRUE
           END-START

           PERFORM P420-LE-CONTRATO UNTIL FIM-DOS-CONTRATOS

           CLOSE USO-TARIFADO

           IF WS-QT-LEITURAS-TARIF > ZEROS
               PERFORM P490-REGRAVA-PENDENTES
           END-IF
           .

      *****************************************
       P410-CARREGA-PENDENTES.
      *****************************************

           OPEN INPUT USO-PENDENTE

           IF WS-FS-USOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-USOPEND NOT = '00'
               READ USO-PENDENTE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-USOPEND = '00'
                   IF WS-QT-TAB-PEND = 3000
                       DISPLAY 'AVISO: USOPEND COM MAIS DE 3000 '
                               'LEITURAS - NENHUMA TARIFADA NESTA '
                               'NOITE'
                       ADD 1                  TO WS-QT-ERROS
                       SET TARIFACAO-POSSIVEL TO FALSE
                       MOVE '10'              TO WS-FS-USOPEND
                   ELSE
                       ADD 1                  TO WS-QT-TAB-PEND
                       MOVE WS-REG-USOPEND
                           TO WS-TPD-IMAGEM(WS-QT-TAB-PEND)
                       SET LEITURA-TARIFADA(WS-QT-TAB-PEND) TO FALSE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE USO-PENDENTE
           .

      *****************************************
      * O CONTRATO FATURA HOJE (DIA DE FATURAMENTO, DENTRO DA
      * VIGENCIA) OU JA ENCERROU: O CONSUMO PENDENTE ANTERIOR A DATA
      * DE NEGOCIO ENTRA NA FATURA DELE.
      *****************************************
       P420-LE-CONTRATO.
      *****************************************

           READ CONTRATO-MASTER NEXT RECORD
               AT END
                   SET FIM-DOS-CONTRATOS      TO TRUE
           END-READ

           IF FIM-DOS-CONTRATOS
               EXIT PARAGRAPH
           END-IF

           SET CONTRATO-FATURA                TO FALSE
           MOVE WS-VESPERA-NEGOCIO            TO WS-PERIODO-FIM

           IF CONTR-DATA-INICIO NOT > WS-DATA-NEGOCIO
              AND CONTR-DIA-FATURAMENTO = WS-DIA-NEGOCIO
              AND (CONTR-DATA-FIM = ZEROS
                OR CONTR-DATA-FIM NOT < WS-DATA-NEGOCIO)
               SET CONTRATO-FATURA            TO TRUE
           END-IF

           IF CONTR-DATA-FIM NOT = ZEROS
              AND CONTR-DATA-FIM < WS-DATA-NEGOCIO
               SET CONTRATO-FATURA            TO TRUE
               MOVE CONTR-DATA-FIM            TO WS-PERIODO-FIM
           END-IF

           IF CONTRATO-FATURA
               PERFORM P430-TOTALIZA-CONTRATO
               IF WS-QT-TAB-PROD > ZEROS
                   ADD 1                      TO WS-QT-CONTRATOS-TARIF
                   PERFORM VARYING WS-IX-PROD FROM 1 BY 1
                           UNTIL WS-IX-PROD > WS-QT-TAB-PROD
                       PERFORM P450-TARIFA-PRODUTO
                   END-PERFORM
               END-IF
           END-IF
           .

      *****************************************
      * CONSUMO PENDENTE DO CONTRATO ANTERIOR A DATA DE NEGOCIO,
      * TOTALIZADO POR PRODUTO.
      *****************************************
       P430-TOTALIZA-CONTRATO.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-PROD

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               IF WS-TPD-CONTRATO(WS-IX-PEND) = CONTR-NUMERO
                  AND WS-TPD-DATA(WS-IX-PEND) < WS-DATA-NEGOCIO
                  AND NOT LEITURA-TARIFADA(WS-IX-PEND)
                   PERFORM P440-SOMA-PRODUTO
               END-IF
           END-PERFORM
           .

      *****************************************
       P440-SOMA-PRODUTO.
      *****************************************

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
                   UNTIL WS-IX-PROD > WS-QT-TAB-PROD
               IF WS-TPU-PRODUTO(WS-IX-PROD)
                   = WS-TPD-PRODUTO(WS-IX-PEND)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IX-PROD > WS-QT-TAB-PROD
               IF WS-QT-TAB-PROD = 20
                   DISPLAY 'CONTRATO ' CONTR-NUMERO
                           ' COM MAIS DE 20 PRODUTOS MEDIDOS - '
                           WS-TPD-PRODUTO(WS-IX-PEND)
                           ' FICA PENDENTE'
                   ADD 1                      TO WS-QT-ERROS
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-PROD
               MOVE WS-QT-TAB-PROD            TO WS-IX-PROD
               MOVE WS-TPD-PRODUTO(WS-IX-PEND)
                   TO WS-TPU-PRODUTO(WS-IX-PROD)
               MOVE ZEROS                 TO WS-TPU-TOTAL(WS-IX-PROD)
               MOVE WS-TPD-DATA(WS-IX-PEND)
                   TO WS-TPU-PRIMEIRO-DIA(WS-IX-PROD)
           END-IF

           ADD WS-TPD-QTDE(WS-IX-PEND)
                                      TO WS-TPU-TOTAL(WS-IX-PROD)
           IF WS-TPD-DATA(WS-IX-PEND) < WS-TPU-PRIMEIRO-DIA(WS-IX-PROD)
               MOVE WS-TPD-DATA(WS-IX-PEND)
                   TO WS-TPU-PRIMEIRO-DIA(WS-IX-PROD)
           END-IF
           .

      *****************************************
      * APLICA AS FAIXAS DA TARIFA AO TOTAL DO PRODUTO WS-IX-PROD:
      * UMA LINHA DE COBRANCA POR FAIXA ALCANCADA E UM DETALHE POR
      * LEITURA. TOTAL MAIOR QUE A QUANTIDADE DE UMA LINHA DE
      * FATURA OU TARIFA REMOVIDA DEPOIS DA VALIDACAO DEIXAM O
      * CONSUMO PENDENTE.
      *****************************************
       P450-TARIFA-PRODUTO.
      *****************************************

           IF WS-TPU-TOTAL(WS-IX-PROD) > 99999.99
               DISPLAY 'CONTRATO ' CONTR-NUMERO ' PRODUTO '
                       WS-TPU-PRODUTO(WS-IX-PROD)
                       ' - CONSUMO ACIMA DE 99999,99 NO CICLO: '
                       'FICA PENDENTE'
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           SET PRODUTO-TEM-TARIFA             TO FALSE
           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
                      OR PRODUTO-TEM-TARIFA
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = CONTR-NUMERO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA)
                       = WS-TPU-PRODUTO(WS-IX-PROD)
                   SET PRODUTO-TEM-TARIFA     TO TRUE
               END-IF
           END-PERFORM

           IF NOT PRODUTO-TEM-TARIFA
               DISPLAY 'CONTRATO ' CONTR-NUMERO ' PRODUTO '
                       WS-TPU-PRODUTO(WS-IX-PROD)
                       ' SEM TARIFA - CONSUMO FICA PENDENTE'
               ADD 1                          TO WS-QT-ERROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TPU-TOTAL(WS-IX-PROD)      TO WS-RESTANTE
           MOVE ZEROS                         TO WS-LIMITE-ANTERIOR
           MOVE ZEROS                         TO WS-NUM-FAIXA
           SET HA-FAIXA-ACIMA                 TO TRUE

           PERFORM P460-APLICA-FAIXA
               UNTIL WS-RESTANTE NOT > ZEROS
                  OR NOT HA-FAIXA-ACIMA

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               IF WS-TPD-CONTRATO(WS-IX-PEND) = CONTR-NUMERO
                  AND WS-TPD-PRODUTO(WS-IX-PEND)
                       = WS-TPU-PRODUTO(WS-IX-PROD)
                  AND WS-TPD-DATA(WS-IX-PEND) < WS-DATA-NEGOCIO
                  AND NOT LEITURA-TARIFADA(WS-IX-PEND)
                   PERFORM P480-GRAVA-DETALHE
               END-IF
           END-PERFORM
           .

      *****************************************
      * A PROXIMA FAIXA (MENOR LIMITE ACIMA DA ANTERIOR; SEM LIMITE
      * POR ULTIMO) LEVA ATE O SEU LIMITE - OU TUDO, SE NAO HOUVER
      * OUTRA ACIMA DELA.
      *****************************************
       P460-APLICA-FAIXA.
      *****************************************

           PERFORM P470-PROCURA-FAIXA

           IF NOT HA-FAIXA-ACIMA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-NUM-FAIXA
           MOVE WS-RESTANTE                   TO WS-QTDE-FAIXA

           IF WS-TRF-LIMITE(WS-IX-FAIXA) NOT = ZEROS
               MOVE WS-TRF-LIMITE(WS-IX-FAIXA) TO WS-LIMITE-ANTERIOR
               PERFORM P475-EXISTE-FAIXA-ACIMA
               IF HA-FAIXA-ACIMA
                  AND WS-TPU-TOTAL(WS-IX-PROD) > WS-LIMITE-ANTERIOR
                   COMPUTE WS-QTDE-FAIXA = WS-RESTANTE
                         - (WS-TPU-TOTAL(WS-IX-PROD)
                          - WS-LIMITE-ANTERIOR)
               END-IF
           ELSE
               SET HA-FAIXA-ACIMA             TO FALSE
           END-IF

           IF WS-QTDE-FAIXA > ZEROS
               MOVE SPACES                    TO WS-REG-USOTARIF
               MOVE CONTR-NUMERO              TO UTR-CONTRATO
               SET UTR-LINHA-COBRANCA         TO TRUE
               MOVE WS-TPU-PRODUTO(WS-IX-PROD) TO UTR-PRODUTO
               MOVE WS-QTDE-FAIXA             TO UTR-QTDE
               MOVE WS-TRF-PRECO(WS-IX-FAIXA) TO UTR-PRECO
               MOVE WS-NUM-FAIXA              TO UTR-FAIXA
               MOVE ZEROS                     TO UTR-DATA-USO
               MOVE ZEROS                     TO UTR-SEQ-USO
               MOVE WS-TPU-PRIMEIRO-DIA(WS-IX-PROD)
                                              TO UTR-PERIODO-INICIO
               MOVE WS-PERIODO-FIM            TO UTR-PERIODO-FIM
               WRITE WS-REG-USOTARIF
               ADD 1                          TO WS-QT-LINHAS-TARIF
               SUBTRACT WS-QTDE-FAIXA         FROM WS-RESTANTE
           END-IF
           .

      *****************************************
      * A FAIXA DE MENOR LIMITE ACIMA DE WS-LIMITE-ANTERIOR; SEM
      * NENHUMA, A SEM LIMITE. WS-IX-FAIXA APONTA A ESCOLHIDA.
      *****************************************
       P470-PROCURA-FAIXA.
      *****************************************

           SET HA-FAIXA-ACIMA                 TO FALSE
           MOVE ZEROS                         TO WS-IX-FAIXA

           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = CONTR-NUMERO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA)
                       = WS-TPU-PRODUTO(WS-IX-PROD)
                  AND WS-TRF-LIMITE(WS-IX-TARIFA) > WS-LIMITE-ANTERIOR
                   IF NOT HA-FAIXA-ACIMA
                      OR WS-TRF-LIMITE(WS-IX-TARIFA)
                          < WS-TRF-LIMITE(WS-IX-FAIXA)
                       MOVE WS-IX-TARIFA      TO WS-IX-FAIXA
                       SET HA-FAIXA-ACIMA     TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF HA-FAIXA-ACIMA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
                      OR HA-FAIXA-ACIMA
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = CONTR-NUMERO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA)
                       = WS-TPU-PRODUTO(WS-IX-PROD)
                  AND WS-TRF-LIMITE(WS-IX-TARIFA) = ZEROS
                   MOVE WS-IX-TARIFA          TO WS-IX-FAIXA
                   SET HA-FAIXA-ACIMA         TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************
      * HA FAIXA (COM LIMITE MAIOR OU SEM LIMITE) ACIMA DE
      * WS-LIMITE-ANTERIOR?
      *****************************************
       P475-EXISTE-FAIXA-ACIMA.
      *****************************************

           SET HA-FAIXA-ACIMA                 TO FALSE

           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-QT-TAB-TARIFAS
                      OR HA-FAIXA-ACIMA
               IF WS-TRF-CONTRATO(WS-IX-TARIFA) = CONTR-NUMERO
                  AND WS-TRF-PRODUTO(WS-IX-TARIFA)
                       = WS-TPU-PRODUTO(WS-IX-PROD)
                  AND (WS-TRF-LIMITE(WS-IX-TARIFA) = ZEROS
                    OR WS-TRF-LIMITE(WS-IX-TARIFA)
                        > WS-LIMITE-ANTERIOR)
                   SET HA-FAIXA-ACIMA         TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************
      * DETALHE DA LEITURA WS-IX-PEND PARA O DEMONSTRATIVO; A
      * LEITURA SAI DO USOPEND NA REGRAVACAO.
      *****************************************
       P480-GRAVA-DETALHE.
      *****************************************

           MOVE SPACES                        TO WS-REG-USOTARIF
           MOVE CONTR-NUMERO                  TO UTR-CONTRATO
           SET UTR-DETALHE-USO                TO TRUE
           MOVE WS-TPD-PRODUTO(WS-IX-PEND)    TO UTR-PRODUTO
           MOVE WS-TPD-QTDE(WS-IX-PEND)       TO UTR-QTDE
           MOVE ZEROS                         TO UTR-PRECO
           MOVE ZEROS                         TO UTR-FAIXA
           MOVE WS-TPD-DATA(WS-IX-PEND)       TO UTR-DATA-USO
           MOVE WS-TPD-SEQ(WS-IX-PEND)        TO UTR-SEQ-USO
           MOVE WS-TPU-PRIMEIRO-DIA(WS-IX-PROD)
                                              TO UTR-PERIODO-INICIO
           MOVE WS-PERIODO-FIM                TO UTR-PERIODO-FIM
           WRITE WS-REG-USOTARIF

           SET LEITURA-TARIFADA(WS-IX-PEND)       TO TRUE
           ADD 1                              TO WS-QT-LEITURAS-TARIF
           .

      *****************************************
      * REGRAVA O USOPEND SO' COM AS LEITURAS NAO TARIFADAS.
      *****************************************
       P490-REGRAVA-PENDENTES.
      *****************************************

           OPEN OUTPUT USO-PENDENTE

           IF WS-FS-USOPEND NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O USOPEND: ' WS-FS-USOPEND
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND > WS-QT-TAB-PEND
               IF NOT LEITURA-TARIFADA(WS-IX-PEND)
                   MOVE WS-TPD-IMAGEM(WS-IX-PEND) TO WS-REG-USOPEND
                   WRITE WS-REG-USOPEND
               END-IF
           END-PERFORM

           CLOSE USO-PENDENTE
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
              OR WS-FS-CONTRATO = '23'
               CLOSE CONTRATO-MASTER
           END-IF
           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF

           DISPLAY 'LEITURAS LIDAS.......: ' WS-QT-LIDOS
           DISPLAY 'LEITURAS ACEITAS.....: ' WS-QT-ACEITOS
           DISPLAY 'LEITURAS SUSPENSAS...: ' WS-QT-SUSPENSOS
           DISPLAY 'CONTRATOS TARIFADOS..: ' WS-QT-CONTRATOS-TARIF
           DISPLAY 'LEITURAS TARIFADAS...: ' WS-QT-LEITURAS-TARIF
           DISPLAY 'LINHAS DE COBRANCA...: ' WS-QT-LINHAS-TARIF
           DISPLAY 'ERROS................: ' WS-QT-ERROS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           IF WS-RETORNO NOT = 8
               MOVE 'FIM'                     TO WS-RUNCTL-EVENTO-GRAVA
               PERFORM P-GRAVA-RUNCTL
           END-IF

           IF WS-RETORNO = ZEROS
              AND (WS-QT-ERROS > ZEROS OR WS-QT-SUSPENSOS > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-LIDOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY RUNCTLPR.
           COPY DTNEGPR.
           COPY DTVALPR.

       END PROGRAM DEMONSTRA-USOTAR.
