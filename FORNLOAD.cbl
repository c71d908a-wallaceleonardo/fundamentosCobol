      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CARGA DO CADASTRO DE FORNECEDORES (FORNMAST): LE O
      *          MOVIMENTO SEQUENCIAL FORNENT (CODIGO, NOME, CNPJ,
      *          CONTATO, TELEFONE, E-MAIL, PRAZO DE ENTREGA E
      *          SITUACAO), INSERE CODIGOS NOVOS E ATUALIZA OS
      *          EXISTENTES NO INDEXADO, NOS MOLDES DA CARGA DE
      *          PRODUTOS (DEMONSTRA-PRODLOAD). O CNPJ PASSA PELA
      *          ROTINA COMPARTILHADA DE EDICAO DO DOCUMENTO FISCAL
      *          (COPY/DOCVALPR.CPY) E E' GRAVADO SO' COM OS DIGITOS;
      *          LINHA SEM NOME OU COM CNPJ INVALIDO E' RECUSADA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - CARREGAR OS DADOS BANCARIOS DO FORNECEDOR
      *                    (ENT-BANCO, ENT-AGENCIA, ENT-CONTA; EM
      *                    BRANCO = CAMPO DO CADASTRO PRESERVADO),
      *                    DESTINO DOS PAGAMENTOS DO CONTAS A PAGAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FORNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-ENTRADA  ASSIGN TO 'FORNENT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENTRADA.

           SELECT FORNECEDOR-MASTER   ASSIGN TO 'FORNMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FORN-CODIGO
                                       FILE STATUS WS-FS-FORNMAST.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDOR-ENTRADA.
       01 WS-REG-FORNENT.
           03 ENT-CODIGO                         PIC X(06).
           03 ENT-NOME                           PIC X(30).
      *    CNPJ COM OU SEM PONTUACAO.
           03 ENT-CNPJ                           PIC X(18).
           03 ENT-CONTATO                        PIC X(30).
           03 ENT-TELEFONE                       PIC X(15).
           03 ENT-EMAIL                          PIC X(40).
      *    PRAZO DE ENTREGA EM DIAS CORRIDOS; EM BRANCO, O DO
      *    CADASTRO FICA (FORNECEDOR NOVO NASCE COM ZERO).
           03 ENT-PRAZO-ENTREGA                  PIC 9(03).
      *    'A' ATIVO, 'I' INATIVO; EM BRANCO, A DO CADASTRO FICA
      *    (FORNECEDOR NOVO NASCE ATIVO).
           03 ENT-SITUACAO                       PIC X(01).
      *    CONTA PARA CREDITO DOS PAGAMENTOS; EM BRANCO, A DO
      *    CADASTRO FICA (FORNECEDOR NOVO NASCE SEM CONTA).
           03 ENT-BANCO                          PIC X(03).
           03 ENT-AGENCIA                        PIC X(05).
           03 ENT-CONTA                          PIC X(12).

       FD FORNECEDOR-MASTER.
           COPY FORNMST.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ENTRADA                      PIC X(02) VALUE '00'.
       77 WS-FS-FORNMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-INSERIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ATUALIZADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                        PIC 9(06) VALUE ZEROS.
       77 WS-SW-FORNECEDOR-EXISTE            PIC X(01) VALUE 'N'.
           88 FORNECEDOR-JA-EXISTE           VALUE 'S' FALSE 'N'.

           COPY DOCVAL.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-FORNLOAD'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           OPEN INPUT FORNECEDOR-ENTRADA
           OPEN I-O   FORNECEDOR-MASTER

      *    STATUS 35 = CADASTRO AINDA NAO EXISTE (PRIMEIRA CARGA):
      *    CRIA VAZIO E REABRE EM I-O.
           IF WS-FS-FORNMAST = '35'
               OPEN OUTPUT FORNECEDOR-MASTER
               CLOSE FORNECEDOR-MASTER
               OPEN I-O FORNECEDOR-MASTER
           END-IF

           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDOR-ENTRADA: '
                       WS-FS-ENTRADA
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF WS-FS-FORNMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDOR-MASTER: '
                       WS-FS-FORNMAST
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-ENTRADA
           END-IF
           .

      *****************************************
       P100-LE-ENTRADA.
      *****************************************

           READ FORNECEDOR-ENTRADA
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UMA LINHA DO MOVIMENTO: CONFERE CODIGO, NOME E CNPJ E
      * INSERE OU ATUALIZA O FORNECEDOR. CAMPOS OPCIONAIS EM BRANCO
      * NAO APAGAM O QUE JA ESTA NO CADASTRO.
      *****************************************
       P200-PROCESSA.
      *****************************************

           PERFORM P300-CONFERE-ENTRADA

           IF NOT DOCUMENTO-VALIDO
               ADD 1                          TO WS-QT-RECUSADOS
               DISPLAY 'FORNECEDOR ' ENT-CODIGO ' RECUSADO: '
                       DOCVAL-MOTIVO
               PERFORM P100-LE-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-CODIGO                    TO FORN-CODIGO

           SET FORNECEDOR-JA-EXISTE           TO FALSE
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-FORNMAST = '00'
               SET FORNECEDOR-JA-EXISTE       TO TRUE
           ELSE
               MOVE SPACES                    TO WS-REG-FORNECEDOR
               MOVE ENT-CODIGO                TO FORN-CODIGO
               MOVE ZEROS                     TO FORN-PRAZO-ENTREGA
               SET FORN-ATIVO                 TO TRUE
           END-IF

           MOVE ENT-NOME                      TO FORN-NOME
           MOVE DOCVAL-NUMERO                 TO FORN-CNPJ
           IF ENT-CONTATO NOT = SPACES
               MOVE ENT-CONTATO               TO FORN-CONTATO
           END-IF
           IF ENT-TELEFONE NOT = SPACES
               MOVE ENT-TELEFONE              TO FORN-TELEFONE
           END-IF
           IF ENT-EMAIL NOT = SPACES
               MOVE ENT-EMAIL                 TO FORN-EMAIL
           END-IF
           IF ENT-PRAZO-ENTREGA IS NUMERIC
               MOVE ENT-PRAZO-ENTREGA         TO FORN-PRAZO-ENTREGA
           END-IF
           IF ENT-SITUACAO = 'A' OR ENT-SITUACAO = 'I'
               MOVE ENT-SITUACAO              TO FORN-SITUACAO
           END-IF
           IF ENT-BANCO NOT = SPACES
               MOVE ENT-BANCO                 TO FORN-BANCO
           END-IF
           IF ENT-AGENCIA NOT = SPACES
               MOVE ENT-AGENCIA               TO FORN-AGENCIA
           END-IF
           IF ENT-CONTA NOT = SPACES
               MOVE ENT-CONTA                 TO FORN-CONTA
           END-IF

           IF FORNECEDOR-JA-EXISTE
               REWRITE WS-REG-FORNECEDOR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-REG-FORNECEDOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF WS-FS-FORNMAST = '00'
               IF FORNECEDOR-JA-EXISTE
                   ADD 1                      TO WS-QT-ATUALIZADOS
               ELSE
                   ADD 1                      TO WS-QT-INSERIDOS
               END-IF
           ELSE
               ADD 1                          TO WS-QT-ERROS
               DISPLAY 'ERRO NA CARGA DO FORNECEDOR ' ENT-CODIGO
                       ': ' WS-FS-FORNMAST
           END-IF

           PERFORM P100-LE-ENTRADA
           .

      *****************************************
      * CODIGO E NOME SAO OBRIGATORIOS; O CNPJ TEM DE PASSAR NA
      * EDICAO COMPARTILHADA COMO DOCUMENTO DE PESSOA JURIDICA. O
      * VEREDITO FICA EM DOCUMENTO-VALIDO / DOCVAL-MOTIVO.
      *****************************************
       P300-CONFERE-ENTRADA.
      *****************************************

           IF ENT-CODIGO = SPACES
               SET DOCUMENTO-VALIDO           TO FALSE
               MOVE 'CODIGO NAO INFORMADO'    TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF ENT-NOME = SPACES
               SET DOCUMENTO-VALIDO           TO FALSE
               MOVE 'NOME NAO INFORMADO'      TO DOCVAL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-CNPJ                      TO DOCVAL-ENTRADA
           MOVE 'J'                           TO DOCVAL-TIPO
           PERFORM P-VALIDA-DOCUMENTO
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-ENTRADA = '00' OR WS-FS-ENTRADA = '10'
               CLOSE FORNECEDOR-ENTRADA
           END-IF

           IF WS-FS-FORNMAST NOT = '91' AND WS-FS-FORNMAST NOT = '35'
               CLOSE FORNECEDOR-MASTER
           END-IF

           DISPLAY 'FORNECEDORES LIDOS...: ' WS-QT-LIDOS
           DISPLAY 'FORNECEDORES NOVOS...: ' WS-QT-INSERIDOS
           DISPLAY 'ATUALIZADOS..........: ' WS-QT-ATUALIZADOS
           DISPLAY 'RECUSADOS............: ' WS-QT-RECUSADOS
           DISPLAY 'ERROS DE CARGA.......: ' WS-QT-ERROS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           ADD WS-QT-INSERIDOS WS-QT-ATUALIZADOS
                               GIVING RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           STOP RUN.

           COPY RUNLOGPR.
           COPY DOCVALPR.

       END PROGRAM DEMONSTRA-FORNLOAD.
