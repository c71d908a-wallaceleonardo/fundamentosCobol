      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CARGA DO ORCAMENTO POR CONTA DO RAZAO (GLORCA) A
      *          PARTIR DA PLANILHA PREPARADA PELA CONTROLADORIA
      *          (EXTRATO ORCCSV, UMA LINHA
      *          'CONTA;ANO;MES;VERSAO;NATUREZA;VALOR', COM OU SEM
      *          LINHA DE TITULO; VALOR COM VIRGULA OU PONTO
      *          DECIMAL). TODA CONTA PRECISA EXISTIR NO MAPEAMENTO
      *          GLCONTAS - O MESMO PLANO DE CONTAS DO BALANCETE. A
      *          CARGA E' TUDO OU NADA: UMA LINHA RECUSADA (CONTA
      *          FORA DO GLCONTAS, MES, VERSAO, NATUREZA OU VALOR
      *          INVALIDO, LINHA REPETIDA) DEIXA O GLORCA COMO ESTAVA
      *          (RC 8). CADA VERSAO DE CADA ANO DA PLANILHA
      *          SUBSTITUI AS PROPRIAS LINHAS NO ARQUIVO; AS DEMAIS
      *          VERSOES FICAM, LADO A LADO, PARA O ORCADO X
      *          REALIZADO COMPARAR COM O ORIGINAL OU COM A ULTIMA
      *          PREVISAO.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ORCLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORC-ENTRADA         ASSIGN TO 'ORCCSV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ORCCSV.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT ORCAMENTO           ASSIGN TO 'GLORCA'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLORCA.

           SELECT ORCAMENTO-TRABALHO  ASSIGN TO 'GLORCWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ORCWRK.

           SELECT ORCLOAD-RPT         ASSIGN TO 'ORCLOADRPT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      *    UMA LINHA POR CONTA/MES DA PLANILHA:
      *    CONTA;ANO;MES;VERSAO;NATUREZA;VALOR.
       FD ORC-ENTRADA.
       01 WS-REG-ORCCSV                           PIC X(80).

      *    O MAPEAMENTO EVENTO -> CONTA DO RAZAO: O PLANO DE CONTAS.
       FD GL-CONTAS.
       01 WS-REG-GLCONTA.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

       FD ORCAMENTO.
           COPY GLORCA.

       FD ORCAMENTO-TRABALHO.
       01 WS-REG-ORCWRK                           PIC X(32).

       FD ORCLOAD-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORCCSV                       PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-GLORCA                       PIC X(02) VALUE '00'.
       77 WS-FS-ORCWRK                       PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-ACEITOS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-MANTIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-SUBSTITUIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(40) VALUE SPACES.

      *    CONTAS DO PLANO (DISTINTAS NO GLCONTAS).
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       77 WS-SW-CONTA                        PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO                 VALUE 'S' FALSE 'N'.
       01 WS-TAB-CONTAS.
           03 WS-PLANO-CONTA           OCCURS 30 TIMES
                                       PIC X(08).

      *    OS CAMPOS DA LINHA DA PLANILHA. ANO, MES E VERSAO ENTRAM
      *    ALINHADOS A DIREITA PARA REPOR OS ZEROS A ESQUERDA QUE A
      *    PLANILHA COSTUMA COMER.
       01 WS-CSV-CAMPOS.
           03 WS-CSV-CONTA                     PIC X(08).
           03 WS-CSV-ANO                       PIC X(04)
                                               JUSTIFIED RIGHT.
           03 WS-CSV-MES                       PIC X(02)
                                               JUSTIFIED RIGHT.
           03 WS-CSV-VERSAO                    PIC X(02)
                                               JUSTIFIED RIGHT.
           03 WS-CSV-NATUREZA                  PIC X(01).
           03 WS-CSV-VALOR                     PIC X(18).
       77 WS-CSV-CAMPOS-CONTADOS             PIC 9(02) VALUE ZEROS.

      *    O VALOR SEPARADO EM INTEIRO E CENTAVOS (VIRGULA OU PONTO).
       77 WS-VAL-BRANCOS                     PIC 9(02) VALUE ZEROS.
       77 WS-VAL-INTEIRO                     PIC X(13)
                                             JUSTIFIED RIGHT.
       77 WS-VAL-DECIMAL                     PIC X(02) VALUE SPACES.
       77 WS-VAL-QT-INTEIRO                  PIC 9(02) VALUE ZEROS.
       77 WS-VAL-QT-DECIMAL                  PIC 9(02) VALUE ZEROS.
       01 WS-VAL-MONTADO.
           03 WS-VAL-MONT-INTEIRO              PIC X(13).
           03 WS-VAL-MONT-DECIMAL              PIC X(02).
       01 WS-VAL-NUMERO REDEFINES WS-VAL-MONTADO
                                             PIC 9(13)V99.

       77 WS-NUM-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-NUM-MES                         PIC 9(02) VALUE ZEROS.
       77 WS-NUM-VERSAO                      PIC 9(02) VALUE ZEROS.

      *    AS LINHAS ACEITAS, GUARDADAS ATE O FIM DA PLANILHA (A CARGA
      *    SO' GRAVA SE NADA FOR RECUSADO).
       77 WS-QT-TAB-CARGA                    PIC 9(04) VALUE ZEROS.
       77 WS-IX-CARGA                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CARGA.
           03 WS-CARGA-ITEM            OCCURS 800 TIMES.
               05 WS-CAR-CONTA                PIC X(08).
               05 WS-CAR-ANO                  PIC 9(04).
               05 WS-CAR-MES                  PIC 9(02).
               05 WS-CAR-VERSAO               PIC 9(02).
               05 WS-CAR-NATUREZA             PIC X(01).
               05 WS-CAR-VALOR                PIC 9(13)V99.

      *    ANO + VERSAO PRESENTES NA PLANILHA - CADA UM SUBSTITUI AS
      *    PROPRIAS LINHAS NO GLORCA.
       77 WS-QT-TAB-VERSOES                  PIC 9(02) VALUE ZEROS.
       77 WS-IX-VERSAO                       PIC 9(02) VALUE ZEROS.
       77 WS-SW-VERSAO                       PIC X(01) VALUE 'N'.
           88 VERSAO-DA-CARGA                VALUE 'S' FALSE 'N'.
       01 WS-TAB-VERSOES.
           03 WS-VERSAO-ITEM           OCCURS 20 TIMES.
               05 WS-VER-ANO                  PIC 9(04).
               05 WS-VER-VERSAO               PIC 9(02).
               05 WS-VER-QT                   PIC 9(04).

       77 WS-VALOR-ED                        PIC Z(12)9.99.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-PROCESSA UNTIL FIM-DO-ARQUIVO

           IF WS-RETORNO = ZEROS
               PERFORM P700-GRAVA-ORCAMENTO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ORCLOAD'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           OPEN OUTPUT ORCLOAD-RPT

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'CARGA DO ORCAMENTO POR CONTA (GLORCA) - RECUSAS E '
                                              TO WS-REG-RELATORIO
           MOVE 'VERSOES CARREGADAS'          TO WS-REG-RELATORIO(51:)
           WRITE WS-REG-RELATORIO

           PERFORM P100-CARREGA-CONTAS

           OPEN INPUT ORC-ENTRADA
           IF WS-FS-ORCCSV NOT = '00'
               DISPLAY 'ERRO AO ABRIR ORC-ENTRADA: ' WS-FS-ORCCSV
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-RETORNO NOT = ZEROS
               SET FIM-DO-ARQUIVO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM P150-LE-PLANILHA
           .

      *****************************************
      * O PLANO DE CONTAS E' O CONJUNTO DAS CONTAS MAPEADAS NO
      * GLCONTAS. SEM ELE NAO HA COMO VALIDAR A PLANILHA (RC 8).
      *****************************************
       P100-CARREGA-CONTAS.
      *****************************************

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'MAPEAMENTO GLCONTAS INDISPONIVEL (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTAS NOT = '00'
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00' AND MAPA-CONTA NOT = SPACES
                   PERFORM P110-INCLUI-CONTA
               END-IF
           END-PERFORM

           CLOSE GL-CONTAS
           .

      *****************************************
       P110-INCLUI-CONTA.
      *****************************************

           MOVE MAPA-CONTA                    TO WS-CSV-CONTA
           PERFORM P250-PROCURA-CONTA
           IF CONTA-NO-PLANO
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-CONTAS = 30
               DISPLAY 'TABELA DE CONTAS CHEIA (30) - CONTA '
                       MAPA-CONTA ' IGNORADA'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-CONTAS
           MOVE MAPA-CONTA
               TO WS-PLANO-CONTA(WS-QT-TAB-CONTAS)
           .

      *****************************************
       P150-LE-PLANILHA.
      *****************************************

           READ ORC-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF NOT FIM-DO-ARQUIVO
               ADD 1                          TO WS-QT-LIDOS
           END-IF
           .

      *****************************************
      * UMA LINHA DA PLANILHA: SEPARA OS CAMPOS E VALIDA CADA UM. A
      * PRIMEIRA LINHA SEM ANO NUMERICO E' O TITULO DAS COLUNAS E
      * E' SALTADA.
      *****************************************
       P200-PROCESSA.
      *****************************************

           MOVE SPACES                        TO WS-CSV-CAMPOS
           MOVE ZEROS                         TO WS-CSV-CAMPOS-CONTADOS
           MOVE SPACES                        TO WS-MOTIVO

           UNSTRING WS-REG-ORCCSV DELIMITED BY ';'
               INTO WS-CSV-CONTA
                    WS-CSV-ANO
                    WS-CSV-MES
                    WS-CSV-VERSAO
                    WS-CSV-NATUREZA
                    WS-CSV-VALOR
               TALLYING IN WS-CSV-CAMPOS-CONTADOS
           END-UNSTRING

           INSPECT WS-CSV-ANO    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CSV-MES    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CSV-VERSAO REPLACING LEADING SPACES BY ZEROS

           IF WS-CSV-ANO IS NOT NUMERIC AND WS-QT-LIDOS = 1
               SUBTRACT 1                     FROM WS-QT-LIDOS
               PERFORM P150-LE-PLANILHA
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CSV-CAMPOS-CONTADOS NOT = 6
                   MOVE 'LINHA SEM OS SEIS CAMPOS'
                                               TO WS-MOTIVO
               WHEN WS-CSV-ANO IS NOT NUMERIC
                   MOVE 'ANO INVALIDO'        TO WS-MOTIVO
               WHEN WS-CSV-MES IS NOT NUMERIC
                   MOVE 'MES INVALIDO'        TO WS-MOTIVO
               WHEN WS-CSV-VERSAO IS NOT NUMERIC
                   MOVE 'VERSAO INVALIDA'     TO WS-MOTIVO
               WHEN WS-CSV-NATUREZA NOT = 'D'
                AND WS-CSV-NATUREZA NOT = 'C'
                   MOVE 'NATUREZA DIFERENTE DE D/C'
                                               TO WS-MOTIVO
               WHEN OTHER
                   PERFORM P300-VALIDA-LINHA
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM P600-GRAVA-RECUSA
           END-IF

           PERFORM P150-LE-PLANILHA
           .

      *****************************************
      * FAIXAS, CONTA NO PLANO, VALOR E LINHA REPETIDA; ACEITA, A
      * LINHA VAI PARA A TABELA DA CARGA.
      *****************************************
       P300-VALIDA-LINHA.
      *****************************************

           MOVE WS-CSV-ANO                    TO WS-NUM-ANO
           MOVE WS-CSV-MES                    TO WS-NUM-MES
           MOVE WS-CSV-VERSAO                 TO WS-NUM-VERSAO

           IF WS-NUM-ANO < 2000
               MOVE 'ANO INVALIDO'            TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-NUM-MES < 1 OR WS-NUM-MES > 12
               MOVE 'MES FORA DE 01-12'       TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-NUM-VERSAO = ZEROS
               MOVE 'VERSAO ZERO (A ORIGINAL E'' 01)'
                                               TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P250-PROCURA-CONTA
           IF NOT CONTA-NO-PLANO
               MOVE 'CONTA FORA DO PLANO (GLCONTAS)'
                                               TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P350-CONVERTE-VALOR
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-CARGA FROM 1 BY 1
                   UNTIL WS-IX-CARGA > WS-QT-TAB-CARGA
               IF WS-CAR-CONTA(WS-IX-CARGA)  = WS-CSV-CONTA
                  AND WS-CAR-ANO(WS-IX-CARGA)    = WS-NUM-ANO
                  AND WS-CAR-MES(WS-IX-CARGA)    = WS-NUM-MES
                  AND WS-CAR-VERSAO(WS-IX-CARGA) = WS-NUM-VERSAO
                   MOVE 'CONTA/MES/VERSAO REPETIDA NA PLANILHA'
                                               TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-QT-TAB-CARGA = 800
               MOVE 'PLANILHA ACIMA DE 800 LINHAS'
                                               TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-REGISTRA-VERSAO
           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-CARGA
           MOVE WS-QT-TAB-CARGA               TO WS-IX-CARGA
           MOVE WS-CSV-CONTA         TO WS-CAR-CONTA(WS-IX-CARGA)
           MOVE WS-NUM-ANO           TO WS-CAR-ANO(WS-IX-CARGA)
           MOVE WS-NUM-MES           TO WS-CAR-MES(WS-IX-CARGA)
           MOVE WS-NUM-VERSAO        TO WS-CAR-VERSAO(WS-IX-CARGA)
           MOVE WS-CSV-NATUREZA      TO WS-CAR-NATUREZA(WS-IX-CARGA)
           MOVE WS-VAL-NUMERO        TO WS-CAR-VALOR(WS-IX-CARGA)
           ADD 1                              TO WS-QT-ACEITOS
           .

      *****************************************
       P250-PROCURA-CONTA.
      *****************************************

           SET CONTA-NO-PLANO                 TO FALSE

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               IF WS-PLANO-CONTA(WS-IX-CONTA) = WS-CSV-CONTA
                   SET CONTA-NO-PLANO         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************
      * VALOR DA PLANILHA: INTEIRO COM ATE 13 DIGITOS, VIRGULA OU
      * PONTO E ATE DOIS DECIMAIS, SEM SINAL (A DIRECAO VEM DA
      * NATUREZA). RESULTADO EM WS-VAL-NUMERO.
      *****************************************
       P350-CONVERTE-VALOR.
      *****************************************

           MOVE ZEROS                         TO WS-VAL-BRANCOS
           INSPECT WS-CSV-VALOR TALLYING WS-VAL-BRANCOS
                   FOR LEADING SPACES

           IF WS-VAL-BRANCOS NOT < 18
               MOVE 'VALOR EM BRANCO'         TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-VAL-INTEIRO
           MOVE SPACES                        TO WS-VAL-DECIMAL
           MOVE ZEROS                         TO WS-VAL-QT-INTEIRO
           MOVE ZEROS                         TO WS-VAL-QT-DECIMAL

           UNSTRING WS-CSV-VALOR(WS-VAL-BRANCOS + 1:)
                    DELIMITED BY ',' OR '.' OR SPACE
               INTO WS-VAL-INTEIRO COUNT IN WS-VAL-QT-INTEIRO
                    WS-VAL-DECIMAL COUNT IN WS-VAL-QT-DECIMAL
           END-UNSTRING

           IF WS-VAL-QT-INTEIRO = ZEROS OR WS-VAL-QT-INTEIRO > 13
              OR WS-VAL-QT-DECIMAL > 2
               MOVE 'VALOR INVALIDO'          TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           INSPECT WS-VAL-INTEIRO REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-VAL-DECIMAL REPLACING ALL SPACES BY ZEROS

           IF WS-VAL-INTEIRO IS NOT NUMERIC
              OR WS-VAL-DECIMAL IS NOT NUMERIC
               MOVE 'VALOR INVALIDO'          TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VAL-INTEIRO                TO WS-VAL-MONT-INTEIRO
           MOVE WS-VAL-DECIMAL                TO WS-VAL-MONT-DECIMAL
           .

      *****************************************
      * ANOTA O ANO + VERSAO DA LINHA NA TABELA DE VERSOES DA CARGA.
      *****************************************
       P400-REGISTRA-VERSAO.
      *****************************************

           PERFORM VARYING WS-IX-VERSAO FROM 1 BY 1
                   UNTIL WS-IX-VERSAO > WS-QT-TAB-VERSOES
               IF WS-VER-ANO(WS-IX-VERSAO) = WS-NUM-ANO
                  AND WS-VER-VERSAO(WS-IX-VERSAO) = WS-NUM-VERSAO
                   ADD 1              TO WS-VER-QT(WS-IX-VERSAO)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-QT-TAB-VERSOES = 20
               MOVE 'PLANILHA COM MAIS DE 20 ANOS/VERSOES'
                                               TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-VERSOES
           MOVE WS-NUM-ANO     TO WS-VER-ANO(WS-QT-TAB-VERSOES)
           MOVE WS-NUM-VERSAO  TO WS-VER-VERSAO(WS-QT-TAB-VERSOES)
           MOVE 1              TO WS-VER-QT(WS-QT-TAB-VERSOES)
           .

      *****************************************
       P600-GRAVA-RECUSA.
      *****************************************

           ADD 1                              TO WS-QT-RECUSADOS
           MOVE 8                             TO WS-RETORNO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'RECUSADO: '               DELIMITED BY SIZE
                  WS-REG-ORCCSV(1:45)        DELIMITED BY SIZE
                  ' - '                      DELIMITED BY SIZE
                  WS-MOTIVO                  DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO
           .

      *****************************************
      * PLANILHA LIMPA: AS LINHAS DO GLORCA DE OUTRAS VERSOES (E DE
      * OUTROS ANOS) SAEM PELO ARQUIVO DE TRABALHO, AS DO ANO +
      * VERSAO CARREGADOS SAO DESCARTADAS E A CARGA E' ANEXADA.
      *****************************************
       P700-GRAVA-ORCAMENTO.
      *****************************************

           IF WS-QT-TAB-CARGA = ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'PLANILHA SEM LINHAS DE ORCAMENTO - GLORCA '
                                              TO WS-REG-RELATORIO
               MOVE 'INALTERADO'              TO WS-REG-RELATORIO(44:)
               WRITE WS-REG-RELATORIO
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ORCAMENTO-TRABALHO
           IF WS-FS-ORCWRK NOT = '00'
               DISPLAY 'ERRO AO ABRIR GLORCWRK: ' WS-FS-ORCWRK
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ORCAMENTO
           IF WS-FS-GLORCA = '00'
               SET FIM-DO-ARQUIVO             TO FALSE
               PERFORM P710-UMA-LINHA-ANTIGA UNTIL FIM-DO-ARQUIVO
               CLOSE ORCAMENTO
           END-IF
           CLOSE ORCAMENTO-TRABALHO

           OPEN OUTPUT ORCAMENTO
           IF WS-FS-GLORCA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR GLORCA: ' WS-FS-GLORCA
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ORCAMENTO-TRABALHO
           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ORCAMENTO-TRABALHO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-ORCWRK         TO WS-REG-GLORCA
                   WRITE WS-REG-GLORCA
               END-IF
           END-PERFORM
           CLOSE ORCAMENTO-TRABALHO

           PERFORM VARYING WS-IX-CARGA FROM 1 BY 1
                   UNTIL WS-IX-CARGA > WS-QT-TAB-CARGA
               MOVE WS-CAR-CONTA(WS-IX-CARGA)     TO ORC-CONTA
               MOVE WS-CAR-ANO(WS-IX-CARGA)       TO ORC-ANO
               MOVE WS-CAR-MES(WS-IX-CARGA)       TO ORC-MES
               MOVE WS-CAR-VERSAO(WS-IX-CARGA)    TO ORC-VERSAO
               MOVE WS-CAR-NATUREZA(WS-IX-CARGA)  TO ORC-NATUREZA
               MOVE WS-CAR-VALOR(WS-IX-CARGA)     TO ORC-VALOR
               WRITE WS-REG-GLORCA
           END-PERFORM

           CLOSE ORCAMENTO

           PERFORM VARYING WS-IX-VERSAO FROM 1 BY 1
                   UNTIL WS-IX-VERSAO > WS-QT-TAB-VERSOES
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'CARREGADA: ANO ' DELIMITED BY SIZE
                      WS-VER-ANO(WS-IX-VERSAO) DELIMITED BY SIZE
                      ' VERSAO ' DELIMITED BY SIZE
                      WS-VER-VERSAO(WS-IX-VERSAO) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-VER-QT(WS-IX-VERSAO) DELIMITED BY SIZE
                      ' LINHAS' DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-PERFORM
           .

      *****************************************
       P710-UMA-LINHA-ANTIGA.
      *****************************************

           READ ORCAMENTO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           SET VERSAO-DA-CARGA                TO FALSE
           PERFORM VARYING WS-IX-VERSAO FROM 1 BY 1
                   UNTIL WS-IX-VERSAO > WS-QT-TAB-VERSOES
               IF WS-VER-ANO(WS-IX-VERSAO) = ORC-ANO
                  AND WS-VER-VERSAO(WS-IX-VERSAO) = ORC-VERSAO
                   SET VERSAO-DA-CARGA        TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF VERSAO-DA-CARGA
               ADD 1                          TO WS-QT-SUBSTITUIDOS
           ELSE
               MOVE WS-REG-GLORCA             TO WS-REG-ORCWRK
               WRITE WS-REG-ORCWRK
               ADD 1                          TO WS-QT-MANTIDOS
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-ORCCSV = '00' OR WS-FS-ORCCSV = '10'
               CLOSE ORC-ENTRADA
           END-IF

           IF WS-QT-RECUSADOS > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE 'CARGA RECUSADA - GLORCA INALTERADO (RC 8)'
                                              TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               DISPLAY 'CARGA RECUSADA - GLORCA INALTERADO.'
           END-IF

           DISPLAY 'LINHAS LIDAS.........: ' WS-QT-LIDOS
           DISPLAY 'LINHAS ACEITAS.......: ' WS-QT-ACEITOS
           DISPLAY 'LINHAS RECUSADAS.....: ' WS-QT-RECUSADOS
           DISPLAY 'LINHAS SUBSTITUIDAS..: ' WS-QT-SUBSTITUIDOS
           DISPLAY 'LINHAS MANTIDAS......: ' WS-QT-MANTIDOS

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'TOTAIS: ACEITAS '          DELIMITED BY SIZE
                  WS-QT-ACEITOS               DELIMITED BY SIZE
                  ' RECUSADAS '               DELIMITED BY SIZE
                  WS-QT-RECUSADOS             DELIMITED BY SIZE
                  ' SUBSTITUIDAS '            DELIMITED BY SIZE
                  WS-QT-SUBSTITUIDOS          DELIMITED BY SIZE
                  ' MANTIDAS '                DELIMITED BY SIZE
                  WS-QT-MANTIDOS              DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

           CLOSE ORCLOAD-RPT

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           IF WS-RETORNO = 8
               MOVE ZEROS                      TO RUNLOG-QT-PROCESSADOS
           ELSE
               MOVE WS-QT-ACEITOS              TO RUNLOG-QT-PROCESSADOS
           END-IF
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.

       END PROGRAM DEMONSTRA-ORCLOAD.
