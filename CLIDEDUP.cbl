      *                    ESCAPAREM. A LEITURA SEGUE PELO INDICE,
      *                    MAS CADA NOME PADRONIZADO E' CONFERIDO
      *                    CONTRA TODOS OS JA VISTOS (SEARCH)
      *   15/10/2026 WT - DOCUMENTO FISCAL (CPF/CNPJ) IGUAL E'
      *                    DUPLICIDADE CERTA, APONTADA COMO TAL E
      *                    CONTADA A PARTE; NOMES IGUAIS COM
      *                    DOCUMENTOS DIFERENTES, AMBOS PREENCHIDOS,
      *                    SAO PESSOAS DIFERENTES E NAO SAO MAIS
      *                    APONTADOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CLIDEDUP INITIAL.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-DUPLICADOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-DUPL-CERTAS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-INATIVOS                     PIC 9(06) VALUE ZEROS.


           88 NOME-JA-VISTO                  VALUE 'S' FALSE 'N'.
       77 WS-SW-ESTOURO                      PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU                VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-PROCURA                  PIC X(01) VALUE 'N'.
           88 FIM-DA-PROCURA                 VALUE 'S' FALSE 'N'.
       01 WS-TAB-DEDUP.
           03 WS-TAB-DEDUP-ITEM        OCCURS 5000 TIMES
                                       INDEXED BY IX-DEDUP.
               05 WS-DEDUP-NOME               PIC X(30).
               05 WS-DEDUP-CLIENTE            PIC 9(06).
               05 WS-DEDUP-DOCUMENTO          PIC X(14).

      *    DOCUMENTOS FISCAIS JA VISTOS NO LOTE: DOCUMENTO REPETIDO
      *    E' O MESMO CONTRIBUINTE CADASTRADO DUAS VEZES.
       77 WS-QT-TAB-DOCVISTO                 PIC 9(04) VALUE ZEROS.
       77 WS-SW-DOC-VISTO                    PIC X(01) VALUE 'N'.
           88 DOCUMENTO-JA-VISTO             VALUE 'S' FALSE 'N'.
       77 WS-SW-ESTOURO-DOC                  PIC X(01) VALUE 'N'.
           88 TABELA-DOC-ESTOUROU            VALUE 'S' FALSE 'N'.
       01 WS-TAB-DOCVISTO.
           03 WS-TAB-DOCVISTO-ITEM     OCCURS 5000 TIMES
                                       INDEXED BY IX-DOCVISTO.
               05 WS-DOCVISTO-NUMERO          PIC X(14).
               05 WS-DOCVISTO-CLIENTE         PIC 9(06).

       LINKAGE SECTION.
           COPY JOBRES.
           IF CLIENTE-INATIVO
               ADD 1                          TO WS-QT-INATIVOS
           ELSE
               PERFORM P550-VERIFICA-DOCUMENTO

               IF NOT DOCUMENTO-JA-VISTO
                   PERFORM P500-PADRONIZA-NOME

                   PERFORM P600-VERIFICA-DUPLICIDADE
               END-IF
           END-IF

           PERFORM P100-LE-CLIENTE
           END-STRING
           .

      *****************************************
      * DOCUMENTO FISCAL IGUAL AO DE UM CLIENTE JA VISTO NO LOTE E'
      * DUPLICIDADE CERTA - NEM PRECISA CONFERIR O NOME. DOCUMENTO
      * INEDITO ENTRA NA TABELA; CLIENTE SEM DOCUMENTO SEGUE SO'
      * PELO NOME.
      *****************************************
       P550-VERIFICA-DOCUMENTO.
      *****************************************

           SET DOCUMENTO-JA-VISTO             TO FALSE

           IF WS-NUM-DOCUMENTO = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-DOCVISTO > ZEROS
               SET IX-DOCVISTO                TO 1
               SEARCH WS-TAB-DOCVISTO-ITEM
                   AT END
                       CONTINUE
                   WHEN IX-DOCVISTO > WS-QT-TAB-DOCVISTO
                       CONTINUE
                   WHEN WS-DOCVISTO-NUMERO(IX-DOCVISTO)
                            = WS-NUM-DOCUMENTO
                       SET DOCUMENTO-JA-VISTO TO TRUE
                       MOVE WS-DOCVISTO-CLIENTE(IX-DOCVISTO)
                           TO WS-CLIENTE-ANTERIOR
               END-SEARCH
           END-IF

           IF DOCUMENTO-JA-VISTO
               PERFORM P710-REGISTRA-DUPL-CERTA
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-DOCVISTO < 5000
               ADD 1                          TO WS-QT-TAB-DOCVISTO
               SET IX-DOCVISTO                TO WS-QT-TAB-DOCVISTO
               MOVE WS-NUM-DOCUMENTO
                   TO WS-DOCVISTO-NUMERO(IX-DOCVISTO)
               MOVE WS-NUM-CLIENTE
                   TO WS-DOCVISTO-CLIENTE(IX-DOCVISTO)
           ELSE
               IF NOT TABELA-DOC-ESTOUROU
                   SET TABELA-DOC-ESTOUROU    TO TRUE
                   DISPLAY 'TABELA DE DOCUMENTOS CHEIA (5000) - '
                           'DOCUMENTOS INEDITOS DALI EM DIANTE '
                           'FICARAM FORA DA CONFERENCIA (RC 4).'
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF
           .

      *****************************************
      * DUPLICIDADE E' O NOME PADRONIZADO IGUAL AO DE QUALQUER
      * CLIENTE JA VISTO NO LOTE; NOME INEDITO ENTRA NA TABELA.
      * NOMES IGUAIS COM DOCUMENTOS DIFERENTES (OS DOIS
      * PREENCHIDOS) SAO PESSOAS DIFERENTES: A PROCURA CONTINUA
      * NOS DEMAIS HOMONIMOS.
      * TABELA CHEIA PARA DE REGISTRAR INEDITOS (COM AVISO E RC 4)
      * MAS CONTINUA APONTANDO OS REPETIDOS DOS JA REGISTRADOS.
      *****************************************
           END-IF

           SET NOME-JA-VISTO                  TO FALSE
           SET FIM-DA-PROCURA                 TO FALSE

           IF WS-QT-TAB-DEDUP > ZEROS
               SET IX-DEDUP                   TO 1
               PERFORM P610-PROCURA-NOME
                   UNTIL NOME-JA-VISTO OR FIM-DA-PROCURA
           END-IF

           IF NOME-JA-VISTO
                   TO WS-DEDUP-NOME(IX-DEDUP)
               MOVE WS-NUM-CLIENTE
                   TO WS-DEDUP-CLIENTE(IX-DEDUP)
               MOVE WS-NUM-DOCUMENTO
                   TO WS-DEDUP-DOCUMENTO(IX-DEDUP)
           ELSE
               IF NOT TABELA-ESTOUROU
                   SET TABELA-ESTOUROU        TO TRUE
           END-IF
           .

      *****************************************
      * PROCURA O NOME PADRONIZADO A PARTIR DE IX-DEDUP. ACHANDO UM
      * HOMONIMO DE DOCUMENTO DIFERENTE, AVANCA O INDICE E A
      * PROXIMA PASSADA SEGUE DALI.
      *****************************************
       P610-PROCURA-NOME.
      *****************************************

           SEARCH WS-TAB-DEDUP-ITEM
               AT END
                   SET FIM-DA-PROCURA         TO TRUE
               WHEN IX-DEDUP > WS-QT-TAB-DEDUP
                   SET FIM-DA-PROCURA         TO TRUE
               WHEN WS-DEDUP-NOME(IX-DEDUP) = WS-NOME-PADRONIZADO
                   IF WS-NUM-DOCUMENTO NOT = SPACES
                      AND WS-DEDUP-DOCUMENTO(IX-DEDUP) NOT = SPACES
                      AND WS-DEDUP-DOCUMENTO(IX-DEDUP)
                              NOT = WS-NUM-DOCUMENTO
                       SET IX-DEDUP           UP BY 1
                   ELSE
                       SET NOME-JA-VISTO      TO TRUE
                       MOVE WS-DEDUP-CLIENTE(IX-DEDUP)
                           TO WS-CLIENTE-ANTERIOR
                   END-IF
           END-SEARCH
           .

      *****************************************
      * GRAVA A LINHA DE ALERTA NO RELATORIO DE DUPLICIDADE,
      * APONTANDO O CLIENTE ATUAL E O VIZINHO ANTERIOR DO INDICE.
           ADD 1                           TO WS-QT-DUPLICADOS
           .

      *****************************************
      * MESMO DOCUMENTO FISCAL EM DOIS CLIENTES: NAO HA O QUE
      * ARBITRAR PELO NOME - E' O MESMO CONTRIBUINTE.
      *****************************************
       P710-REGISTRA-DUPL-CERTA.
      *****************************************

           MOVE SPACES                        TO WS-REG-DEDUP
           STRING 'DUPLICIDADE CERTA: DOCUMENTO ' DELIMITED BY SIZE
                  WS-NUM-DOCUMENTO          DELIMITED BY SPACE
                  ' - CLIENTES '            DELIMITED BY SIZE
                  WS-CLIENTE-ANTERIOR       DELIMITED BY SIZE
                  ' E '                     DELIMITED BY SIZE
                  WS-NUM-CLIENTE            DELIMITED BY SIZE
                  INTO WS-REG-DEDUP
           END-STRING
           WRITE WS-REG-DEDUP

           ADD 1                           TO WS-QT-DUPL-CERTAS
           .

      *****************************************
       P999-FIM.
      *****************************************

           DISPLAY 'CLIENTES LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'POSSIVEIS DUPLICADOS.: ' WS-QT-DUPLICADOS
           DISPLAY 'DUPLICIDADES CERTAS..: ' WS-QT-DUPL-CERTAS
           DISPLAY 'CLIENTES INATIVOS....: ' WS-QT-INATIVOS

           IF WS-RETORNO = ZEROS
              AND (WS-QT-DUPLICADOS > ZEROS
                OR WS-QT-DUPL-CERTAS > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE
      *    DIRETA PELO JCL NAO HA AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO                TO LK-RES-RC
               ADD WS-QT-DUPLICADOS WS-QT-DUPL-CERTAS
                                       GIVING LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.
