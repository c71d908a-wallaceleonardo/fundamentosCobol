      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GERACAO NOTURNA DO ARQUIVO DE ENVIO DAS NOTAS FISCAIS
      *          ELETRONICAS (NFEENV): CADA FATURA FECHADA NO
      *          FATTOTAIS, COM OS SEUS ITENS DO FATITENS, ENTRA NO
      *          CADASTRO DE NOTAS NFEMAST E SAI NO ENVIO COM O
      *          CPF/CNPJ DO CLIENTE, OS DADOS FISCAIS DO PRODUTO
      *          (NCM, CFOP, UNIDADE, ORIGEM), OS IMPOSTOS POR UF E
      *          MUNICIPAL DA FATURA E A SERIE/NUMERO DA NOTA. A
      *          NUMERACAO NAO TEM BURACO: O NUMERO (O MAIOR DA SERIE
      *          NO NFEMAST + 1) SO' E' DADO QUANDO A NOTA SAI NO
      *          ENVIO - A FATURA COM CADASTRO INCOMPLETO FICA
      *          IMPEDIDA, SEM NUMERO, E E' TENTADA DE NOVO A CADA
      *          NOITE. A NOTA REJEITADA PELA SEFAZ (DEMONSTRA-NFERET)
      *          VOLTA AO ENVIO COM O MESMO NUMERO QUANDO O FISCAL A
      *          LIBERA NO ARQUIVO NFEREENV. OS ITENS FICAM GUARDADOS
      *          NO NFEITHIST PARA O REENVIO E PARA O DOCUMENTO
      *          (DEMONSTRA-FATPRINT). A REEXECUCAO NA MESMA DATA DE
      *          NEGOCIO REFAZ O NFEENV COM AS MESMAS NOTAS E NUMEROS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - LER O FATTOTAIS NO TAMANHO NOVO DE 120
      *                    POSICOES (UF, CIDADE E DATA DO
      *                    CANCELAMENTO NO FIM DA LINHA)
      *   15/10/2026 WT - ITEM PRO-RATA (FATURA RECORRENTE QUE COBRE SO'
      *                    PARTE DO CICLO) SAI NA NOTA PELO PRECO
      *                    UNITARIO PROPORCIONAL, O MESMO QUE O
      *                    FATURAMENTO COBROU; O NFEITHIST GUARDA O
      *                    ITEM INTEIRO DO FATITENS (64 POSICOES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-NFEGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-TOTAIS       ASSIGN TO 'FATTOTAIS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-TOTAIS.

           SELECT FATURA-ITENS        ASSIGN TO 'FATITENS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ITENS.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY WS-NUM-CLIENTE
                                       ALTERNATE RECORD KEY WS-NOME
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-CLIMAST.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT NFE-MASTER          ASSIGN TO 'NFEMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NFE-NUM-FATURA
                                       ALTERNATE RECORD KEY NFE-CHAVE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-NFEMAST.

           SELECT NFE-ITENS-HIST      ASSIGN TO 'NFEITHIST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY NFI-CHAVE
                                       FILE STATUS WS-FS-NFEITHIST.

           SELECT NFE-REENVIO         ASSIGN TO 'NFEREENV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REENVIO.

           SELECT NFE-ENVIO           ASSIGN TO 'NFEENV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ENVIO.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA-TOTAIS.
       01 WS-REG-FATTOTAIS                        PIC X(120).

       FD FATURA-ITENS.
           COPY FATITEM.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD NFE-MASTER.
           COPY NFEMAST.

       FD NFE-ITENS-HIST.
           COPY NFEITEM.

      *    LIBERACAO DO FISCAL: A FATURA DA NOTA REJEITADA QUE JA
      *    FOI CORRIGIDA E PODE VOLTAR AO ENVIO, E QUEM LIBEROU.
       FD NFE-REENVIO.
       01 WS-REG-REENVIO.
           03 REE-NUM-FATURA                     PIC 9(06).
           03 REE-OPERADOR                       PIC X(08).

       FD NFE-ENVIO.
           COPY NFEENV.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TOTAIS                       PIC X(02) VALUE '00'.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-NFEMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-NFEITHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-REENVIO                      PIC X(02) VALUE '00'.
       77 WS-FS-ENVIO                        PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-ITENS                       PIC X(01) VALUE 'N'.
           88 FIM-DOS-ITENS                  VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

      *    CONTADORES DA NOITE.
       77 WS-QT-FATURAS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-NO-CADASTRO               PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENVIADAS                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-REEMITIDAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-REENVIADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-IMPEDIDAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIB-RECUSADA                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS-ITEM                  PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-NOTAS        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    SERIE EM USO (SISPARAM NFE-SERIE, PADRAO 1) E O ULTIMO
      *    NUMERO JA DADO NELA, APURADO NO NFEMAST.
       77 WS-SERIE                           PIC 9(03) VALUE 1.
       77 WS-ULTIMO-NUMERO                   PIC 9(09) VALUE ZEROS.

      *    EMITENTE: CNPJ EM TRES PARAMETROS (O SISPARAM SO' GUARDA
      *    8 DIGITOS POR CHAVE) E O CODIGO IBGE DA UF (SISPARAM
      *    NFE-UF-EMITENTE, PADRAO 35 = SP).
       01 WS-CNPJ-EMITENTE.
           03 WS-CNPJ-RAIZ                   PIC 9(08) VALUE ZEROS.
           03 WS-CNPJ-FILIAL                 PIC 9(04) VALUE ZEROS.
           03 WS-CNPJ-DV                     PIC 9(02) VALUE ZEROS.
       77 WS-CUF-EMITENTE                    PIC 9(02) VALUE 35.
       77 WS-UF-EMITENTE                     PIC X(02) VALUE SPACES.

      *    UFS COM O CODIGO IBGE DA CHAVE DE ACESSO.
       01 WS-TAB-UF-VALORES.
           03 FILLER                PIC X(36)
                    VALUE 'RO11AC12AM13RR14PA15AP16TO17MA21PI22'.
           03 FILLER                PIC X(36)
                    VALUE 'CE23RN24PB25PE26AL27SE28BA29MG31ES32'.
           03 FILLER                PIC X(36)
                    VALUE 'RJ33SP35PR41SC42RS43MS50MT51GO52DF53'.
       01 WS-TAB-UF REDEFINES WS-TAB-UF-VALORES.
           03 WS-TAB-UF-ITEM           OCCURS 27 TIMES.
               05 WS-UF-SIGLA                 PIC X(02).
               05 WS-UF-CODIGO                PIC 9(02).
       77 WS-IX-UF                           PIC 9(02) VALUE ZEROS.
       77 WS-UF-PROCURADA                    PIC X(02) VALUE SPACES.
       77 WS-CUF-ACHADO                      PIC 9(02) VALUE ZEROS.

      *    A NOTA EM MONTAGEM: DESTINO, MOTIVO DO IMPEDIMENTO E OS
      *    ITENS (ATE 100) JA COM OS DADOS FISCAIS DO PRODUTO.
       77 WS-UF-DESTINO                      PIC X(02) VALUE SPACES.
       77 WS-CUF-DESTINO                     PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO                          PIC X(60) VALUE SPACES.
       77 WS-QT-TAB-ITENS                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-ITEM                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ITENS.
           03 WS-TAB-ITEM-ITEM         OCCURS 100 TIMES.
               05 WS-ITN-PRODUTO              PIC X(08).
               05 WS-ITN-DESCRICAO            PIC X(30).
               05 WS-ITN-NCM                  PIC X(08).
               05 WS-ITN-CFOP                 PIC X(04).
               05 WS-ITN-UNIDADE              PIC X(02).
               05 WS-ITN-ORIGEM               PIC X(01).
               05 WS-ITN-QTDE        PIC S9(05)V99 COMP-3.
               05 WS-ITN-PRECO       PIC S9(05)V99 COMP-3.
       77 WS-TOTAL-ITEM        PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    CHAVE DE ACESSO: 43 DIGITOS + DV MODULO 11 (PESOS 2 A 9
      *    DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DV ZERO).
       01 WS-CHAVE-NFE.
           03 WS-CHV-CUF                     PIC 9(02).
           03 WS-CHV-AAMM                    PIC 9(04).
           03 WS-CHV-CNPJ                    PIC X(14).
           03 WS-CHV-MODELO                  PIC X(02).
           03 WS-CHV-SERIE                   PIC 9(03).
           03 WS-CHV-NUMERO                  PIC 9(09).
           03 WS-CHV-TIPO-EMISSAO            PIC X(01).
           03 WS-CHV-CODIGO                  PIC 9(08).
           03 WS-CHV-DV                      PIC 9(01).
       01 WS-CHAVE-DIGITOS REDEFINES WS-CHAVE-NFE.
           03 WS-CHV-DIGITO            OCCURS 44 TIMES PIC 9(01).
       77 WS-CHV-IX                          PIC 9(02) VALUE ZEROS.
       77 WS-CHV-PESO                        PIC 9(01) VALUE ZEROS.
       77 WS-CHV-SOMA                        PIC 9(05) VALUE ZEROS.
       77 WS-CHV-QUOCIENTE                   PIC 9(05) VALUE ZEROS.
       77 WS-CHV-RESTO                       PIC 9(02) VALUE ZEROS.

      *    O FATTOTAIS DA FATURA DA NOTA (DA NOITE OU GUARDADO NO
      *    NFEMAST) E O ITEM DO FATITENS (DA NOITE OU DO NFEITHIST).
           COPY FATTOT.

       01 WS-REG-ITEM-HIST.
           03 WS-ITH-SEQ                     PIC 9(06).
           03 WS-ITH-NUM-FATURA              PIC 9(06).
           03 WS-ITH-NUM-CLIENTE             PIC 9(06).
           03 WS-ITH-UF                      PIC X(02).
           03 WS-ITH-PRODUTO                 PIC X(08).
           03 WS-ITH-QTDE                    PIC S9(05)V99.
           03 WS-ITH-PRECO                   PIC S9(05)V99.
           03 WS-ITH-REP                     PIC X(04).
           03 WS-ITH-COTACAO                 PIC 9(06).
           03 WS-ITH-CONTRATO                PIC 9(06).
           03 WS-ITH-DIAS-COBERTOS           PIC 9(03).
           03 WS-ITH-DIAS-CICLO              PIC 9(03).

           COPY PARAMWS.

           COPY ENDERWS.

           COPY DOCVAL.

           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF WS-RETORNO NOT = 8
               PERFORM P100-VARRE-CADASTRO
               PERFORM P200-RETENTA-IMPEDIDAS
               PERFORM P300-LIBERACOES-FISCAL
               PERFORM P400-FATURAS-DA-NOITE
               PERFORM P900-GRAVA-TRAILER
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-NFEGER'             TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

           PERFORM P-CARREGA-PARAMETROS
           PERFORM P010-PARAMETROS-EMITENTE

           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  CLIENTE-ENDERECO
           OPEN INPUT  PRODUTO-MASTER
           OPEN OUTPUT NFE-ENVIO

      *    STATUS 35 = PRIMEIRA NOITE DA NF-E: CRIA O CADASTRO DE
      *    NOTAS E O HISTORICO DE ITENS VAZIOS E REABRE EM I-O.
           OPEN I-O NFE-MASTER
           IF WS-FS-NFEMAST = '35'
               OPEN OUTPUT NFE-MASTER
               CLOSE NFE-MASTER
               OPEN I-O NFE-MASTER
           END-IF

           OPEN I-O NFE-ITENS-HIST
           IF WS-FS-NFEITHIST = '35'
               OPEN OUTPUT NFE-ITENS-HIST
               CLOSE NFE-ITENS-HIST
               OPEN I-O NFE-ITENS-HIST
           END-IF

           IF WS-FS-NFEMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEMAST: ' WS-FS-NFEMAST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-NFEITHIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEITHIST: ' WS-FS-NFEITHIST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-ENVIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEENV: ' WS-FS-ENVIO
               MOVE 8                         TO WS-RETORNO
           END-IF

      *    SEM CADASTRO DE CLIENTES OU DE PRODUTOS NENHUMA NOTA
      *    PASSARIA: TODAS FICARIAM IMPEDIDAS POR ENGANO.
           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: ' WS-FS-CLIMAST
               MOVE 8                         TO WS-RETORNO
           END-IF

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: '
                       WS-FS-PRODMAST
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * SERIE, UF E CNPJ DO EMITENTE. CNPJ AUSENTE OU COM DIGITO
      * VERIFICADOR ERRADO, OU UF FORA DA TABELA, NAO GERA NADA:
      * TODA NOTA SERIA REJEITADA.
      *****************************************
       P010-PARAMETROS-EMITENTE.
      *****************************************

           MOVE 'NFE-SERIE'                   TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
              AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR            TO WS-SERIE
           END-IF

           MOVE 'NFE-UF-EMITENTE'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-CUF-EMITENTE
           END-IF

           MOVE 'NFE-CNPJ-RAIZ'               TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-CNPJ-RAIZ
           END-IF

           MOVE 'NFE-CNPJ-FILIAL'             TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-CNPJ-FILIAL
           END-IF

           MOVE 'NFE-CNPJ-DV'                 TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR            TO WS-CNPJ-DV
           END-IF

           MOVE SPACES                        TO WS-UF-EMITENTE
           PERFORM VARYING WS-IX-UF FROM 1 BY 1
                   UNTIL WS-IX-UF > 27
               IF WS-UF-CODIGO(WS-IX-UF) = WS-CUF-EMITENTE
                   MOVE WS-UF-SIGLA(WS-IX-UF) TO WS-UF-EMITENTE
               END-IF
           END-PERFORM

           IF WS-UF-EMITENTE = SPACES
               DISPLAY 'ERRO: NFE-UF-EMITENTE INVALIDA: '
                       WS-CUF-EMITENTE
               MOVE 8                         TO WS-RETORNO
           END-IF

           MOVE WS-CNPJ-EMITENTE              TO DOCVAL-ENTRADA
           MOVE 'J'                           TO DOCVAL-TIPO
           PERFORM P-VALIDA-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'ERRO: CNPJ DO EMITENTE INVALIDO NO SISPARAM '
                       '(NFE-CNPJ-RAIZ/FILIAL/DV): ' WS-CNPJ-EMITENTE
                       ' - ' DOCVAL-MOTIVO
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * PRIMEIRA VARREDURA DO NFEMAST: O ULTIMO NUMERO DADO NA
      * SERIE EM USO E, NA REEXECUCAO DA MESMA DATA DE NEGOCIO, AS
      * NOTAS JA ENVIADAS HOJE - O NFEENV FOI RECRIADO E ELAS
      * VOLTAM A ELE COM O MESMO NUMERO.
      *****************************************
       P100-VARRE-CADASTRO.
      *****************************************

           MOVE ZEROS                         TO NFE-NUM-FATURA
           START NFE-MASTER KEY IS NOT < NFE-NUM-FATURA
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ NFE-MASTER NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF NFE-SERIE = WS-SERIE
                      AND NFE-NUMERO > WS-ULTIMO-NUMERO
                       MOVE NFE-NUMERO        TO WS-ULTIMO-NUMERO
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS                         TO NFE-NUM-FATURA
           START NFE-MASTER KEY IS NOT < NFE-NUM-FATURA
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ NFE-MASTER NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND NFE-ENVIADA
                  AND NFE-DATA-ENVIO = WS-DATA-NEGOCIO
                   PERFORM P600-PREPARA-NOTA
                   PERFORM P690-REGRAVA-NOTA
                   IF NFE-ENVIADA
                       ADD 1                  TO WS-QT-REEMITIDAS
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * NOTAS IMPEDIDAS DAS NOITES ANTERIORES: SE O CADASTRO JA FOI
      * COMPLETADO, RECEBEM NUMERO E VAO AO ENVIO ANTES DAS FATURAS
      * DA NOITE.
      *****************************************
       P200-RETENTA-IMPEDIDAS.
      *****************************************

           MOVE ZEROS                         TO NFE-NUM-FATURA
           START NFE-MASTER KEY IS NOT < NFE-NUM-FATURA
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ NFE-MASTER NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND NFE-IMPEDIDA
                   PERFORM P600-PREPARA-NOTA
                   PERFORM P690-REGRAVA-NOTA
                   IF NFE-ENVIADA
                       ADD 1                  TO WS-QT-ENVIADAS
                   ELSE
                       ADD 1                  TO WS-QT-IMPEDIDAS
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * NOTAS REJEITADAS QUE O FISCAL CORRIGIU E LIBEROU NO
      * NFEREENV: VOLTAM AO ENVIO COM A SERIE E O NUMERO QUE JA
      * TINHAM. FATURA FORA DO NFEMAST OU NOTA QUE NAO ESTA
      * REJEITADA E' LIBERACAO RECUSADA (SO' AVISO).
      *****************************************
       P300-LIBERACOES-FISCAL.
      *****************************************

           OPEN INPUT NFE-REENVIO

           IF WS-FS-REENVIO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-REENVIO NOT = '00'
               READ NFE-REENVIO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-REENVIO = '00'
                   PERFORM P310-LIBERA-NOTA
               END-IF
           END-PERFORM

           CLOSE NFE-REENVIO
           .

      *****************************************
       P310-LIBERA-NOTA.
      *****************************************

           IF REE-NUM-FATURA IS NOT NUMERIC
               ADD 1                          TO WS-QT-LIB-RECUSADA
               DISPLAY 'LIBERACAO RECUSADA - FATURA INVALIDA: '
                       REE-NUM-FATURA
               EXIT PARAGRAPH
           END-IF

           MOVE REE-NUM-FATURA                TO NFE-NUM-FATURA
           READ NFE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-NFEMAST NOT = '00'
               ADD 1                          TO WS-QT-LIB-RECUSADA
               DISPLAY 'LIBERACAO RECUSADA - FATURA SEM NOTA: '
                       REE-NUM-FATURA
               EXIT PARAGRAPH
           END-IF

           IF NOT NFE-REJEITADA
               ADD 1                          TO WS-QT-LIB-RECUSADA
               DISPLAY 'LIBERACAO RECUSADA - NOTA DA FATURA '
                       REE-NUM-FATURA ' NAO ESTA REJEITADA ('
                       NFE-SITUACAO ')'
               EXIT PARAGRAPH
           END-IF

           PERFORM P600-PREPARA-NOTA
           PERFORM P690-REGRAVA-NOTA

           IF NFE-ENVIADA
               ADD 1                          TO WS-QT-REENVIADAS
               DISPLAY 'NOTA DA FATURA ' REE-NUM-FATURA
                       ' REENVIADA - LIBERADA POR ' REE-OPERADOR
           ELSE
               ADD 1                          TO WS-QT-IMPEDIDAS
           END-IF
           .

      *****************************************
      * FATURAS FECHADAS NA NOITE: CADA UMA ENTRA NO NFEMAST (A QUE
      * JA ESTA - REEXECUCAO - E' SALTADA), OS ITENS DELA VAO PARA
      * O NFEITHIST E A NOTA E' PREPARADA.
      *****************************************
       P400-FATURAS-DA-NOITE.
      *****************************************

           OPEN INPUT FATURA-TOTAIS

           IF WS-FS-TOTAIS NOT = '00'
               DISPLAY 'AVISO: FATTOTAIS INDISPONIVEL: ' WS-FS-TOTAIS
                       ' - NENHUMA FATURA NOVA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-TOTAIS NOT = '00'
               READ FATURA-TOTAIS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-TOTAIS = '00'
                   ADD 1                      TO WS-QT-FATURAS
                   MOVE WS-REG-FATTOTAIS      TO WS-REG-FATTOT
                   PERFORM P410-INCLUI-FATURA
               END-IF
           END-PERFORM

           CLOSE FATURA-TOTAIS
           .

      *****************************************
       P410-INCLUI-FATURA.
      *****************************************

           MOVE FT-NUM-FATURA                 TO NFE-NUM-FATURA
           READ NFE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-NFEMAST = '00'
               ADD 1                          TO WS-QT-JA-NO-CADASTRO
               EXIT PARAGRAPH
           END-IF

           PERFORM P420-GUARDA-ITENS

           MOVE SPACES                        TO WS-REG-NFEMAST
           MOVE FT-NUM-FATURA                 TO NFE-NUM-FATURA
           MOVE FT-NUM-CLIENTE                TO NFE-NUM-CLIENTE
           MOVE ZEROS                         TO NFE-SERIE
                                                 NFE-NUMERO
                                                 NFE-DATA-ENVIO
                                                 NFE-QT-ENVIOS
                                                 NFE-DATA-RETORNO
                                                 NFE-COD-REJEICAO
           MOVE WS-DATA-NEGOCIO               TO NFE-DATA-INCLUSAO
           SET NFE-IMPEDIDA                   TO TRUE
           SET NFE-IMPRESSA                   TO FALSE
           MOVE WS-REG-FATTOT                 TO NFE-FATTOT

           PERFORM P600-PREPARA-NOTA

           WRITE WS-REG-NFEMAST
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR A NOTA DA FATURA '
                           NFE-NUM-FATURA ': ' WS-FS-NFEMAST
                   MOVE 8                     TO WS-RETORNO
           END-WRITE

           IF NFE-ENVIADA
               ADD 1                          TO WS-QT-ENVIADAS
           ELSE
               ADD 1                          TO WS-QT-IMPEDIDAS
           END-IF
           .

      *****************************************
      * REVARRE O FATITENS E GUARDA NO NFEITHIST OS ITENS DA FATURA
      * EM CURSO. ITEM JA GUARDADO (REEXECUCAO) FICA COMO ESTA.
      *****************************************
       P420-GUARDA-ITENS.
      *****************************************

           OPEN INPUT FATURA-ITENS

           IF WS-FS-ITENS NOT = '00'
               DISPLAY 'AVISO: FATITENS INDISPONIVEL: ' WS-FS-ITENS
               EXIT PARAGRAPH
           END-IF

           SET FIM-DOS-ITENS                  TO FALSE
           PERFORM UNTIL FIM-DOS-ITENS
               READ FATURA-ITENS
                   AT END
                       SET FIM-DOS-ITENS      TO TRUE
               END-READ
               IF NOT FIM-DOS-ITENS
                  AND WS-IT-NUM-FATURA = FT-NUM-FATURA
                   MOVE WS-IT-NUM-FATURA      TO NFI-NUM-FATURA
                   MOVE WS-IT-SEQ             TO NFI-SEQ
                   MOVE WS-REG-ITEM           TO NFI-ITEM
                   WRITE WS-REG-NFEITEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM

           CLOSE FATURA-ITENS
           .

      *****************************************
      * PREPARA A NOTA DO REGISTRO DO NFEMAST EM MAOS: CONFERE O
      * CADASTRO DO CLIENTE E DOS PRODUTOS; PASSANDO, DA O NUMERO
      * (SE AINDA NAO TEM), MONTA A CHAVE DE ACESSO E GRAVA A NOTA
      * NO NFEENV ('E'). NAO PASSANDO, A NOTA SEM NUMERO FICA
      * IMPEDIDA ('I') E A JA NUMERADA VOLTA A REJEITADA ('R',
      * CODIGO ZEROS) - O NUMERO NAO SE PERDE. O CHAMADOR GRAVA O
      * REGISTRO.
      *****************************************
       P600-PREPARA-NOTA.
      *****************************************

           MOVE NFE-FATTOT                    TO WS-REG-FATTOT
           MOVE SPACES                        TO WS-MOTIVO

           PERFORM P610-CONFERE-CLIENTE

           IF WS-MOTIVO = SPACES
               PERFORM P620-CARREGA-ITENS
           END-IF

           IF WS-MOTIVO NOT = SPACES
               MOVE ZEROS                     TO NFE-COD-REJEICAO
               MOVE WS-MOTIVO                 TO NFE-MOTIVO
               IF NFE-NUMERO = ZEROS
                   SET NFE-IMPEDIDA           TO TRUE
               ELSE
                   SET NFE-REJEITADA          TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NFE-NUMERO = ZEROS
               ADD 1                          TO WS-ULTIMO-NUMERO
               MOVE WS-SERIE                  TO NFE-SERIE
               MOVE WS-ULTIMO-NUMERO          TO NFE-NUMERO
           END-IF

           PERFORM P640-MONTA-CHAVE

           IF NFE-DATA-ENVIO NOT = WS-DATA-NEGOCIO
               ADD 1                          TO NFE-QT-ENVIOS
           END-IF
           MOVE WS-DATA-NEGOCIO               TO NFE-DATA-ENVIO
           MOVE WS-CHAVE-NFE                  TO NFE-CHAVE
           MOVE ZEROS                         TO NFE-COD-REJEICAO
           MOVE SPACES                        TO NFE-MOTIVO
                                                 NFE-PROTOCOLO
                                                 NFE-DATA-HORA-AUT
           SET NFE-ENVIADA                    TO TRUE

           PERFORM P650-GRAVA-CABECALHO
           PERFORM P660-GRAVA-ITEM
               VARYING WS-IX-ITEM FROM 1 BY 1
                 UNTIL WS-IX-ITEM > WS-QT-TAB-ITENS
           .

      *****************************************
      * O DESTINATARIO PRECISA ESTAR NO CADASTRO COM O CPF/CNPJ.
      *****************************************
       P610-CONFERE-CLIENTE.
      *****************************************

           MOVE NFE-NUM-CLIENTE               TO WS-NUM-CLIENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST NOT = '00'
               MOVE 'CLIENTE NAO CADASTRADO'  TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-NUM-DOCUMENTO = SPACES
              OR (WS-TIPO-DOCUMENTO NOT = 'F'
                  AND WS-TIPO-DOCUMENTO NOT = 'J')
               MOVE 'CLIENTE SEM CPF/CNPJ NO CADASTRO'
                                              TO WS-MOTIVO
           END-IF
           .

      *****************************************
      * OS ITENS DA FATURA NO NFEITHIST, CADA UM COM OS DADOS
      * FISCAIS DO CADASTRO DE PRODUTOS. A UF DE DESTINO E' A DO
      * PRIMEIRO ITEM (A UF DO IMPOSTO DA FATURA).
      *****************************************
       P620-CARREGA-ITENS.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-ITENS
           MOVE SPACES                        TO WS-UF-DESTINO

           MOVE NFE-NUM-FATURA                TO NFI-NUM-FATURA
           MOVE ZEROS                         TO NFI-SEQ
           START NFE-ITENS-HIST KEY IS NOT < NFI-CHAVE
               INVALID KEY
                   MOVE 'FATURA SEM ITENS NO HISTORICO DA NF-E'
                                              TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-START

           SET FIM-DOS-ITENS                  TO FALSE
           PERFORM UNTIL FIM-DOS-ITENS
                      OR WS-MOTIVO NOT = SPACES
               READ NFE-ITENS-HIST NEXT RECORD
                   AT END
                       SET FIM-DOS-ITENS      TO TRUE
               END-READ
               IF NOT FIM-DOS-ITENS
                   IF NFI-NUM-FATURA NOT = NFE-NUM-FATURA
                       SET FIM-DOS-ITENS      TO TRUE
                   ELSE
                       MOVE NFI-ITEM          TO WS-REG-ITEM-HIST
                       PERFORM P630-ITEM-DA-NOTA
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MOTIVO = SPACES AND WS-QT-TAB-ITENS = ZEROS
               MOVE 'FATURA SEM ITENS NO HISTORICO DA NF-E'
                                              TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE WS-UF-DESTINO             TO WS-UF-PROCURADA
               PERFORM P635-CODIGO-DA-UF
               MOVE WS-CUF-ACHADO             TO WS-CUF-DESTINO
               IF WS-CUF-DESTINO = ZEROS
                   STRING 'UF DE DESTINO INVALIDA: '
                                              DELIMITED BY SIZE
                          WS-UF-DESTINO       DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF
           .

      *****************************************
       P630-ITEM-DA-NOTA.
      *****************************************

           IF WS-QT-TAB-ITENS = 100
               MOVE 'FATURA COM MAIS DE 100 ITENS'
                                              TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ITH-PRODUTO                TO PROD-CODIGO
           READ PRODUTO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
               STRING 'PRODUTO '              DELIMITED BY SIZE
                      WS-ITH-PRODUTO          DELIMITED BY SPACE
                      ' NAO CADASTRADO'       DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF PROD-NCM = SPACES OR PROD-CFOP = SPACES
              OR PROD-UNIDADE = SPACES OR PROD-ORIGEM = SPACES
               STRING 'PRODUTO '              DELIMITED BY SIZE
                      WS-ITH-PRODUTO          DELIMITED BY SPACE
                      ' SEM NCM/CFOP/UNIDADE/ORIGEM NO CADASTRO'
                                              DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-UF-DESTINO = SPACES
               MOVE WS-ITH-UF                 TO WS-UF-DESTINO
           END-IF

           ADD 1                              TO WS-QT-TAB-ITENS
           MOVE WS-ITH-PRODUTO
               TO WS-ITN-PRODUTO(WS-QT-TAB-ITENS)
           MOVE PROD-DESCRICAO
               TO WS-ITN-DESCRICAO(WS-QT-TAB-ITENS)
           MOVE PROD-NCM
               TO WS-ITN-NCM(WS-QT-TAB-ITENS)
           MOVE PROD-CFOP
               TO WS-ITN-CFOP(WS-QT-TAB-ITENS)
           MOVE PROD-UNIDADE
               TO WS-ITN-UNIDADE(WS-QT-TAB-ITENS)
           MOVE PROD-ORIGEM
               TO WS-ITN-ORIGEM(WS-QT-TAB-ITENS)
           MOVE WS-ITH-QTDE
               TO WS-ITN-QTDE(WS-QT-TAB-ITENS)
           MOVE WS-ITH-PRECO
               TO WS-ITN-PRECO(WS-QT-TAB-ITENS)

      *    ITEM PRO-RATA: O VALOR UNITARIO DA NOTA E' O PROPORCIONAL
      *    AOS DIAS COBERTOS, ARREDONDADO COMO NO FATURAMENTO.
           IF WS-ITH-DIAS-CICLO IS NUMERIC
              AND WS-ITH-DIAS-COBERTOS IS NUMERIC
              AND WS-ITH-DIAS-CICLO > ZEROS
              AND WS-ITH-DIAS-COBERTOS < WS-ITH-DIAS-CICLO
               COMPUTE WS-ITN-PRECO(WS-QT-TAB-ITENS) ROUNDED =
                       WS-ITH-PRECO * WS-ITH-DIAS-COBERTOS
                                    / WS-ITH-DIAS-CICLO
           END-IF
           .

      *****************************************
      * CODIGO IBGE DE WS-UF-PROCURADA EM WS-CUF-ACHADO (ZEROS =
      * UF INEXISTENTE).
      *****************************************
       P635-CODIGO-DA-UF.
      *****************************************

           MOVE ZEROS                         TO WS-CUF-ACHADO
           PERFORM VARYING WS-IX-UF FROM 1 BY 1
                   UNTIL WS-IX-UF > 27
               IF WS-UF-SIGLA(WS-IX-UF) = WS-UF-PROCURADA
                   MOVE WS-UF-CODIGO(WS-IX-UF) TO WS-CUF-ACHADO
               END-IF
           END-PERFORM
           .

      *****************************************
      * CHAVE DE ACESSO DA NOTA: UF DO EMITENTE, ANO/MES DA
      * EMISSAO, CNPJ, MODELO 55, SERIE, NUMERO, EMISSAO NORMAL
      * (1), CODIGO NUMERICO (A PROPRIA FATURA) E O DV MODULO 11.
      *****************************************
       P640-MONTA-CHAVE.
      *****************************************

           MOVE WS-CUF-EMITENTE               TO WS-CHV-CUF
           MOVE WS-DATA-NEGOCIO(3:4)          TO WS-CHV-AAMM
           MOVE WS-CNPJ-EMITENTE              TO WS-CHV-CNPJ
           MOVE '55'                          TO WS-CHV-MODELO
           MOVE NFE-SERIE                     TO WS-CHV-SERIE
           MOVE NFE-NUMERO                    TO WS-CHV-NUMERO
           MOVE '1'                           TO WS-CHV-TIPO-EMISSAO
           MOVE NFE-NUM-FATURA                TO WS-CHV-CODIGO
           MOVE ZERO                          TO WS-CHV-DV

           MOVE ZEROS                         TO WS-CHV-SOMA
           MOVE 2                             TO WS-CHV-PESO
           PERFORM VARYING WS-CHV-IX FROM 43 BY -1
                   UNTIL WS-CHV-IX < 1
               COMPUTE WS-CHV-SOMA = WS-CHV-SOMA
                     + WS-CHV-DIGITO(WS-CHV-IX) * WS-CHV-PESO
               IF WS-CHV-PESO = 9
                   MOVE 2                     TO WS-CHV-PESO
               ELSE
                   ADD 1                      TO WS-CHV-PESO
               END-IF
           END-PERFORM

           DIVIDE WS-CHV-SOMA BY 11 GIVING WS-CHV-QUOCIENTE
                                    REMAINDER WS-CHV-RESTO

           IF WS-CHV-RESTO < 2
               MOVE ZERO                      TO WS-CHV-DV
           ELSE
               COMPUTE WS-CHV-DV = 11 - WS-CHV-RESTO
           END-IF
           .

      *****************************************
      * CABECALHO DA NOTA NO NFEENV: EMITENTE, DESTINATARIO (CPF/
      * CNPJ, NOME, ENDERECO DE ENTREGA) E OS TOTAIS DA FATURA.
      *****************************************
       P650-GRAVA-CABECALHO.
      *****************************************

           MOVE FT-NUM-CLIENTE                TO WS-ENDR-CLIENTE
           MOVE 'E'                           TO WS-ENDR-TIPO
           PERFORM P-OBTEM-ENDERECO

           MOVE SPACES                        TO WS-REG-NFEENV
           SET ENV-CABECALHO                  TO TRUE
           MOVE NFE-CHAVE                     TO ENV-CHAVE
           MOVE NFE-SERIE                     TO ENV-SERIE
           MOVE NFE-NUMERO                    TO ENV-NUMERO
           MOVE WS-DATA-NEGOCIO               TO ENV-DATA-EMISSAO
           MOVE NFE-NUM-FATURA                TO ENV-NUM-FATURA
           MOVE WS-CNPJ-EMITENTE              TO ENV-CNPJ-EMITENTE
           MOVE WS-UF-EMITENTE                TO ENV-UF-EMITENTE
           MOVE WS-TIPO-DOCUMENTO             TO ENV-DEST-TIPO-DOC
           MOVE WS-NUM-DOCUMENTO              TO ENV-DEST-DOCUMENTO
           MOVE WS-NOME                       TO ENV-DEST-NOME
           MOVE WS-ENDR-ENDERECO              TO ENV-DEST-ENDERECO
           MOVE WS-ENDR-CIDADE                TO ENV-DEST-CIDADE
           MOVE WS-UF-DESTINO                 TO ENV-DEST-UF

      *    LINHAS ANTIGAS DO FATTOTAIS NAO TEM DESCONTO NEM IMPOSTO
      *    MUNICIPAL: VALEM ZEROS.
           IF FT-DESCONTO IS NOT NUMERIC
               MOVE ZEROS                     TO FT-DESCONTO
           END-IF
           IF FT-IMPOSTO-CID IS NOT NUMERIC
               MOVE ZEROS                     TO FT-IMPOSTO-CID
           END-IF

           COMPUTE ENV-VALOR-PRODUTOS = FT-SUBTOTAL + FT-DESCONTO
           MOVE FT-DESCONTO                   TO ENV-VALOR-DESCONTO
           MOVE FT-IMPOSTO                    TO ENV-IMPOSTO-UF
           MOVE FT-IMPOSTO-CID                TO ENV-IMPOSTO-CIDADE
           MOVE FT-TOTAL                      TO ENV-VALOR-NOTA
           MOVE WS-QT-TAB-ITENS               TO ENV-QT-ITENS

           WRITE WS-REG-NFEENV

           ADD FT-TOTAL                       TO WS-SOMA-NOTAS
           .

      *****************************************
      * LINHA DO ITEM. O CFOP DO CADASTRO E' O DA VENDA DENTRO DA
      * UF DO EMITENTE; PARA OUTRA UF O PRIMEIRO DIGITO VIRA 6.
      *****************************************
       P660-GRAVA-ITEM.
      *****************************************

           MOVE SPACES                        TO WS-REG-NFEENV
           SET ENV-ITEM                       TO TRUE
           MOVE NFE-CHAVE                     TO ENV-CHAVE
           MOVE WS-IX-ITEM                    TO ENV-IT-NUM-ITEM
           MOVE WS-ITN-PRODUTO(WS-IX-ITEM)    TO ENV-IT-PRODUTO
           MOVE WS-ITN-DESCRICAO(WS-IX-ITEM)  TO ENV-IT-DESCRICAO
           MOVE WS-ITN-NCM(WS-IX-ITEM)        TO ENV-IT-NCM
           MOVE WS-ITN-CFOP(WS-IX-ITEM)       TO ENV-IT-CFOP
           IF WS-CUF-DESTINO NOT = WS-CUF-EMITENTE
              AND ENV-IT-CFOP(1:1) = '5'
               MOVE '6'                       TO ENV-IT-CFOP(1:1)
           END-IF
           MOVE WS-ITN-UNIDADE(WS-IX-ITEM)    TO ENV-IT-UNIDADE
           MOVE WS-ITN-ORIGEM(WS-IX-ITEM)     TO ENV-IT-ORIGEM
           MOVE WS-ITN-QTDE(WS-IX-ITEM)       TO ENV-IT-QTDE
           MOVE WS-ITN-PRECO(WS-IX-ITEM)      TO ENV-IT-VALOR-UNIT

           COMPUTE WS-TOTAL-ITEM ROUNDED =
                   WS-ITN-QTDE(WS-IX-ITEM) * WS-ITN-PRECO(WS-IX-ITEM)
           MOVE WS-TOTAL-ITEM                 TO ENV-IT-VALOR-TOTAL

           WRITE WS-REG-NFEENV

           ADD 1                              TO WS-QT-LINHAS-ITEM
           .

      *****************************************
       P690-REGRAVA-NOTA.
      *****************************************

           REWRITE WS-REG-NFEMAST
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A NOTA DA FATURA '
                           NFE-NUM-FATURA ': ' WS-FS-NFEMAST
                   MOVE 8                     TO WS-RETORNO
           END-REWRITE
           .

      *****************************************
      * TRAILER DE CONTROLE DO NFEENV PARA O GATEWAY FISCAL.
      *****************************************
       P900-GRAVA-TRAILER.
      *****************************************

           MOVE SPACES                        TO WS-REG-NFEENV
           SET ENV-TRAILER                    TO TRUE
           MOVE WS-DATA-NEGOCIO               TO ENV-TR-DATA
           COMPUTE ENV-TR-QT-NOTAS = WS-QT-ENVIADAS
                                   + WS-QT-REEMITIDAS
                                   + WS-QT-REENVIADAS
           MOVE WS-QT-LINHAS-ITEM             TO ENV-TR-QT-ITENS
           MOVE WS-SOMA-NOTAS                 TO ENV-TR-VALOR-TOTAL
           WRITE WS-REG-NFEENV
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE CLIENTE-MASTER
           END-IF

           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF

           IF WS-FS-PRODMAST = '00' OR WS-FS-PRODMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF

           IF WS-FS-NFEMAST NOT = '35' AND WS-FS-NFEMAST NOT = '91'
               CLOSE NFE-MASTER
           END-IF

           IF WS-FS-NFEITHIST NOT = '35'
              AND WS-FS-NFEITHIST NOT = '91'
               CLOSE NFE-ITENS-HIST
           END-IF

           IF WS-FS-ENVIO = '00'
               CLOSE NFE-ENVIO
           END-IF

           DISPLAY 'FATURAS DA NOITE.....: ' WS-QT-FATURAS
           DISPLAY 'JA NO NFEMAST........: ' WS-QT-JA-NO-CADASTRO
           DISPLAY 'NOTAS ENVIADAS.......: ' WS-QT-ENVIADAS
           DISPLAY 'REENVIADAS (FISCAL)..: ' WS-QT-REENVIADAS
           DISPLAY 'REEMITIDAS (MESMA DT): ' WS-QT-REEMITIDAS
           DISPLAY 'IMPEDIDAS (CADASTRO).: ' WS-QT-IMPEDIDAS
           DISPLAY 'LIBERACOES RECUSADAS.: ' WS-QT-LIB-RECUSADA
           DISPLAY 'ULTIMO NUMERO SERIE ' WS-SERIE ': '
                   WS-ULTIMO-NUMERO

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS = WS-QT-ENVIADAS
                                         + WS-QT-REENVIADAS
                                         + WS-QT-REEMITIDAS
           PERFORM P-GRAVA-RUNLOG

      *    NOTA IMPEDIDA OU LIBERACAO RECUSADA PEDEM O FISCAL.
           IF WS-RETORNO = ZEROS
              AND (WS-QT-IMPEDIDAS > ZEROS
                   OR WS-QT-LIB-RECUSADA > ZEROS)
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE RUNLOG-QT-PROCESSADOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY ENDERPR.
           COPY DOCVALPR.

       END PROGRAM DEMONSTRA-NFEGER.
