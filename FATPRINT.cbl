      *   02/09/2026 WT - IMPRIMIR O IMPOSTO MUNICIPAL
      *                    (FT-IMPOSTO-CID) SEPARADO DO IMPOSTO POR
      *                    UF - RECOLHIDOS A AUTORIDADES DIFERENTES
      *   15/10/2026 WT - IMPRIMIR O VENCIMENTO E AS CONDICOES DE
      *                    DESCONTO POR PAGAMENTO ANTECIPADO (TABELA
      *                    DESCANTEC, COPY/DESCANPR.CPY): UMA LINHA
      *                    "SE PAGO ATE DD/MM/AAAA: R$ X" POR FAIXA,
      *                    SOBRE O VALOR DO PAGAMENTO JA POSTADO NO
      *                    PAGTOPEND (O MESMO VALOR QUE O CASAMENTO
      *                    DO RETORNO BANCARIO CONFERE)
      *   15/10/2026 WT - FATURA PARCELADA PELA CONDICAO DE PAGAMENTO
      *                    DO CLIENTE (DEMONSTRA-FATPOST) SAI COM O
      *                    CRONOGRAMA DAS PARCELAS - VENCIMENTO E
      *                    VALOR DE CADA UMA - E AS FAIXAS DE
      *                    DESCONTO POR PARCELA EM ABERTO
      *   15/10/2026 WT - CADA PAGAMENTO EM ABERTO SAI COM A LINHA
      *                    DIGITAVEL E O CODIGO DE BARRAS DO BOLETO
      *                    (COPY/BOLETOPR.CPY; CEDENTE NO SISPARAM);
      *                    CLIENTE COM MANDATO ATIVO DE DEBITO
      *                    AUTOMATICO RECEBE O AVISO DO DEBITO EM
      *                    CONTA NO LUGAR DO BOLETO
      *   15/10/2026 WT - CADA PAGAMENTO EM ABERTO SAI TAMBEM COM O
      *                    IDENTIFICADOR DA COBRANCA PIX (TXID,
      *                    COPY/PIXPR.CPY), QUE O CASAMENTO DO
      *                    EXTRATO PIX (DEMONSTRA-PIXRET) RECONHECE
      *   15/10/2026 WT - ENTREGA PELO CANAL DO CLIENTE
      *                    (WS-CANAL-ENTREGA, COPY/CANALPR.CPY):
      *                    PAPEL VAI PARA O FATDOC, E-MAIL GANHA UMA
      *                    ENTRADA NA FILA MAILQ, AMBOS RECEBE OS
      *                    DOIS; BOUNCE OU ENDERECO SEM '@' CAI PARA
      *                    O PAPEL. CONTAGEM POR CANAL NO FIM
      *   15/10/2026 WT - O DOCUMENTO SAI PARA O ENDERECO DE
      *                    FATURAMENTO DO CLIENTE (CLIEND TIPO 'F',
      *                    COPY/ENDERPR.CPY); SEM ELE, PARA O
      *                    ENDERECO DO CLIENTE-MASTER
      *   15/10/2026 WT - SO' SAI DOCUMENTO DE FATURA COM NF-E
      *                    AUTORIZADA: O PROGRAMA PASSA A SER GUIADO
      *                    PELO CADASTRO DE NOTAS NFEMAST (NOTA
      *                    AUTORIZADA AINDA NAO ENTREGUE, COM OS
      *                    TOTAIS GUARDADOS DO FATTOTAIS) E PELOS
      *                    ITENS DO NFEITHIST, EM VEZ DO FATTOTAIS E
      *                    DO FATITENS DA NOITE - A NOTA AUTORIZADA
      *                    DIAS DEPOIS DO FECHAMENTO TAMBEM SAI. O
      *                    DOCUMENTO LEVA SERIE, NUMERO, CHAVE DE
      *                    ACESSO E PROTOCOLO; A NOTA ENTREGUE E'
      *                    MARCADA NO NFEMAST E NAO SAI DE NOVO
      *   15/10/2026 WT - ITEM PRO-RATA (FATURA RECORRENTE QUE COBRE SO'
      *                    PARTE DO CICLO) SAI PELO PRECO PROPORCIONAL
      *                    COBRADO, COM UMA LINHA DA BASE: DIAS
      *                    COBERTOS DE DIAS DO CICLO E O PRECO CHEIO
      *   15/10/2026 WT - FATURA COM CONSUMO MEDIDO SAI COM O
      *                    DEMONSTRATIVO DE CONSUMO (USOEXTR,
      *                    COPY/USOEXT.CPY) DEPOIS DOS ITENS: PERIODO,
      *                    CADA LEITURA E CADA FAIXA DA TARIFA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FATPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                                       FILE STATUS WS-FS-ITENS.

           SELECT CLIENTE-MASTER      ASSIGN TO 'CLIMAST'
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT TABELA-DESCANT      ASSIGN TO 'DESCANTEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCANT.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.

           SELECT MANDATO-MASTER      ASSIGN TO 'MANDATO'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MAND-NUM-CLIENTE
                                       FILE STATUS WS-FS-MANDATO.

           SELECT CLIENTE-ENDERECO    ASSIGN TO 'CLIEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY END-CHAVE
                                       FILE STATUS WS-FS-CLIEND.

           SELECT USO-EXTRATO         ASSIGN TO 'USOEXTR'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY UEX-CHAVE
                                       FILE STATUS WS-FS-USOEXTR.

           SELECT FATURA-DOCUMENTO    ASSIGN TO 'FATDOC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DOCUMENTO.

           SELECT FILA-EMAIL          ASSIGN TO 'MAILQ'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMAIL.

       DATA DIVISION.
       FILE SECTION.
       FD NFE-MASTER.
           COPY NFEMAST.

       FD NFE-ITENS-HIST.
           COPY NFEITEM.

       FD CLIENTE-MASTER.
           COPY LAYOUT1.
       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD TABELA-DESCANT.
           COPY DESCANT.

       FD SISPARAM-ARQ.
           COPY PARAMS.

       FD MANDATO-MASTER.
           COPY MANDATO.

       FD CLIENTE-ENDERECO.
           COPY CLIEND.

       FD USO-EXTRATO.
           COPY USOEXT.

       FD FATURA-DOCUMENTO.
       01 WS-REG-DOCUMENTO                        PIC X(100).

       FD FILA-EMAIL.
           COPY MAILQ.

       WORKING-STORAGE SECTION.
       77 WS-FS-NFEMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-ITENS                        PIC X(02) VALUE '00'.
       77 WS-FS-CLIMAST                      PIC X(02) VALUE '00'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
           88 FIM-DOS-ITENS                  VALUE 'S'.
       77 WS-QT-DOCUMENTOS                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-CADASTRO                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-AGUARDANDO                   PIC 9(06) VALUE ZEROS.
       77 WS-FS-EMAIL                        PIC X(02) VALUE '00'.
       77 WS-FS-USOEXTR                      PIC X(02) VALUE '00'.
       77 WS-EOF-EXTRATO                     PIC X(01) VALUE 'N'.
           88 FIM-DO-EXTRATO                 VALUE 'S' FALSE 'N'.
       77 WS-QT-EMAILS                       PIC 9(06) VALUE ZEROS.

       77 WS-TOTAL-ITEM        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-PRECO-ITEM        PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-SW-PRORATA                      PIC X(01) VALUE 'N'.
           88 ITEM-PRO-RATA                  VALUE 'S' FALSE 'N'.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-TOTAL-ITEM-ED                   PIC -(07)9.99.
       77 WS-VALOR-ED                        PIC -(09)9.99.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-SW-PAGTOPEND                    PIC X(01) VALUE 'N'.
           88 PAGTOPEND-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-PAGTOS                   PIC X(01) VALUE 'N'.
           88 FIM-DOS-PAGTOS                 VALUE 'S' FALSE 'N'.

      *    PAGAMENTOS DA FATURA EM IMPRESSAO (O UNICO OU AS
      *    PARCELAS), NA ORDEM DO INDICE DO CLIENTE.
       77 WS-QT-PARC-DOC                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-PARC-DOC                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PARC-DOC.
           03 WS-PDOC-ITEM             OCCURS 12 TIMES.
               05 WS-PDOC-NUMERO              PIC 9(06).
               05 WS-PDOC-VENC                PIC X(10).
               05 WS-PDOC-VALOR       PIC S9(07)V99 COMP-3.
               05 WS-PDOC-SITUACAO            PIC X(01).

      *    VENCIMENTO E DATAS LIMITE DO DESCONTO ANTECIPADO, DE
      *    AAAAMMDD PARA DD/MM/AAAA NO DOCUMENTO.
       01 WS-DATA-LIMITE.
           03 WS-LIM-ANO                     PIC 9(04).
           03 WS-LIM-MES                     PIC 9(02).
           03 WS-LIM-DIA                     PIC 9(02).
       01 WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE
                                             PIC 9(08).
       01 WS-DATA-LIMITE-ED.
           03 WS-LIM-ED-DIA                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LIM-ED-MES                  PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LIM-ED-ANO                  PIC 9(04).

      *    CLIENTE COM MANDATO ATIVO: O PAGAMENTO VAI POR DEBITO EM
      *    CONTA (DEMONSTRA-BANKREM) E O DOCUMENTO NAO LEVA BOLETO.
       77 WS-FS-MANDATO                      PIC X(02) VALUE '00'.
       77 WS-SW-MANDATOS                     PIC X(01) VALUE 'N'.
           88 MANDATOS-DISPONIVEIS           VALUE 'S' FALSE 'N'.
       77 WS-SW-DEBITO-AUTO                  PIC X(01) VALUE 'N'.
           88 CLIENTE-EM-DEBITO              VALUE 'S' FALSE 'N'.

      *    OS TOTAIS DA FATURA (IMAGEM GUARDADA NO NFEMAST) E O
      *    ITEM (IMAGEM GUARDADA NO NFEITHIST).
           COPY FATTOT.

           COPY FATITEM.

           COPY DESCANWS.

           COPY PARAMWS.

           COPY BOLETOWS.

           COPY PIXWS.

           COPY CANALWS.

           COPY ENDERWS.

           COPY RPTHDR.

       P001-INICIO.
      *****************************************

           OPEN I-O    NFE-MASTER
           OPEN INPUT  NFE-ITENS-HIST
           OPEN INPUT  CLIENTE-MASTER
           OPEN INPUT  PRODUTO-MASTER
           OPEN INPUT  PAGTO-PENDENTES
           OPEN INPUT  MANDATO-MASTER
           OPEN INPUT  CLIENTE-ENDERECO
           OPEN INPUT  USO-EXTRATO
           OPEN OUTPUT FATURA-DOCUMENTO

      *    A FILA DE E-MAIL E' COMPARTILHADA: SO' ACRESCENTA.
           OPEN EXTEND FILA-EMAIL
           IF WS-FS-EMAIL = '35'
               OPEN OUTPUT FILA-EMAIL
           END-IF

           IF WS-FS-PAGTOPEND = '00'
               SET PAGTOPEND-DISPONIVEL       TO TRUE
           END-IF

           IF WS-FS-MANDATO = '00'
               SET MANDATOS-DISPONIVEIS       TO TRUE
           END-IF

           PERFORM P-CARREGA-DESCANT

           PERFORM P-CARREGA-PARAMETROS
           PERFORM P-BOLETO-PARAMETROS

      *    SEM O CADASTRO DE NOTAS NENHUMA FATURA TEM NF-E
      *    AUTORIZADA: NADA SAI.
           IF WS-FS-NFEMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR NFEMAST: ' WS-FS-NFEMAST
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF WS-FS-ITENS NOT = '00'
               DISPLAY 'AVISO: NFEITHIST INDISPONIVEL - DOCUMENTOS '
                       'SEM ITENS: ' WS-FS-ITENS
           END-IF

           IF WS-FS-CLIMAST NOT = '00'
               DISPLAY 'AVISO: CLIENTE-MASTER INDISPONIVEL: '
                       WS-FS-CLIMAST
                       WS-FS-PRODMAST
           END-IF

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'AVISO: PAGTOPEND INDISPONIVEL - DOCUMENTOS '
                       'SEM CONDICOES DE PAGAMENTO: ' WS-FS-PAGTOPEND
           END-IF

           IF NOT FIM-DO-ARQUIVO
               PERFORM P100-LE-TOTAL
           END-IF
       P100-LE-TOTAL.
      *****************************************

           PERFORM P110-LE-NOTA
               UNTIL FIM-DO-ARQUIVO
                  OR (NFE-AUTORIZADA AND NOT NFE-IMPRESSA)

           IF NOT FIM-DO-ARQUIVO
               MOVE NFE-FATTOT                TO WS-REG-FATTOT
           END-IF
           .

      *****************************************
      * PROXIMA NOTA DO NFEMAST, NA ORDEM DA FATURA. A NOTA AINDA
      * NAO AUTORIZADA (IMPEDIDA, ENVIADA SEM RETORNO OU REJEITADA)
      * SO' E' CONTADA - O DOCUMENTO SAI NA PRIMEIRA EXECUCAO
      * DEPOIS DA AUTORIZACAO.
      *****************************************
       P110-LE-NOTA.
      *****************************************

           READ NFE-MASTER NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF
           END-READ

           IF NOT FIM-DO-ARQUIVO
              AND NOT NFE-AUTORIZADA
              AND NOT NFE-IMPRESSA
               ADD 1                          TO WS-QT-AGUARDANDO
           END-IF
           .

      *****************************************
      * UM DOCUMENTO POR NOTA AUTORIZADA AINDA NAO ENTREGUE:
      * CABECALHO COM A NF-E, DADOS DO CLIENTE, ITENS DA FATURA E
      * BLOCO DE TOTAIS - PARA QUEM RECEBE NO PAPEL. QUEM RECEBE
      * POR E-MAIL GANHA A ENTRADA NA FILA MAILQ. ENTREGUE, A NOTA
      * E' MARCADA NO NFEMAST.
      *****************************************
       P200-PROCESSA.
      *****************************************

           PERFORM P250-DEFINE-CANAL

           IF ENTREGA-NO-PAPEL
               PERFORM P300-CABECALHO-DOCUMENTO
               PERFORM P400-DADOS-CLIENTE
               PERFORM P500-ITENS-DA-FATURA
               PERFORM P550-DEMONSTRATIVO-CONSUMO
               PERFORM P600-BLOCO-TOTAIS
               PERFORM P700-CONDICOES-PAGAMENTO
               ADD 1                          TO WS-QT-DOCUMENTOS
           END-IF

           IF ENTREGA-POR-EMAIL
               PERFORM P800-ENFILEIRA-EMAIL
           END-IF

           SET NFE-IMPRESSA                   TO TRUE
           REWRITE WS-REG-NFEMAST
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A NOTA DA FATURA '
                           NFE-NUM-FATURA ' COMO ENTREGUE: '
                           WS-FS-NFEMAST
           END-REWRITE

           PERFORM P100-LE-TOTAL
           .

      *****************************************
      * CANAL DE ENTREGA DO CLIENTE DA FATURA. CLIENTE FORA DO
      * CADASTRO SAI NO PAPEL, COMO SEMPRE SAIU.
      *****************************************
       P250-DEFINE-CANAL.
      *****************************************

           MOVE FT-NUM-CLIENTE                TO WS-NUM-CLIENTE

           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CLIMAST = '00'
               PERFORM P-RESOLVE-CANAL
           ELSE
               PERFORM P-CANAL-SEM-CADASTRO
           END-IF
           .

      *****************************************
      * QUEBRA DE PAGINA (FORM FEED) + CABECALHO COMPARTILHADO, UM
      * POR DOCUMENTO - O NUMERO DA PAGINA E' O NUMERO DO DOCUMENTO.
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'FATURA: '    DELIMITED BY SIZE
                  FT-NUM-FATURA DELIMITED BY SIZE
                  '   NF-E SERIE ' DELIMITED BY SIZE
                  NFE-SERIE     DELIMITED BY SIZE
                  ' NUMERO '    DELIMITED BY SIZE
                  NFE-NUMERO    DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'CHAVE DE ACESSO: ' DELIMITED BY SIZE
                  NFE-CHAVE     DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING 'PROTOCOLO DE AUTORIZACAO: ' DELIMITED BY SIZE
                  NFE-PROTOCOLO DELIMITED BY SPACE
                  ' EM '        DELIMITED BY SIZE
                  NFE-DATA-HORA-AUT DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO

      *        O DOCUMENTO VAI PARA O ENDERECO DE FATURAMENTO;
      *        SEM ELE, PARA O DO CADASTRO.
               MOVE FT-NUM-CLIENTE            TO WS-ENDR-CLIENTE
               MOVE 'F'                       TO WS-ENDR-TIPO
               PERFORM P-OBTEM-ENDERECO

               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING 'ENDERECO: ' DELIMITED BY SIZE
                      WS-ENDR-ENDERECO DELIMITED BY '  '
                      ' - '        DELIMITED BY SIZE
                      WS-ENDR-CIDADE DELIMITED BY '  '
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           .

      *****************************************
      * POSICIONA NO NFEITHIST NO PRIMEIRO ITEM DA FATURA EM CURSO
      * E IMPRIME OS ITENS DELA, COM A DESCRICAO DO CADASTRO DE
      * PRODUTOS E O TOTAL DO ITEM (QTDE X PRECO DO CADASTRO).
      *****************************************
       P500-ITENS-DA-FATURA.
      *****************************************

           MOVE 'N'                           TO WS-EOF-ITENS

           MOVE FT-NUM-FATURA                 TO NFI-NUM-FATURA
           MOVE ZEROS                         TO NFI-SEQ
           START NFE-ITENS-HIST KEY IS NOT < NFI-CHAVE
               INVALID KEY
                   MOVE 'S'                   TO WS-EOF-ITENS
           END-START

           PERFORM P510-IMPRIME-ITEM UNTIL FIM-DOS-ITENS
           .

      *****************************************
       P510-IMPRIME-ITEM.
      *****************************************

           READ NFE-ITENS-HIST NEXT RECORD
               AT END
                   MOVE 'S'                   TO WS-EOF-ITENS
           END-READ

           IF NOT FIM-DOS-ITENS
               IF NFI-NUM-FATURA = FT-NUM-FATURA
                   MOVE NFI-ITEM              TO WS-REG-ITEM
                   PERFORM P520-LINHA-DO-ITEM
               ELSE
                   MOVE 'S'                   TO WS-EOF-ITENS
               END-IF
           END-IF
           .
               MOVE WS-IT-PRECO               TO PROD-PRECO
           END-IF

           MOVE PROD-PRECO                    TO WS-PRECO-ITEM

      *    ITEM PRO-RATA: O PRECO UNITARIO COBRADO E' O PROPORCIONAL
      *    AOS DIAS COBERTOS, COMO NO FATURAMENTO.
           SET ITEM-PRO-RATA                  TO FALSE
           IF WS-IT-DIAS-CICLO IS NUMERIC
              AND WS-IT-DIAS-COBERTOS IS NUMERIC
              AND WS-IT-DIAS-CICLO > ZEROS
              AND WS-IT-DIAS-COBERTOS < WS-IT-DIAS-CICLO
               SET ITEM-PRO-RATA              TO TRUE
               COMPUTE WS-PRECO-ITEM ROUNDED =
                       WS-IT-PRECO * WS-IT-DIAS-COBERTOS
                                   / WS-IT-DIAS-CICLO
           END-IF

           COMPUTE WS-TOTAL-ITEM ROUNDED =
                   WS-IT-QTDE * WS-PRECO-ITEM
               ON SIZE ERROR
                   MOVE ZEROS                 TO WS-TOTAL-ITEM
           END-COMPUTE

           MOVE WS-IT-QTDE                    TO WS-QTDE-ED
           MOVE WS-PRECO-ITEM                 TO WS-PRECO-ED
           MOVE WS-TOTAL-ITEM                 TO WS-TOTAL-ITEM-ED

           MOVE SPACES                        TO WS-REG-DOCUMENTO
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           IF ITEM-PRO-RATA
               MOVE WS-IT-PRECO               TO WS-PRECO-ED
               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING '    PRO-RATA: '    DELIMITED BY SIZE
                      WS-IT-DIAS-COBERTOS DELIMITED BY SIZE
                      ' DE '              DELIMITED BY SIZE
                      WS-IT-DIAS-CICLO    DELIMITED BY SIZE
                      ' DIAS DO CICLO - PRECO CHEIO '
                                          DELIMITED BY SIZE
                      WS-PRECO-ED         DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF
           .

      *****************************************
      * DEMONSTRATIVO DE CONSUMO GUARDADO PELA GERACAO RECORRENTE
      * PARA A FATURA, QUANDO HA; SEM O USOEXTR, NADA SAI.
      *****************************************
       P550-DEMONSTRATIVO-CONSUMO.
      *****************************************

           IF WS-FS-USOEXTR NOT = '00' AND WS-FS-USOEXTR NOT = '10'
              AND WS-FS-USOEXTR NOT = '23'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-EXTRATO                 TO FALSE
           MOVE FT-NUM-FATURA                 TO UEX-NUM-FATURA
           MOVE ZEROS                         TO UEX-SEQ
           START USO-EXTRATO KEY IS NOT < UEX-CHAVE
               INVALID KEY
                   SET FIM-DO-EXTRATO         TO TRUE
           END-START

           PERFORM P560-LINHA-DO-EXTRATO UNTIL FIM-DO-EXTRATO
           .

      *****************************************
       P560-LINHA-DO-EXTRATO.
      *****************************************

           READ USO-EXTRATO NEXT RECORD
               AT END
                   SET FIM-DO-EXTRATO         TO TRUE
           END-READ

           IF FIM-DO-EXTRATO
               EXIT PARAGRAPH
           END-IF

           IF UEX-NUM-FATURA NOT = FT-NUM-FATURA
               SET FIM-DO-EXTRATO             TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  '           DELIMITED BY SIZE
                  UEX-LINHA      DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
      * VENCIMENTO E DESCONTO ANTECIPADO: OS PAGAMENTOS DA FATURA
      * (O DE PAGTO-NUMERO = NUMERO DA FATURA E, NA FATURA
      * PARCELADA PELA CONDICAO DE PAGAMENTO, AS PARCELAS QUE A
      * APONTAM EM PAGTO-NUM-ORIGEM) SAO COLHIDOS PELA CHAVE
      * ALTERNADA DO CLIENTE. PAGAMENTO UNICO SAI COMO "A PAGAR
      * ATE"; PARCELADA SAI COM O CRONOGRAMA, UMA LINHA POR
      * PARCELA. CADA PARCELA EM ABERTO RECEBE AS LINHAS "SE PAGO
      * ATE" DO DESCANTEC. FATURA AINDA NAO POSTADA SAI SEM O
      * BLOCO.
      *****************************************
       P700-CONDICOES-PAGAMENTO.
      *****************************************

           IF NOT PAGTOPEND-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-QT-PARC-DOC
           MOVE FT-NUM-CLIENTE                TO PAGTO-NUM-CLIENTE
           START PAGTO-PENDENTES KEY = PAGTO-NUM-CLIENTE
               INVALID KEY
                   CONTINUE
           END-START

           IF WS-FS-PAGTOPEND = '00'
               SET FIM-DOS-PAGTOS             TO FALSE
           ELSE
               SET FIM-DOS-PAGTOS             TO TRUE
           END-IF

           PERFORM P720-COLETA-PARCELA UNTIL FIM-DOS-PAGTOS

           IF WS-QT-PARC-DOC = ZEROS
               EXIT PARAGRAPH
           END-IF

           SET CLIENTE-EM-DEBITO              TO FALSE
           IF MANDATOS-DISPONIVEIS
               MOVE FT-NUM-CLIENTE            TO MAND-NUM-CLIENTE
               READ MANDATO-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-MANDATO = '00' AND MAND-ATIVO
                   SET CLIENTE-EM-DEBITO      TO TRUE
               END-IF
           END-IF

           IF WS-QT-PARC-DOC > 1
               MOVE SPACES                    TO WS-REG-DOCUMENTO
               STRING '  PAGAMENTO EM ' DELIMITED BY SIZE
                      WS-QT-PARC-DOC DELIMITED BY SIZE
                      ' PARCELAS:' DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF

           PERFORM P730-IMPRIME-PARCELA
               VARYING WS-IX-PARC-DOC FROM 1 BY 1
                 UNTIL WS-IX-PARC-DOC > WS-QT-PARC-DOC
           .

      *****************************************
      * UM PAGAMENTO DO CLIENTE: ENTRA NO CRONOGRAMA SE E' DESTA
      * FATURA. O INDICE PASSOU DO CLIENTE, ACABOU.
      *****************************************
       P720-COLETA-PARCELA.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DOS-PAGTOS         TO TRUE
           END-READ

           IF FIM-DOS-PAGTOS
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = FT-NUM-CLIENTE
               SET FIM-DOS-PAGTOS             TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-ORIGEM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-NUM-ORIGEM
           END-IF

           IF PAGTO-NUMERO NOT = FT-NUM-FATURA
              AND NOT (PAGTO-DE-FATURA
                       AND PAGTO-NUM-ORIGEM = FT-NUM-FATURA)
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-PARC-DOC = 12
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PARC-DOC
           MOVE PAGTO-NUMERO      TO WS-PDOC-NUMERO(WS-QT-PARC-DOC)
           MOVE PAGTO-DATA-VENC   TO WS-PDOC-VENC(WS-QT-PARC-DOC)
           MOVE PAGTO-VALOR       TO WS-PDOC-VALOR(WS-QT-PARC-DOC)
           MOVE WS-PAGTO          TO WS-PDOC-SITUACAO(WS-QT-PARC-DOC)
           .

      *****************************************
      * UMA PARCELA DO CRONOGRAMA (OU O PAGAMENTO UNICO) E, SE EM
      * ABERTO E COM VENCIMENTO, AS FAIXAS DE DESCONTO SOBRE ELA E
      * O BOLETO PARA PAGA-LA.
      *****************************************
       P730-IMPRIME-PARCELA.
      *****************************************

           MOVE WS-PDOC-VALOR(WS-IX-PARC-DOC) TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO

           IF WS-QT-PARC-DOC > 1
               STRING '  PARCELA ' DELIMITED BY SIZE
                      WS-IX-PARC-DOC DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-QT-PARC-DOC DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WS-PDOC-VENC(WS-IX-PARC-DOC) DELIMITED BY SIZE
                      ': R$ ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               IF WS-PDOC-SITUACAO(WS-IX-PARC-DOC) = 'C'
                   MOVE ' (PAGA)'             TO WS-REG-DOCUMENTO(60:7)
               END-IF
               WRITE WS-REG-DOCUMENTO
           END-IF

           IF WS-PDOC-SITUACAO(WS-IX-PARC-DOC) NOT = 'P'
              OR WS-PDOC-VENC(WS-IX-PARC-DOC)(1:2) IS NOT NUMERIC
              OR WS-PDOC-VENC(WS-IX-PARC-DOC)(4:2) IS NOT NUMERIC
              OR WS-PDOC-VENC(WS-IX-PARC-DOC)(7:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-PARC-DOC = 1
               STRING '  A PAGAR ATE ' DELIMITED BY SIZE
                      WS-PDOC-VENC(WS-IX-PARC-DOC) DELIMITED BY SIZE
                      ': R$ '         DELIMITED BY SIZE
                      WS-VALOR-ED     DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
           END-IF

           MOVE WS-PDOC-VENC(WS-IX-PARC-DOC)(7:4)
                                               TO WS-DANT-VENC(1:4)
           MOVE WS-PDOC-VENC(WS-IX-PARC-DOC)(4:2)
                                               TO WS-DANT-VENC(5:2)
           MOVE WS-PDOC-VENC(WS-IX-PARC-DOC)(1:2)
                                               TO WS-DANT-VENC(7:2)
           MOVE WS-PDOC-VALOR(WS-IX-PARC-DOC) TO WS-DANT-BASE

           PERFORM VARYING WS-IX-DESCANT FROM 1 BY 1
                   UNTIL WS-IX-DESCANT > WS-QT-TAB-DESCANT
               PERFORM P710-LINHA-DESCONTO
           END-PERFORM

           PERFORM P740-IMPRIME-BOLETO
           .

      *****************************************
      * LINHA DIGITAVEL E CODIGO DE BARRAS DA PARCELA, PELO VALOR
      * CHEIO E NO VENCIMENTO - O DESCONTO ANTECIPADO E' APURADO NO
      * RETORNO, SOBRE O QUE O CLIENTE PAGOU. O TXID DA COBRANCA PIX
      * VEM LOGO ABAIXO. NO DEBITO AUTOMATICO SAI SO' O AVISO, PARA
      * O CLIENTE NAO PAGAR DUAS VEZES.
      *****************************************
       P740-IMPRIME-BOLETO.
      *****************************************

           MOVE SPACES                        TO WS-REG-DOCUMENTO

           IF CLIENTE-EM-DEBITO
               STRING '  DEBITO AUTOMATICO EM CONTA NO VENCIMENTO'
                                              DELIMITED BY SIZE
                      ' - NAO PAGUE POR BOLETO' DELIMITED BY SIZE
                      INTO WS-REG-DOCUMENTO
               END-STRING
               WRITE WS-REG-DOCUMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PDOC-NUMERO(WS-IX-PARC-DOC) TO WS-BOL-NUM-PAGTO
           MOVE WS-PDOC-VALOR(WS-IX-PARC-DOC)  TO WS-BOL-VALOR
           MOVE WS-DANT-VENC                   TO WS-BOL-VENC
           PERFORM P-MONTA-BOLETO

           STRING '  LINHA DIGITAVEL..: ' DELIMITED BY SIZE
                  WS-BOL-LINHA-ED        DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  CODIGO DE BARRAS.: ' DELIMITED BY SIZE
                  WS-BOL-CB-TEXTO        DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO

           MOVE WS-PDOC-NUMERO(WS-IX-PARC-DOC) TO WS-PIX-NUM-PAGTO
           PERFORM P-MONTA-TXID

           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  PIX - TXID.......: ' DELIMITED BY SIZE
                  WS-PIX-TXID-TEXTO      DELIMITED BY SPACE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
      * UMA FAIXA: SO' SAI SE A DATA LIMITE AINDA NAO PASSOU NA
      * DATA DA FATURA.
      *****************************************
       P710-LINHA-DESCONTO.
      *****************************************

           PERFORM P-FAIXA-DESCONTO

           IF WS-DANT-DATA-LIMITE = ZEROS
              OR WS-DANT-DESCONTO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF FT-DATA IS NUMERIC
              AND WS-DANT-DATA-LIMITE < FT-DATA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DANT-DATA-LIMITE           TO WS-DATA-LIMITE-NUM
           MOVE WS-LIM-DIA                    TO WS-LIM-ED-DIA
           MOVE WS-LIM-MES                    TO WS-LIM-ED-MES
           MOVE WS-LIM-ANO                    TO WS-LIM-ED-ANO

           MOVE WS-DANT-LIQUIDO               TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-DOCUMENTO
           STRING '  SE PAGO ATE '  DELIMITED BY SIZE
                  WS-DATA-LIMITE-ED DELIMITED BY SIZE
                  ': R$ '           DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  INTO WS-REG-DOCUMENTO
           END-STRING
           WRITE WS-REG-DOCUMENTO
           .

      *****************************************
      * UMA ENTRADA NA FILA MAILQ PARA A FATURA: NUMERO, DATA, TOTAL
      * E, SE JA POSTADA NO PAGTOPEND, O VENCIMENTO. A REFERENCIA DO
      * PAGAMENTO E' O PROPRIO NUMERO DA FATURA QUANDO ELA GEROU
      * PAGAMENTO; FATURA AINDA SEM PAGAMENTO (CLIENTE CONSOLIDADO)
      * VAI COM A REFERENCIA ZERADA E O BOUNCE VOLTA PELO ENDERECO.
      *****************************************
       P800-ENFILEIRA-EMAIL.
      *****************************************

           MOVE SPACES                        TO WS-REG-EMAILQ
           MOVE ZEROS                         TO MQ-NUM-PAGTO
           MOVE WS-EMAIL                      TO MQ-EMAIL
           MOVE ZEROS                         TO MQ-NIVEL

           IF PAGTOPEND-DISPONIVEL
               MOVE FT-NUM-FATURA             TO PAGTO-NUMERO
               READ PAGTO-PENDENTES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-PAGTOPEND = '00'
                   MOVE PAGTO-NUMERO          TO MQ-NUM-PAGTO
               END-IF
           END-IF

           MOVE FT-TOTAL                      TO WS-VALOR-ED
           STRING 'FATURA '          DELIMITED BY SIZE
                  FT-NUM-FATURA      DELIMITED BY SIZE
                  ' DE '             DELIMITED BY SIZE
                  FT-DATA            DELIMITED BY SIZE
                  ' - TOTAL '        DELIMITED BY SIZE
                  WS-VALOR-ED        DELIMITED BY SIZE
                  INTO MQ-TEXTO
           END-STRING
           IF MQ-NUM-PAGTO NOT = ZEROS
               MOVE ' VENC '                  TO MQ-TEXTO(48:6)
               MOVE PAGTO-DATA-VENC           TO MQ-TEXTO(54:10)
           END-IF
           MOVE ' NF-E '                      TO MQ-TEXTO(64:6)
           MOVE NFE-NUMERO                    TO MQ-TEXTO(70:9)
           WRITE WS-REG-EMAILQ

           ADD 1                              TO WS-QT-EMAILS
           .

      *****************************************
       P999-FIM.
      *****************************************

           IF WS-FS-NFEMAST NOT = '35' AND WS-FS-NFEMAST NOT = '91'
               CLOSE NFE-MASTER
           END-IF

           IF WS-FS-ITENS NOT = '35' AND WS-FS-ITENS NOT = '91'
               CLOSE NFE-ITENS-HIST
           END-IF

           IF WS-FS-CLIMAST = '00' OR WS-FS-CLIMAST = '23'
               CLOSE PRODUTO-MASTER
           END-IF

           IF PAGTOPEND-DISPONIVEL
               CLOSE PAGTO-PENDENTES
           END-IF

           IF MANDATOS-DISPONIVEIS
               CLOSE MANDATO-MASTER
           END-IF

           IF WS-FS-CLIEND = '00' OR WS-FS-CLIEND = '23'
               CLOSE CLIENTE-ENDERECO
           END-IF

           IF WS-FS-USOEXTR NOT = '35' AND WS-FS-USOEXTR NOT = '91'
               CLOSE USO-EXTRATO
           END-IF

           CLOSE FATURA-DOCUMENTO
           CLOSE FILA-EMAIL

           DISPLAY 'DOCUMENTOS IMPRESSOS.: ' WS-QT-DOCUMENTOS
           DISPLAY 'E-MAILS ENFILEIRADOS.: ' WS-QT-EMAILS
           DISPLAY 'CLIENTES SEM CADASTRO: ' WS-QT-SEM-CADASTRO
           DISPLAY 'NF-E NAO AUTORIZADAS.: ' WS-QT-AGUARDANDO
           PERFORM P-EXIBE-CANAIS

           STOP RUN.

           COPY RPTHDPR.
           COPY DESCANPR.
           COPY PARAMPR.
           COPY BOLETOPR.
           COPY PIXPR.
           COPY CANALPR.
           COPY ENDERPR.

       END PROGRAM DEMONSTRA-FATPRINT.
