      *                    OVERRIDE DE EMERGENCIA EXIGE O PERFIL DE
      *                    SUPERVISOR DO OPERAUTH E DEIXA ALERTA NO
      *                    OPERALERT
      *   15/10/2026 WT - CARIMBAR A DATA DO CANCELAMENTO
      *                    (FT-DATA-CANC) JUNTO COM O FT-SITUACAO NO
      *                    HISTORICO, AGORA DE 120 POSICOES: A
      *                    APURACAO MENSAL DOS IMPOSTOS ESTORNA NO MES
      *                    DO CANCELAMENTO
      *   15/10/2026 WT - DEVOLVER AO ESTOQUE (PRODMAST) O QUE A
      *                    FATURA BAIXOU, PELAS VENDAS DELA NO KARDEX
      *                    ESTMOV, ANOTANDO CADA DEVOLUCAO NO KARDEX
      *                    COMO TIPO 'C' (COPY/ESTMOVPR.CPY)
      *   15/10/2026 WT - FATURA DE CONTRATO COM RECEITA DIFERIDA
      *                    (RECDIF): O SALDO AINDA NAO RECONHECIDO
      *                    SEGUE NO ESTORNO (CANC-DIFERIDO) PARA O
      *                    EXTRATO CONTABIL BAIXAR DA RECEITA
      *                    DIFERIDA, E O CRONOGRAMA E' ENCERRADO ('C')
      *   15/10/2026 WT - O SUPERVISOR DO OVERRIDE DA JANELA DE LOTE
      *                    SE AUTENTICA COM A SENHA (COPY SENHAPR,
      *                    CREDENCIAIS NO OPERCRED), NAO SO COM O ID
      *   15/10/2026 WT - FATURA PARCELADA: CANCELAR TAMBEM AS
      *                    PARCELAS 2..N EM ABERTO (PAGTO-NUM-ORIGEM
      *                    = A FATURA, PELO INDICE DO CLIENTE COMO NO
      *                    FATPRINT), RECUSANDO SE ALGUMA JA ESTA
      *                    CONFIRMADA; O ESTORNO E O RECDIF SAEM DA
      *                    IMAGEM DA FATURA GUARDADA NA BUSCA DO
      *                    HISTORICO, NAO DA ULTIMA LINHA LIDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-FATCANC.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MOVIMENTO.

           SELECT RECEITA-DIFERIDA    ASSIGN TO 'RECDIF'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RDF-NUM-FATURA
                                       FILE STATUS WS-FS-RECDIF.

           SELECT PRODUTO-MASTER      ASSIGN TO 'PRODMAST'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PROD-CODIGO
                                       FILE STATUS WS-FS-PRODMAST.

           SELECT ESTOQUE-MOVIMENTO   ASSIGN TO 'ESTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ESTMOV.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT OPER-CREDENCIAL     ASSIGN TO 'OPERCRED'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-OPERADOR
                                       FILE STATUS WS-FS-OPERCRED.

           SELECT OPER-SEGURANCA      ASSIGN TO 'OPERSEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERSEG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY ERRLOG.

       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

       FD HIST-TRABALHO.
       01 WS-REG-HISTWRK                          PIC X(120).

      *    ESTORNO A LANCAR PELO EXTRATO CONTABIL: OS MESMOS VALORES
      *    DA POSTAGEM ORIGINAL DA FATURA, PARA REVERTER NA
           03 CANC-IMPOSTO-CID                   PIC S9(09)V99.
           03 CANC-TOTAL                         PIC S9(09)V99.
           03 CANC-DATA                          PIC 9(08).
      *    RECEITA DA FATURA DE CONTRATO AINDA NAO RECONHECIDA, A
      *    ESTORNAR DA CONTA DE RECEITA DIFERIDA.
           03 CANC-DIFERIDO                      PIC S9(09)V99.

      *    CRONOGRAMA DA RECEITA DOS CONTRATOS COBRADA ANTECIPADAMENTE.
       FD RECEITA-DIFERIDA.
           COPY RECDIF.

       FD PRODUTO-MASTER.
           COPY PRODMST.

       FD ESTOQUE-MOVIMENTO.
           COPY ESTMOV.

       FD DATA-NEGOCIO.
           COPY DTNEG.
       FD OPER-ALERTA.
           COPY ALERTA.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

       77 WS-SITUACAO-ANTERIOR               PIC X(01) VALUE SPACE.
       77 WS-SW-FATURA                       PIC X(01) VALUE 'N'.
           88 FATURA-LOCALIZADA              VALUE 'S' FALSE 'N'.
       77 WS-FS-PRODMAST                     PIC X(02) VALUE '00'.
       77 WS-FS-ESTMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-RECDIF                       PIC X(02) VALUE '00'.

      *    PAGAMENTOS EM ABERTO DA FATURA A CANCELAR: A 1A PARCELA
      *    (NUMERO DA FATURA) E AS DEMAIS DO PARCELAMENTO DO FATPOST
      *    (PAGTO-NUM-ORIGEM = A FATURA) - NO MAXIMO 12.
       77 WS-NUM-CLIENTE-FAT                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARC-FAT                     PIC 9(02) VALUE ZEROS.
       77 WS-IX-PARC-FAT                     PIC 9(02) VALUE ZEROS.
       77 WS-QT-PARC-PAGAS                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-PARC-FALHA                   PIC 9(02) VALUE ZEROS.
       77 WS-EOF-PARC                        PIC X(01) VALUE 'N'.
           88 FIM-DAS-PARCELAS               VALUE 'S' FALSE 'N'.
       01 WS-TAB-PARC-FAT.
           03 WS-PARC-FAT-NUMERO       OCCURS 12 TIMES PIC 9(06).

      *    A LINHA DA FATURA ACHADA NO HISTORICO, GUARDADA NA BUSCA:
      *    TERMINADA A LEITURA, WS-REG-FATTOT TEM A ULTIMA LINHA DO
      *    ARQUIVO, NAO A FATURA.
       01 WS-FATTOT-LOCALIZADA               PIC X(120).

      *    BAIXAS LIQUIDAS DA FATURA POR PRODUTO, APURADAS NO KARDEX
      *    (VENDAS 'FAT' DO NUMERO; NEGATIVO = SAIU DO ESTOQUE).
       77 WS-DOC-FATURA                      PIC X(09) VALUE SPACES.
       77 WS-QT-TAB-DEVOL                    PIC 9(02) VALUE ZEROS.
       77 WS-IX-DEVOL                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-DEVOL.
           03 WS-TAB-DEVOL-ITEM        OCCURS 50 TIMES.
               05 WS-DEV-PRODUTO              PIC X(08).
               05 WS-DEV-QTDE                 PIC S9(05)V99.
       77 WS-ESTOQUE-NOVO                    PIC S9(05)V99 VALUE ZEROS.

      *    IMAGEM DA FATURA LOCALIZADA NO HISTORICO, NO LAYOUT
      *    COMPARTILHADO.
           COPY PAGTRX.
           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-FATCANC'           TO WS-SEN-PROGRAMA

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-FATCANC'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
               EXIT PARAGRAPH
           END-IF

           PERFORM P350-LEVANTA-PARCELAS

           IF WS-QT-PARC-PAGAS > ZEROS
               DISPLAY 'FATURA ' WS-NUM-CONSULTA ' COM '
                       WS-QT-PARC-PAGAS ' PARCELA(S) JA CONFIRMADA(S)'
                       ' - CANCELAMENTO RECUSADO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-LOCALIZA-NO-HISTORICO

           IF NOT FATURA-LOCALIZADA
               EXIT PARAGRAPH
           END-IF

      *    A 1A PARCELA DECIDE: SEM ELA CANCELADA NADA MAIS MUDA.
      *    PARCELA SEGUINTE QUE FALHAR FICA EM ABERTO COM ALERTA
      *    PARA A COBRANCA - A FATURA JA ESTA ESTORNADA.
           MOVE 1                             TO WS-IX-PARC-FAT
           PERFORM P500-CANCELA-PAGAMENTO

           IF WS-FS-PAGTOPEND = '00'
               MOVE ZEROS                     TO WS-QT-PARC-FALHA
               PERFORM P500-CANCELA-PAGAMENTO
                   VARYING WS-IX-PARC-FAT FROM 2 BY 1
                     UNTIL WS-IX-PARC-FAT > WS-QT-PARC-FAT
               PERFORM P600-GRAVA-ESTORNO
               PERFORM P700-MARCA-HISTORICO
               PERFORM P800-DEVOLVE-ESTOQUE
               ADD 1                          TO WS-QT-CANCELADAS
               DISPLAY 'FATURA ' WS-NUM-CONSULTA ' CANCELADA ('
                       WS-QT-PARC-FAT ' PAGAMENTO(S)).'
               IF WS-QT-PARC-FALHA > ZEROS
                   DISPLAY WS-QT-PARC-FALHA ' PARCELA(S) NAO '
                           'CANCELADA(S) - VER O OPERALERT.'
               END-IF
           END-IF
           .

      *****************************************
      * LEVANTA OS PAGAMENTOS DA FATURA: A 1A PARCELA JA LIDA E, PELO
      * INDICE DO CLIENTE, AS DEMAIS DO PARCELAMENTO (COMO O
      * FATPRINT MONTA O CRONOGRAMA). CONTA AS JA CONFIRMADAS;
      * CANCELADAS (RENEGOCIADAS) FICAM DE FORA.
      *****************************************
       P350-LEVANTA-PARCELAS.
      *****************************************

           MOVE 1                             TO WS-QT-PARC-FAT
           MOVE ZEROS                         TO WS-QT-PARC-PAGAS
           MOVE PAGTO-NUMERO                  TO WS-PARC-FAT-NUMERO(1)
           MOVE PAGTO-NUM-CLIENTE             TO WS-NUM-CLIENTE-FAT

           START PAGTO-PENDENTES KEY = PAGTO-NUM-CLIENTE
               INVALID KEY
                   CONTINUE
           END-START

           IF WS-FS-PAGTOPEND = '00'
               SET FIM-DAS-PARCELAS           TO FALSE
           ELSE
               SET FIM-DAS-PARCELAS           TO TRUE
           END-IF

           PERFORM P360-UMA-PARCELA UNTIL FIM-DAS-PARCELAS
           .

      *****************************************
       P360-UMA-PARCELA.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DAS-PARCELAS       TO TRUE
           END-READ

           IF FIM-DAS-PARCELAS
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-CLIENTE NOT = WS-NUM-CLIENTE-FAT
               SET FIM-DAS-PARCELAS           TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-NUM-ORIGEM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-NUM-ORIGEM
           END-IF

           IF PAGTO-NUMERO = WS-NUM-CONSULTA
              OR NOT PAGTO-DE-FATURA
              OR PAGTO-NUM-ORIGEM NOT = WS-NUM-CONSULTA
              OR PAGTO-CANCELADO
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-CONFIRMADO
               ADD 1                          TO WS-QT-PARC-PAGAS
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-PARC-FAT = 12
               DISPLAY 'PARCELA ' PAGTO-NUMERO ' ALEM DE 12 - NAO '
                       'CANCELADA.'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PARC-FAT
           MOVE PAGTO-NUMERO     TO WS-PARC-FAT-NUMERO(WS-QT-PARC-FAT)
           .

      *****************************************
           IF WS-FS-TOT-HIST = '00' OR WS-FS-TOT-HIST = '10'
               CLOSE FATURA-TOT-HIST
           END-IF

           IF FATURA-LOCALIZADA
               MOVE WS-FATTOT-LOCALIZADA      TO WS-REG-FATTOT
           END-IF
           .

      *****************************************
               IF FT-NUM-FATURA = WS-NUM-CONSULTA
                  AND NOT FT-CANCELADA
                   SET FATURA-LOCALIZADA      TO TRUE
                   MOVE WS-REG-FATTOTHIST     TO WS-FATTOT-LOCALIZADA
               END-IF
           END-IF
           .

      *****************************************
      * CANCELA UM PAGAMENTO DA FATURA (P/A -> X PELA VALIDACAO
      * COMPARTILHADA) COM A TRILHA PAGTOAUD DA VIRADA.
      *****************************************
       P500-CANCELA-PAGAMENTO.
      *****************************************

           MOVE WS-PARC-FAT-NUMERO(WS-IX-PARC-FAT) TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               INVALID KEY
                   DISPLAY 'PAGAMENTO ' PAGTO-NUMERO
                           ' NAO ENCONTRADO NO CANCELAMENTO.'
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               PERFORM P510-PARCELA-FALHOU
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGTO                      TO WS-SITUACAO-ANTERIOR

           MOVE WS-PAGTO                      TO TRX-SITUACAO-DE
               DISPLAY 'TRANSICAO ILEGAL NO CANCELAMENTO DA FATURA '
                       WS-NUM-CONSULTA
               MOVE '99'                      TO WS-FS-PAGTOPEND
               PERFORM P510-PARCELA-FALHOU
               EXIT PARAGRAPH
           END-IF

               MOVE WS-PAGTO                  TO AUDIT-SITUACAO-NOVA
               MOVE 'CANCFAT'                 TO AUDIT-ORIGEM
               PERFORM P-GRAVA-PAGTOAUD
           ELSE
               PERFORM P510-PARCELA-FALHOU
           END-IF
           .

      *****************************************
      * PARCELA 2..N QUE NAO PODE SER CANCELADA CONTINUA COBRAVEL:
      * ALERTA PARA A COBRANCA ACERTAR A MAO. (A 1A PARCELA SO
      * RECUSA O CANCELAMENTO.)
      *****************************************
       P510-PARCELA-FALHOU.
      *****************************************

           IF WS-IX-PARC-FAT = 1
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-PARC-FALHA
           MOVE 'DEMONSTRA-FATCANC'           TO ALERTA-PROGRAMA
           MOVE 1                             TO ALERTA-SEVERIDADE
           MOVE SPACES                        TO ALERTA-TEXTO
           STRING 'FAT ' WS-NUM-CONSULTA ' CANCELADA, PARCELA '
                  WS-PARC-FAT-NUMERO(WS-IX-PARC-FAT) ' ABERTA'
                  DELIMITED BY SIZE
                  INTO ALERTA-TEXTO
           END-STRING
           PERFORM P-GRAVA-ALERTA
           .

      *****************************************
      * ANEXA O ESTORNO AO MOVIMENTO FATCANCMOV (CRIADO NA HORA NA
      * PRIMEIRA GRAVACAO) - O EXTRATO CONTABIL CONSOME E ZERA.
           END-IF

           IF WS-FS-MOVIMENTO = '00'
               MOVE WS-NUM-CONSULTA           TO CANC-NUM-FATURA
               MOVE FT-SUBTOTAL               TO CANC-SUBTOTAL
               IF FT-DESCONTO IS NUMERIC
                   MOVE FT-DESCONTO           TO CANC-DESCONTO
               END-IF
               MOVE FT-TOTAL                  TO CANC-TOTAL
               MOVE WS-DATA-NEGOCIO           TO CANC-DATA
               PERFORM P610-ENCERRA-DIFERIDA
               WRITE WS-REG-CANCMOV
               CLOSE CANCELA-MOVIMENTO
           ELSE
           END-IF
           .

      *****************************************
      * FATURA DE CONTRATO: O QUE O FECHAMENTO MENSAL AINDA NAO
      * RECONHECEU VAI NO ESTORNO PARA SAIR DA RECEITA DIFERIDA, E O
      * CRONOGRAMA E' ENCERRADO. AINDA NAO LANCADA ('G'), A FATURA
      * VAI INTEIRA PARA A RECEITA NA NOITE E O ESTORNO TAMBEM.
      *****************************************
       P610-ENCERRA-DIFERIDA.
      *****************************************

           MOVE ZEROS                         TO CANC-DIFERIDO

           OPEN I-O RECEITA-DIFERIDA
           IF WS-FS-RECDIF NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUM-CONSULTA               TO RDF-NUM-FATURA
           READ RECEITA-DIFERIDA
               INVALID KEY
                   CLOSE RECEITA-DIFERIDA
                   EXIT PARAGRAPH
           END-READ

           IF RDF-DIFERIDA OR RDF-RECONHECIDA
               COMPUTE CANC-DIFERIDO = RDF-VALOR - RDF-RECONHECIDO
               MOVE CANC-DIFERIDO             TO RDF-CANCELADO
               MOVE WS-DATA-NEGOCIO           TO RDF-DATA-CANC
               SET RDF-CANCELADA              TO TRUE
           END-IF
           IF RDF-GERADA
               MOVE WS-DATA-NEGOCIO           TO RDF-DATA-CANC
               SET RDF-CANCELADA              TO TRUE
           END-IF

           REWRITE WS-REG-RECDIF
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR O RECDIF: ' WS-FS-RECDIF
           END-REWRITE

           CLOSE RECEITA-DIFERIDA
           .

      *****************************************
      * MARCA A FATURA COMO CANCELADA NO HISTORICO, POR COPIA DUPLA
      * VIA ARQUIVO DE TRABALHO: HISTORICO -> TRABALHO (VIRANDO O
               IF FT-NUM-FATURA = WS-NUM-CONSULTA
                  AND NOT FT-CANCELADA
                   MOVE 'X'                   TO FT-SITUACAO
                   MOVE WS-DATA-NEGOCIO       TO FT-DATA-CANC
                   MOVE WS-REG-FATTOT         TO WS-REG-FATTOTHIST
               END-IF
               MOVE WS-REG-FATTOTHIST         TO WS-REG-HISTWRK
           END-IF
           .

      *****************************************
      * DEVOLVE AO CADASTRO DE PRODUTOS O QUE A FATURA TIROU DO
      * ESTOQUE: SOMA POR PRODUTO AS VENDAS DA FATURA NO KARDEX
      * (BAIXAS E AS DEVOLUCOES DE BAIXA DA QUEBRA) E DESFAZ O
      * LIQUIDO. FATURA SEM VENDA NO KARDEX (PRODUTOS SEM CONTROLE
      * DE ESTOQUE) NAO MEXE NO CADASTRO.
      *****************************************
       P800-DEVOLVE-ESTOQUE.
      *****************************************

           MOVE ZEROS                         TO WS-QT-TAB-DEVOL
           MOVE WS-NUM-CONSULTA               TO WS-DOC-FATURA

           OPEN INPUT ESTOQUE-MOVIMENTO

           IF WS-FS-ESTMOV NOT = '00'
               DISPLAY 'KARDEX ESTMOV INDISPONIVEL (' WS-FS-ESTMOV
                       ') - ESTOQUE DA FATURA NAO DEVOLVIDO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-ESTMOV NOT = '00'
               READ ESTOQUE-MOVIMENTO
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ESTMOV = '00'
                  AND MOV-VENDA
                  AND MOV-DOC-TIPO = 'FAT'
                  AND MOV-DOC-NUMERO = WS-DOC-FATURA
                   PERFORM P810-ACUMULA-BAIXA
               END-IF
           END-PERFORM

           CLOSE ESTOQUE-MOVIMENTO

           IF WS-QT-TAB-DEVOL = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PRODUTO-MASTER

           IF WS-FS-PRODMAST NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRODUTO-MASTER: ' WS-FS-PRODMAST
                       ' - ESTOQUE DA FATURA NAO DEVOLVIDO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-DEVOL FROM 1 BY 1
                   UNTIL WS-IX-DEVOL > WS-QT-TAB-DEVOL
               IF WS-DEV-QTDE(WS-IX-DEVOL) NOT = ZEROS
                   PERFORM P820-DEVOLVE-UM
               END-IF
           END-PERFORM

           CLOSE PRODUTO-MASTER
           .

      *****************************************
       P810-ACUMULA-BAIXA.
      *****************************************

           PERFORM VARYING WS-IX-DEVOL FROM 1 BY 1
                   UNTIL WS-IX-DEVOL > WS-QT-TAB-DEVOL
                      OR WS-DEV-PRODUTO(WS-IX-DEVOL) = MOV-PRODUTO
               CONTINUE
           END-PERFORM

           IF WS-IX-DEVOL > WS-QT-TAB-DEVOL
               IF WS-QT-TAB-DEVOL = 50
                   DISPLAY 'FATURA COM MAIS DE 50 PRODUTOS NO KARDEX - '
                           'PRODUTO ' MOV-PRODUTO ' NAO DEVOLVIDO.'
                   EXIT PARAGRAPH
               END-IF
               ADD 1                          TO WS-QT-TAB-DEVOL
               MOVE MOV-PRODUTO   TO WS-DEV-PRODUTO(WS-QT-TAB-DEVOL)
               MOVE ZEROS         TO WS-DEV-QTDE(WS-QT-TAB-DEVOL)
               MOVE WS-QT-TAB-DEVOL           TO WS-IX-DEVOL
           END-IF

           ADD MOV-QTDE                TO WS-DEV-QTDE(WS-IX-DEVOL)
           .

      *****************************************
      * DESFAZ NO CADASTRO A BAIXA LIQUIDA DE UM PRODUTO E ANOTA A
      * DEVOLUCAO NO KARDEX ('C'). DEVOLUCAO QUE DEIXARIA O SALDO
      * NEGATIVO (CANCELAMENTO DE NOTA DE CREDITO JA CONSUMIDA) NAO
      * E' FEITA - FICA PARA O AJUSTE DO ALMOXARIFADO.
      *****************************************
       P820-DEVOLVE-UM.
      *****************************************

           MOVE WS-DEV-PRODUTO(WS-IX-DEVOL)   TO PROD-CODIGO

           READ PRODUTO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PRODMAST NOT = '00'
              OR PROD-QTDE-ESTOQUE IS NOT NUMERIC
               DISPLAY 'PRODUTO ' WS-DEV-PRODUTO(WS-IX-DEVOL)
                       ' SEM CONTROLE DE ESTOQUE (' WS-FS-PRODMAST
                       ') - NAO DEVOLVIDO.'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ESTOQUE-NOVO =
                   PROD-QTDE-ESTOQUE - WS-DEV-QTDE(WS-IX-DEVOL)

           IF WS-ESTOQUE-NOVO < ZEROS
               DISPLAY 'PRODUTO ' PROD-CODIGO ' FICARIA COM SALDO '
                       'NEGATIVO - ESTOQUE NAO DEVOLVIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ESTOQUE-NOVO               TO PROD-QTDE-ESTOQUE

           REWRITE WS-REG-PRODUTO
               INVALID KEY
                   DISPLAY 'ERRO AO DEVOLVER O ESTOQUE DO PRODUTO '
                           PROD-CODIGO ': ' WS-FS-PRODMAST
           END-REWRITE

           IF WS-FS-PRODMAST = '00'
               MOVE PROD-CODIGO               TO MOV-PRODUTO
               MOVE WS-DATA-NEGOCIO           TO MOV-DATA-NEGOCIO
               SET MOV-DEVOLUCAO-CANC         TO TRUE
               COMPUTE MOV-QTDE = ZEROS - WS-DEV-QTDE(WS-IX-DEVOL)
               MOVE PROD-QTDE-ESTOQUE         TO MOV-SALDO
               MOVE 'FAT'                     TO MOV-DOC-TIPO
               MOVE WS-DOC-FATURA             TO MOV-DOC-NUMERO
               MOVE 'DEMONSTRA-FATCANC'       TO MOV-PROGRAMA
               PERFORM P-GRAVA-ESTMOV
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************
           COPY DTNEGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY ESTMOVPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-FATCANC.
