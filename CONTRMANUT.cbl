      *          AS DEMAIS TRANSACOES DE ATUALIZACAO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - RECUSAR A ALTERACAO E A EXCLUSAO QUANDO O
      *                    CONTRATO MUDOU DESDE QUE FOI EXIBIDO
      *                    (OUTRA SESSAO GRAVOU ANTES): O REGISTRO E'
      *                    RELIDO NA HORA DE GRAVAR, COMPARADO COM A
      *                    IMAGEM EXIBIDA E, SE DIFERENTE, OS VALORES
      *                    NOVOS SAO MOSTRADOS AO OPERADOR
      *   15/10/2026 WT - TIPO DE RENOVACAO (AUTOMATICA POR N MESES
      *                    OU EXPIRA) E PRAZO DO AVISO AO CLIENTE NO
      *                    CONTRATO, PARA DEMONSTRA-CONTRREN; MUDAR O
      *                    FIM DA VIGENCIA REABRE O AVISO E O
      *                    ENCERRAMENTO
      *   15/10/2026 WT - PRECO ACORDADO POR LINHA, INDICE DE REAJUSTE
      *                    (CONFERIDO NA TABELA INDICES) E MES DE
      *                    ANIVERSARIO NO CONTRATO, PARA O REAJUSTE
      *                    ANUAL (DEMONSTRA-CONTRREAJ); A TRILHA
      *                    CONTRHIST PASSA AO COPY/CONTRHST.CPY, COM
      *                    IMAGENS DE 200 POSICOES
      *   15/10/2026 WT - ALTERACAO DE QUANTIDADE DENTRO DO PERIODO JA
      *                    FATURADO (CONTR-CICLO-INICIO A CONTR-FAT-ATE)
      *                    GRAVA O AJUSTE PRO-RATA PENDENTE NO
      *                    CONTRAJUS (COPY/CONTRAJU.CPY) - CREDITO OU
      *                    DEBITO DA DIFERENCA, DA DATA DE NEGOCIO ATE
      *                    O ULTIMO DIA COBERTO, NA PROXIMA FATURA
      *   15/10/2026 WT - O SUPERVISOR DO OVERRIDE DA JANELA DE LOTE
      *                    SE AUTENTICA COM A SENHA (COPY SENHAPR,
      *                    CREDENCIAIS NO OPERCRED), NAO SO COM O ID
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-CONTRMANUT.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRHIST.

           SELECT INDICES-ARQ         ASSIGN TO 'INDICES'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-INDICES.

           SELECT CONTRATO-AJUSTES    ASSIGN TO 'CONTRAJUS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRAJUS.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.
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
       FD CONTRATO-MASTER.
      *    TRILHA DE MUDANCAS DO CONTRATO, NO MESMO DESENHO DO
      *    CLIHIST: IMAGEM ANTES/DEPOIS, PROGRAMA E DATA-HORA.
       FD CONTRATO-HISTORICO.
           COPY CONTRHST.

      *    INDICES DE INFLACAO, PARA CONFERIR O INDICE DO CONTRATO.
       FD INDICES-ARQ.
           COPY INDICE.

      *    AJUSTES PRO-RATA PENDENTES, COBRADOS PELO CONTRGEN.
       FD CONTRATO-AJUSTES.
           COPY CONTRAJU.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.
       FD OPER-ALERTA.
           COPY ALERTA.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.

           COPY BATWINWS.
       77 WS-FS-CONTRATO                     PIC X(02) VALUE '00'.
       77 WS-FS-CONTRHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-INDICES                      PIC X(02) VALUE '00'.
       77 WS-SW-INDICE                       PIC X(01) VALUE 'N'.
           88 INDICE-CADASTRADO              VALUE 'S' FALSE 'N'.
       77 WS-PRECO-ED                        PIC -(05)9.99.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-SW-ENCERRA                      PIC X(01) VALUE 'N'.
           88 OPERADOR-ENCERROU              VALUE 'S'.
       77 WS-QT-ALTERADOS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                    PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-ED                         PIC -(05)9.99.
       77 WS-FIM-ANTERIOR                    PIC 9(08) VALUE ZEROS.
       77 WS-SW-RENOVACAO                    PIC X(01) VALUE 'S'.
           88 RENOVACAO-VALIDA               VALUE 'S' FALSE 'N'.

       01 WS-IMAGEM-ANTES                    PIC X(200).

      *    O CONTRATO EM EDICAO, GUARDADO ENQUANTO O REGISTRO E'
      *    RELIDO NA CONFERENCIA DE CONCORRENCIA.
       01 WS-IMAGEM-EDICAO                   PIC X(200).
       77 WS-SW-CONCORRENCIA                 PIC X(01) VALUE 'N'.
           88 CONTRATO-MUDOU                 VALUE 'S' FALSE 'N'.

      *    LINHAS DO CONTRATO ANTES DA ALTERACAO, PARA O AJUSTE
      *    PRO-RATA DA DIFERENCA DE QUANTIDADE.
       77 WS-FS-CONTRAJUS                    PIC X(02) VALUE '00'.
       77 WS-IX-ANT                          PIC 9(01) VALUE ZEROS.
       77 WS-QT-AJUSTES                      PIC 9(03) VALUE ZEROS.
       77 WS-SW-LINHA-ACHADA                 PIC X(01) VALUE 'N'.
           88 LINHA-ACHADA                   VALUE 'S' FALSE 'N'.
       01 WS-TAB-LINHAS-ANTES.
           03 WS-LINHA-ANTES           OCCURS 5 TIMES.
               05 WS-ANT-PRODUTO              PIC X(08).
               05 WS-ANT-QTDE                 PIC S9(05)V99.
               05 WS-ANT-PRECO                PIC S9(05)V99.
       01 WS-TAB-LINHAS-USADAS.
           03 WS-NOVA-USADA            OCCURS 5 TIMES
                                              PIC X(01).

           COPY DTNEGWS.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-CONTRMANUT'        TO WS-SEN-PROGRAMA

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-CONTRMANUT'         TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO

      *    COM A JANELA DE LOTE ABERTA, NADA DE ATUALIZACAO - A
      *    SESSAO ENCERRA (SALVO OVERRIDE DE SUPERVISOR).
           PERFORM P-VERIFICA-JANELA
           DISPLAY 'DIA FATURA.: ' CONTR-DIA-FATURAMENTO
           DISPLAY 'VIGENCIA...: ' CONTR-DATA-INICIO
                   ' A ' CONTR-DATA-FIM
           IF CONTR-RENOVA-AUTO
               DISPLAY 'RENOVACAO..: AUTOMATICA POR '
                       CONTR-MESES-RENOVACAO ' MESES'
           ELSE
               DISPLAY 'RENOVACAO..: EXPIRA NO FIM'
           END-IF
           IF CONTR-DIAS-AVISO IS NUMERIC
               DISPLAY 'AVISO......: ' CONTR-DIAS-AVISO
                       ' DIAS ANTES DO FIM'
           ELSE
               DISPLAY 'AVISO......: PRAZO PADRAO'
           END-IF
           IF CONTR-ENCERRADO
               DISPLAY 'SITUACAO...: EXPIRADO'
           END-IF
           IF CONTR-INDICE = SPACES OR CONTR-INDICE = LOW-VALUES
               DISPLAY 'REAJUSTE...: SEM REAJUSTE (PRECO DE TABELA '
                       'NAS LINHAS SEM PRECO ACORDADO)'
           ELSE
               DISPLAY 'REAJUSTE...: ' CONTR-INDICE
                       ' NO MES ' CONTR-MES-ANIVERSARIO
                       ' - ULTIMO EM ' CONTR-ANO-REAJUSTE
           END-IF

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               IF CONTR-PRODUTO(WS-IX-ITEM) NOT = SPACES
                   MOVE CONTR-QTDE(WS-IX-ITEM) TO WS-QTDE-ED
                   IF CONTR-PRECO-ACORDADO(WS-IX-ITEM) IS NUMERIC
                       MOVE CONTR-PRECO-ACORDADO(WS-IX-ITEM)
                           TO WS-PRECO-ED
                   ELSE
                       MOVE ZEROS             TO WS-PRECO-ED
                   END-IF
                   DISPLAY '  LINHA ' WS-IX-ITEM
                           ' PRODUTO ' CONTR-PRODUTO(WS-IX-ITEM)
                           ' QTDE ' WS-QTDE-ED
                           ' PRECO ' WS-PRECO-ED
               END-IF
           END-PERFORM
           .
                   CONTR-PRODUTO(WS-IX-ITEM)
               MOVE ZEROS                     TO
                   CONTR-QTDE(WS-IX-ITEM)
               MOVE ZEROS                     TO
                   CONTR-PRECO-ACORDADO(WS-IX-ITEM)
           END-PERFORM

           DISPLAY 'CLIENTE..........: '
           ACCEPT CONTR-DATA-INICIO
           DISPLAY 'FIM (AAAAMMDD, ZEROS = SEM PRAZO): '
           ACCEPT CONTR-DATA-FIM
           DISPLAY 'RENOVACAO (A=AUTOMATICA  E=EXPIRA): '
           MOVE SPACE                         TO CONTR-TIPO-RENOVACAO
           ACCEPT CONTR-TIPO-RENOVACAO
           MOVE ZEROS                         TO CONTR-MESES-RENOVACAO
           IF CONTR-RENOVA-AUTO
               DISPLAY 'RENOVA POR QUANTOS MESES (01-60): '
               ACCEPT CONTR-MESES-RENOVACAO
           END-IF
           DISPLAY 'DIAS DE AVISO ANTES DO FIM (000 = SEM AVISO): '
           ACCEPT CONTR-DIAS-AVISO
           DISPLAY 'INDICE DE REAJUSTE (IPCA, IGPM...; BRANCO = SEM '
                   'REAJUSTE): '
           MOVE SPACES                        TO CONTR-INDICE
           ACCEPT CONTR-INDICE
           MOVE ZEROS                         TO CONTR-MES-ANIVERSARIO
           IF CONTR-INDICE NOT = SPACES
               DISPLAY 'MES DE ANIVERSARIO (01-12): '
               ACCEPT CONTR-MES-ANIVERSARIO
           END-IF

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               ELSE
                   DISPLAY 'QUANTIDADE: '
                   ACCEPT CONTR-QTDE(WS-IX-ITEM)
                   DISPLAY 'PRECO ACORDADO (ZEROS = PRECO DE '
                           'TABELA): '
                   ACCEPT CONTR-PRECO-ACORDADO(WS-IX-ITEM)
               END-IF
           END-PERFORM
           .

      *****************************************
      * RENOVACAO AUTOMATICA PRECISA DE FIM DE VIGENCIA E DE PRAZO
      * ENTRE 01 E 60 MESES; O AVISO, DE DIAS NUMERICOS.
      *****************************************
       P360-CONFERE-RENOVACAO.
      *****************************************

           SET RENOVACAO-VALIDA               TO TRUE

           IF NOT CONTR-RENOVA-AUTO AND NOT CONTR-EXPIRA
               DISPLAY 'TIPO DE RENOVACAO INVALIDO.'
               SET RENOVACAO-VALIDA           TO FALSE
           END-IF

           IF CONTR-RENOVA-AUTO
               IF CONTR-DATA-FIM = ZEROS
                   DISPLAY 'CONTRATO SEM PRAZO NAO TEM RENOVACAO.'
                   SET RENOVACAO-VALIDA       TO FALSE
               END-IF
               IF CONTR-MESES-RENOVACAO IS NOT NUMERIC
                  OR CONTR-MESES-RENOVACAO < 1
                  OR CONTR-MESES-RENOVACAO > 60
                   DISPLAY 'PRAZO DE RENOVACAO INVALIDO.'
                   SET RENOVACAO-VALIDA       TO FALSE
               END-IF
           END-IF

           IF CONTR-DIAS-AVISO IS NOT NUMERIC
               DISPLAY 'DIAS DE AVISO INVALIDOS.'
               SET RENOVACAO-VALIDA           TO FALSE
           END-IF

           IF CONTR-INDICE NOT = SPACES
               IF CONTR-MES-ANIVERSARIO IS NOT NUMERIC
                  OR CONTR-MES-ANIVERSARIO < 1
                  OR CONTR-MES-ANIVERSARIO > 12
                   DISPLAY 'MES DE ANIVERSARIO INVALIDO.'
                   SET RENOVACAO-VALIDA       TO FALSE
               END-IF
               PERFORM P370-CONFERE-INDICE
               IF NOT INDICE-CADASTRADO
                   DISPLAY 'INDICE ' CONTR-INDICE
                           ' SEM VALORES NA TABELA INDICES.'
                   SET RENOVACAO-VALIDA       TO FALSE
               END-IF
           END-IF
           .

      *****************************************
      * O INDICE DO CONTRATO PRECISA TER AO MENOS UMA LINHA NA
      * TABELA INDICES - CODIGO DIGITADO ERRADO NUNCA REAJUSTARIA.
      *****************************************
       P370-CONFERE-INDICE.
      *****************************************

           SET INDICE-CADASTRADO              TO FALSE

           OPEN INPUT INDICES-ARQ

           IF WS-FS-INDICES NOT = '00'
               DISPLAY 'TABELA INDICES INDISPONIVEL: ' WS-FS-INDICES
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-INDICES NOT = '00'
                      OR INDICE-CADASTRADO
               READ INDICES-ARQ
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-INDICES = '00'
                  AND IND-CODIGO = CONTR-INDICE
                   SET INDICE-CADASTRADO      TO TRUE
               END-IF
           END-PERFORM

           CLOSE INDICES-ARQ
           .

      *****************************************
               EXIT PARAGRAPH
           END-IF

           PERFORM P360-CONFERE-RENOVACAO
           IF NOT RENOVACAO-VALIDA
               DISPLAY 'INCLUSAO RECUSADA.'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                         TO CONTR-AVISO-FIM
           MOVE 'N'                           TO CONTR-SW-ENCERRADO
      *    O PRIMEIRO REAJUSTE E' NO ANIVERSARIO DO ANO SEGUINTE AO
      *    DO INICIO.
           COMPUTE CONTR-ANO-REAJUSTE = CONTR-DATA-INICIO / 10000
           MOVE ZEROS                         TO CONTR-CICLO-INICIO
                                                 CONTR-CICLO-FIM
                                                 CONTR-FAT-ATE

           WRITE WS-REG-CONTRATO
               INVALID KEY
                   DISPLAY 'ERRO NA INCLUSAO: ' WS-FS-CONTRATO
      *****************************************

           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-ANTES
           MOVE CONTR-DATA-FIM                TO WS-FIM-ANTERIOR

           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               MOVE CONTR-PRODUTO(WS-IX-ITEM)
                   TO WS-ANT-PRODUTO(WS-IX-ITEM)
               MOVE CONTR-QTDE(WS-IX-ITEM)
                   TO WS-ANT-QTDE(WS-IX-ITEM)
               MOVE ZEROS
                   TO WS-ANT-PRECO(WS-IX-ITEM)
               IF CONTR-PRECO-ACORDADO(WS-IX-ITEM) IS NUMERIC
                   MOVE CONTR-PRECO-ACORDADO(WS-IX-ITEM)
                       TO WS-ANT-PRECO(WS-IX-ITEM)
               END-IF
           END-PERFORM

           PERFORM P350-ACEITA-CAMPOS

               EXIT PARAGRAPH
           END-IF

           PERFORM P360-CONFERE-RENOVACAO
           IF NOT RENOVACAO-VALIDA
               DISPLAY 'ALTERACAO RECUSADA.'
               EXIT PARAGRAPH
           END-IF

      *    NOVO FIM DE VIGENCIA = NOVO CICLO: O AVISO SAI DE NOVO E
      *    O CONTRATO EXPIRADO E' REATIVADO.
           IF CONTR-DATA-FIM NOT = WS-FIM-ANTERIOR
               MOVE ZEROS                     TO CONTR-AVISO-FIM
               MOVE 'N'                       TO CONTR-SW-ENCERRADO
           END-IF

      *    CONTRATO ANTERIOR AO REAJUSTE: CONTA DO ANO DO INICIO.
           IF CONTR-ANO-REAJUSTE IS NOT NUMERIC
              OR CONTR-ANO-REAJUSTE = ZEROS
               COMPUTE CONTR-ANO-REAJUSTE = CONTR-DATA-INICIO / 10000
           END-IF

           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-EDICAO
           PERFORM P550-CONFERE-CONCORRENCIA
           IF CONTRATO-MUDOU
               DISPLAY 'ALTERACAO RECUSADA.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMAGEM-EDICAO              TO WS-REG-CONTRATO

           REWRITE WS-REG-CONTRATO
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO: ' WS-FS-CONTRATO
               DISPLAY 'CONTRATO ALTERADO.'
               MOVE 'A'                       TO CHIST-OPERACAO
               PERFORM P700-GRAVA-HISTORICO
               PERFORM P800-GERA-AJUSTES
           END-IF
           .

      *****************************************
      * OUTRA SESSAO PODE TER GRAVADO O CONTRATO ENQUANTO O
      * OPERADOR DIGITAVA: RELE O REGISTRO E COMPARA COM A IMAGEM
      * EXIBIDA (WS-IMAGEM-ANTES). DIFERENTE (OU EXCLUIDO), LIGA
      * CONTRATO-MUDOU E MOSTRA OS VALORES ATUAIS - NADA E'
      * SOBREPOSTO EM SILENCIO. A FD FICA COM O REGISTRO RELIDO.
      *****************************************
       P550-CONFERE-CONCORRENCIA.
      *****************************************

           SET CONTRATO-MUDOU                 TO FALSE
           MOVE WS-NUM-CONSULTA               TO CONTR-NUMERO

           READ CONTRATO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CONTRATO NOT = '00'
               SET CONTRATO-MUDOU             TO TRUE
               DISPLAY 'CONTRATO EXCLUIDO POR OUTRA SESSAO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-CONTRATO NOT = WS-IMAGEM-ANTES
               SET CONTRATO-MUDOU             TO TRUE
               DISPLAY 'O CONTRATO MUDOU DESDE QUE FOI EXIBIDO - '
                       'VALORES ATUAIS:'
               PERFORM P310-EXIBE-CONTRATO
           END-IF
           .


           MOVE WS-REG-CONTRATO               TO WS-IMAGEM-ANTES

           PERFORM P550-CONFERE-CONCORRENCIA
           IF CONTRATO-MUDOU
               DISPLAY 'EXCLUSAO RECUSADA.'
               EXIT PARAGRAPH
           END-IF

           DELETE CONTRATO-MASTER
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO: ' WS-FS-CONTRATO
           END-IF
           .

      *****************************************
      * O CONTRATO JA FATURADO ATE UMA DATA FUTURA TEM A DIFERENCA
      * DE QUANTIDADE COBRADA (OU CREDITADA) DA DATA DE NEGOCIO ATE
      * CONTR-FAT-ATE: UM AJUSTE POR PRODUTO CUJA QUANTIDADE MUDOU,
      * ENTROU OU SAIU DO CONTRATO. A COBRANCA E' NA PROXIMA FATURA
      * (DEMONSTRA-CONTRGEN).
      *****************************************
       P800-GERA-AJUSTES.
      *****************************************

           IF CONTR-FAT-ATE IS NOT NUMERIC
              OR CONTR-CICLO-INICIO IS NOT NUMERIC
              OR CONTR-CICLO-FIM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF CONTR-FAT-ATE < WS-DATA-NEGOCIO
              OR CONTR-CICLO-INICIO > WS-DATA-NEGOCIO
               EXIT PARAGRAPH
           END-IF

           MOVE ALL 'N'                       TO WS-TAB-LINHAS-USADAS

      *    LINHAS ANTIGAS: MESMO PRODUTO NA VERSAO NOVA = DIFERENCA;
      *    PRODUTO QUE SAIU = CREDITO DA QUANTIDADE INTEIRA.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
                   UNTIL WS-IX-ANT > 5
               IF WS-ANT-PRODUTO(WS-IX-ANT) NOT = SPACES
                   SET LINHA-ACHADA           TO FALSE
                   PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                           UNTIL WS-IX-ITEM > 5 OR LINHA-ACHADA
                       IF CONTR-PRODUTO(WS-IX-ITEM) =
                          WS-ANT-PRODUTO(WS-IX-ANT)
                          AND WS-NOVA-USADA(WS-IX-ITEM) = 'N'
                           SET LINHA-ACHADA   TO TRUE
                           MOVE 'S'   TO WS-NOVA-USADA(WS-IX-ITEM)
                           MOVE CONTR-PRODUTO(WS-IX-ITEM)
                               TO AJU-PRODUTO
                           COMPUTE AJU-QTDE =
                                   CONTR-QTDE(WS-IX-ITEM)
                                 - WS-ANT-QTDE(WS-IX-ANT)
                           MOVE CONTR-PRECO-ACORDADO(WS-IX-ITEM)
                               TO AJU-PRECO
                       END-IF
                   END-PERFORM
                   IF NOT LINHA-ACHADA
                       MOVE WS-ANT-PRODUTO(WS-IX-ANT) TO AJU-PRODUTO
                       COMPUTE AJU-QTDE = ZEROS
                                        - WS-ANT-QTDE(WS-IX-ANT)
                       MOVE WS-ANT-PRECO(WS-IX-ANT)   TO AJU-PRECO
                   END-IF
                   IF AJU-QTDE NOT = ZEROS
                       PERFORM P810-GRAVA-AJUSTE
                   END-IF
               END-IF
           END-PERFORM

      *    PRODUTO QUE ENTROU NO CONTRATO = DEBITO DA QUANTIDADE.
           PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > 5
               IF CONTR-PRODUTO(WS-IX-ITEM) NOT = SPACES
                  AND WS-NOVA-USADA(WS-IX-ITEM) = 'N'
                  AND CONTR-QTDE(WS-IX-ITEM) NOT = ZEROS
                   MOVE CONTR-PRODUTO(WS-IX-ITEM)     TO AJU-PRODUTO
                   MOVE CONTR-QTDE(WS-IX-ITEM)        TO AJU-QTDE
                   MOVE CONTR-PRECO-ACORDADO(WS-IX-ITEM)
                                                      TO AJU-PRECO
                   PERFORM P810-GRAVA-AJUSTE
               END-IF
           END-PERFORM
           .

      *****************************************
      * ANEXA O AJUSTE ARMADO (PRODUTO, QUANTIDADE, PRECO) AO
      * CONTRAJUS COM O PERIODO E O CICLO DO CONTRATO.
      *****************************************
       P810-GRAVA-AJUSTE.
      *****************************************

           MOVE WS-NUM-CONSULTA               TO AJU-CONTRATO
           MOVE WS-DATA-NEGOCIO               TO AJU-DATA-INICIO
           MOVE CONTR-FAT-ATE                 TO AJU-DATA-FIM
           MOVE CONTR-CICLO-INICIO            TO AJU-CICLO-INICIO
           MOVE CONTR-CICLO-FIM               TO AJU-CICLO-FIM
           ACCEPT AJU-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT AJU-DATA-HORA(9:6)          FROM TIME

           OPEN EXTEND CONTRATO-AJUSTES
           IF WS-FS-CONTRAJUS = '35'
               OPEN OUTPUT CONTRATO-AJUSTES
           END-IF
           IF WS-FS-CONTRAJUS = '00'
               WRITE WS-REG-CONTRAJUS
               CLOSE CONTRATO-AJUSTES
               ADD 1                          TO WS-QT-AJUSTES
               MOVE AJU-QTDE                  TO WS-QTDE-ED
               DISPLAY 'AJUSTE PRO-RATA NA PROXIMA FATURA: PRODUTO '
                       AJU-PRODUTO ' QTDE ' WS-QTDE-ED
           ELSE
               DISPLAY 'ERRO AO GRAVAR O AJUSTE NO CONTRAJUS: '
                       WS-FS-CONTRAJUS
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************
           DISPLAY 'CONTRATOS INCLUIDOS..: ' WS-QT-INCLUIDOS
           DISPLAY 'CONTRATOS ALTERADOS..: ' WS-QT-ALTERADOS
           DISPLAY 'CONTRATOS EXCLUIDOS..: ' WS-QT-EXCLUIDOS
           DISPLAY 'AJUSTES PRO-RATA.....: ' WS-QT-AJUSTES

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           COPY RUNLOGPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY DTNEGPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-CONTRMANUT.
