      *                    (DEMONSTRA-GLBALAN): A RETENCAO
      *                    GERACIONAL GUARDA SO' NOVE NOITES E O MES
      *                    TEM MAIS DIAS UTEIS QUE ISSO
      *   15/10/2026 WT - LANCAR O MOVIMENTO DE CREDITOS DO CLIENTE
      *                    (CREDMOV): A SOBRA DE RETORNO BANCARIO
      *                    GRAVADA POR DEMONSTRA-BANKRET DEBITA CAIXA
      *                    CONTRA A CONTA DE CREDITOS DE CLIENTE
      *                    (PASSIVO, EVENTO CREDCLIENTE); O CONSUMO
      *                    DO CREDITO NA POSTAGEM DA FATURA
      *                    (DEMONSTRA-FATPOST) DEBITA O PASSIVO
      *                    CONTRA CONTAS A RECEBER. ZERADO APOS
      *                    CONSUMIDO
      *   15/10/2026 WT - LANCAR O MOVIMENTO DE DESCONTOS POR PAGAMENTO
      *                    ANTECIPADO (DESCMOV, GRAVADO POR
      *                    DEMONSTRA-BANKRET): DEBITO NA CONTA PROPRIA
      *                    DE DESCONTOS CONCEDIDOS (EVENTO
      *                    DESCANTECIP) CONTRA CONTAS A RECEBER - O
      *                    FINANCEIRO ENXERGA O CUSTO DO PROGRAMA.
      *                    ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - LANCAR O MOVIMENTO DO CONTAS A PAGAR
      *                    (CPAGMOV): A NOTA DO FORNECEDOR LANCADA
      *                    EM DEMONSTRA-CPAGENT DEBITA ESTOQUE
      *                    CONTRA FORNECEDORES A PAGAR (EVENTOS
      *                    ESTOQUE E FORNECEDORES); O PAGAMENTO
      *                    REMETIDO POR DEMONSTRA-CPAGPROP DEBITA
      *                    FORNECEDORES A PAGAR CONTRA CAIXA.
      *                    ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - LANCAR O MOVIMENTO DO INVENTARIO FISICO
      *                    (INVMOV, GRAVADO POR DEMONSTRA-INVAJUST):
      *                    A FALTA DEBITA PERDAS DE ESTOQUE (EVENTO
      *                    PERDAESTOQUE) CONTRA ESTOQUE; A SOBRA FAZ
      *                    O CONTRARIO. ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - RECEITA DIFERIDA DOS CONTRATOS: A FATURA COM
      *                    CRONOGRAMA NO RECDIF (DEMONSTRA-CONTRGEN)
      *                    CREDITA NA RECEITA SO' O CONSUMO MEDIDO E O
      *                    RESTO DO BRUTO NA CONTA DE RECEITA DIFERIDA
      *                    (EVENTO RECDIFERIDA), GRAVANDO O VALOR NO
      *                    CRONOGRAMA PARA O FECHAMENTO MENSAL
      *                    (DEMONSTRA-RECDIFER) RECONHECER. O
      *                    CANCELAMENTO ESTORNA DA RECEITA DIFERIDA O
      *                    SALDO AINDA NAO RECONHECIDO (CANC-DIFERIDO)
      *   15/10/2026 WT - LANCAR OS DESEMBOLSOS DE EMPRESTIMO APROVADOS
      *                    NA ORIGINACAO (MOVIMENTO EMPDESMOV DE
      *                    DEMONSTRA-EMPORIG): DEBITO EM EMPRESTIMOS A
      *                    RECEBER CONTRA CAIXA. ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - LANCAR AS ANTECIPACOES DE EMPRESTIMO
      *                    (MOVIMENTO EMPANTMOV DE DEMONSTRA-EMPPREP):
      *                    O ANTECIPADO ALEM DAS PARCELAS DEBITA CAIXA
      *                    CONTRA EMPRESTIMOS A RECEBER E O ESTORNO DE
      *                    JUROS DEBITA A RECEITA DE JUROS DE
      *                    EMPRESTIMO CONTRA EMPRESTIMOS A RECEBER.
      *                    ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - RECUSAR A NOITE CUJA DATA DE NEGOCIO CAI
      *                    NUM EXERCICIO JA ENCERRADO (CONTROLE
      *                    GLANOFEC DE DEMONSTRA-GLFECANO): NADA E'
      *                    LANCADO NEM CONSUMIDO, A OCORRENCIA VAI
      *                    PARA O ERRLOG E O RC E' 8 - OS MOVIMENTOS
      *                    FICAM PARA A PROXIMA NOITE, JA NO ANO NOVO
      *   15/10/2026 WT - CONFIRMACOES DO DIA CASADAS POR SORT/MERGE EM
      *                    VEZ DE UM READ PELA CHAVE DO PAGTOPEND POR
      *                    LINHA DA TRILHA: AS CONFIRMACOES SAO
      *                    ORDENADAS POR PAGAMENTO, CASADAS NUMA
      *                    PASSAGEM SEQUENCIAL DO PAGTOPEND (E DO
      *                    PAGTOHIST PARA O PAGAMENTO JA ARQUIVADO) E
      *                    REORDENADAS NA ORDEM DA TRILHA PARA O
      *                    EXTRATO SAIR IGUAL; A ETAPA VAI AO RUNLOG
      *                    (ETPINI/ETPFIM) PARA O RUNTREND
      *   15/10/2026 WT - LANCAR AS DISPENSAS DE JUROS DE MORA
      *                    (MOVIMENTO JURDMOV DE DEMONSTRA-JURDISP E
      *                    DEMONSTRA-JURDAPRV): ESTORNO DA RECEITA DE
      *                    JUROS CONTRA CONTAS A RECEBER PELO VALOR
      *                    DISPENSADO. ZERADO APOS CONSUMIDO
      *   15/10/2026 WT - PARCELA DE EMPRESTIMO (ORIGEM 'E') NAO FOI
      *                    DEBITADA EM CONTAS A RECEBER NO
      *                    FATURAMENTO: NA CONFIRMACAO, NA APLICACAO
      *                    PARCIAL E NA BAIXA POR PERDA SO' A MORA
      *                    (QUE O PAGTOJURMOV DEBITOU NO RECEBER)
      *                    CREDITA CONTAS A RECEBER; O PRINCIPAL
      *                    CREDITA EMPRESTIMOS A RECEBER
      *   15/10/2026 WT - GLCONTAS COM MAIS LINHAS QUE A TABELA
      *                    DERRUBA A EXECUCAO COM RC 8, EM VEZ DE
      *                    IGNORAR O EXCEDENTE
      *   15/10/2026 WT - APLICACAO PARCIAL DE PARCELA DE EMPRESTIMO
      *                    QUITA A MORA PRIMEIRO: O CREDITO EM CONTAS A
      *                    RECEBER E' A PARTE DE MORA DO PARCMOV
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-GLEXTRACT.
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-HISTORICO     ASSIGN TO 'PAGTOHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-HISTORICO.

           SELECT CONFIRMA-TRABALHO   ASSIGN TO 'GLCONFWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONFWRK.

           SELECT CONFIRMA-SORT       ASSIGN TO 'GLCONFSRT'.

           SELECT CONFIRMA-ORDEM      ASSIGN TO 'GLCONFORD'.

           SELECT JUROS-MOVIMENTO     ASSIGN TO 'PAGTOJURMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MOVIMENTO.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PERDAS.

           SELECT DISPENSA-MOVIMENTO  ASSIGN TO 'JURDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-JURDMOV.

           SELECT EMPROLL-MOVIMENTO   ASSIGN TO 'EMPROLLMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ROLLMOV.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCMOV.

           SELECT CREDITO-MOVIMENTO   ASSIGN TO 'CREDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CREDMOV.

           SELECT DESCONTO-MOVIMENTO  ASSIGN TO 'DESCMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCMOV.

           SELECT CPAGAR-MOVIMENTO    ASSIGN TO 'CPAGMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CPAGMOV.

           SELECT INVENT-MOVIMENTO    ASSIGN TO 'INVMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-INVMOV.

           SELECT DESEMBOLSO-MOV      ASSIGN TO 'EMPDESMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPDESMOV.

           SELECT ANTECIPA-MOV        ASSIGN TO 'EMPANTMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPANTMOV.

           SELECT RECEITA-DIFERIDA    ASSIGN TO 'RECDIF'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RDF-NUM-FATURA
                                       FILE STATUS WS-FS-RECDIF.

           SELECT GL-MES              ASSIGN TO 'GLMTD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MES.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

           SELECT EXERCICIO-FECHADO   ASSIGN TO 'GLANOFEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-GLANOFEC.

           SELECT ERRLOG              ASSIGN TO 'ERRLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA-TOTAIS.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

      *    IMAGEM DO PAGAMENTO ARQUIVADO (DEMONSTRA-PAGTOARCH) +
      *    DATA DO ARQUIVAMENTO E EXTENSAO DA IMAGEM.
       FD PAGTO-HISTORICO.
       01 WS-REG-PAGTOHIST.
           03 PHIST-IMAGEM                       PIC X(80).
           03 PHIST-DATA-ARQUIVAMENTO            PIC 9(08).
           03 PHIST-IMAGEM-EXT                   PIC X(120).

      *    CONFIRMACOES DO DIA NA ORDEM DE PAGAMENTO, PARA CASAR COM
      *    A PASSAGEM SEQUENCIAL DO PAGTOPEND. A SEQUENCIA E' A
      *    ORDEM NA TRILHA, QUE VOLTA A MANDAR NO LANCAMENTO.
       SD CONFIRMA-SORT.
       01 SRT-CONFIRMACAO.
           03 SRT-NUM-PAGTO                      PIC 9(06).
           03 SRT-SEQUENCIA                      PIC 9(09).

      *    CONFIRMACOES CASADAS: 'S' = VALOR ACHADO, 'N' = PAGAMENTO
      *    FORA DO PAGTOPEND (PROCURADO DEPOIS NO PAGTOHIST).
       FD CONFIRMA-TRABALHO.
       01 WS-REG-CONFWRK.
           03 CWK-SEQUENCIA                      PIC 9(09).
           03 CWK-NUM-PAGTO                      PIC 9(06).
           03 CWK-SITUACAO                       PIC X(01).
           03 CWK-VALOR                          PIC S9(07)V99.
           03 CWK-ORIGEM                         PIC X(01).
           03 CWK-JUROS                          PIC S9(07)V99.

       SD CONFIRMA-ORDEM.
       01 ORD-CONFIRMACAO.
           03 ORD-SEQUENCIA                      PIC 9(09).
           03 ORD-NUM-PAGTO                      PIC 9(06).
           03 ORD-SITUACAO                       PIC X(01).
               88 ORD-LOCALIZADA                 VALUE 'S'.
           03 ORD-VALOR                          PIC S9(07)V99.
           03 ORD-ORIGEM                         PIC X(01).
           03 ORD-JUROS                          PIC S9(07)V99.

       FD JUROS-MOVIMENTO.
       01 WS-REG-MOVIMENTO.
           03 MOV-NUM-PAGTO                      PIC 9(06).
           03 WOFMOV-VALOR                       PIC 9(09)V99.
           03 WOFMOV-DATA                        PIC 9(08).

      *    JUROS DE MORA DISPENSADOS NA COBRANCA, GRAVADOS PELA
      *    ROTINA COPY/JURDAPPR.CPY.
       FD DISPENSA-MOVIMENTO.
           COPY JURDMOV.

      *    JUROS DE EMPRESTIMO CAPITALIZADOS NO GIRO DA NOITE,
      *    GRAVADOS POR DEMONSTRA-EMPROLL.
       FD EMPROLL-MOVIMENTO.
           03 CANC-IMPOSTO-CID                   PIC S9(09)V99.
           03 CANC-TOTAL                         PIC S9(09)V99.
           03 CANC-DATA                          PIC 9(08).
      *    PARTE DA RECEITA AINDA NA CONTA DE RECEITA DIFERIDA QUANDO
      *    A FATURA DE CONTRATO FOI CANCELADA (NAO NUMERICO NOS
      *    MOVIMENTOS ANTIGOS = ZEROS).
           03 CANC-DIFERIDO                      PIC S9(09)V99.

      *    RECEBIMENTOS ESTACIONADOS NO SUSPENSO PELA APLICACAO
      *    MANUAL DE CAIXA.
           03 PARC-NUM-CLIENTE                   PIC 9(06).
           03 PARC-VALOR                         PIC 9(09)V99.
           03 PARC-DATA                          PIC 9(08).
      *    PARTE DO VALOR QUE QUITOU MORA (PAGTO-JUROS-ACUM); EM
      *    BRANCO NO MOVIMENTO GRAVADO ANTES DE EXISTIR O CAMPO.
           03 PARC-MORA                          PIC 9(09)V99.

      *    MOVIMENTO DE CREDITOS DO CLIENTE DESDE A ULTIMA NOITE:
      *    'E' = SOBRA DE RETORNO (DEMONSTRA-BANKRET), 'A' = CREDITO
      *    ABATIDO NA POSTAGEM DE FATURA (DEMONSTRA-FATPOST).
       FD CREDITO-MOVIMENTO.
       01 WS-REG-CREDMOV.
           03 CMOV-TIPO                          PIC X(01).
               88 CMOV-ENTRADA                   VALUE 'E'.
               88 CMOV-APLICACAO                 VALUE 'A'.
           03 CMOV-NUM-CLIENTE                   PIC 9(06).
           03 CMOV-NUM-PAGTO                     PIC 9(06).
           03 CMOV-VALOR                         PIC 9(09)V99.
           03 CMOV-DATA                          PIC 9(08).

      *    DESCONTOS POR PAGAMENTO ANTECIPADO CONCEDIDOS DESDE A
      *    ULTIMA NOITE (DEMONSTRA-BANKRET).
       FD DESCONTO-MOVIMENTO.
       01 WS-REG-DESCMOV.
           03 DMOV-NUM-PAGTO                     PIC 9(06).
           03 DMOV-NUM-CLIENTE                   PIC 9(06).
           03 DMOV-VALOR                         PIC 9(09)V99.
           03 DMOV-DATA                          PIC 9(08).

      *    NOTAS DE FORNECEDOR LANCADAS (DEMONSTRA-CPAGENT) E
      *    PAGAMENTOS REMETIDOS (DEMONSTRA-CPAGPROP) DESDE A ULTIMA
      *    NOITE.
       FD CPAGAR-MOVIMENTO.
           COPY CPAGMOV.

       FD INVENT-MOVIMENTO.
           COPY INVMOV.

      *    EMPRESTIMOS APROVADOS NA ORIGINACAO (DEMONSTRA-EMPORIG)
      *    DESDE A ULTIMA NOITE.
       FD DESEMBOLSO-MOV.
           COPY EMPDESMV.

      *    ANTECIPACOES DE EMPRESTIMO (DEMONSTRA-EMPPREP) DESDE A
      *    ULTIMA NOITE.
       FD ANTECIPA-MOV.
           COPY EMPANTMV.

      *    CRONOGRAMA DA RECEITA DOS CONTRATOS COBRADA ANTECIPADAMENTE.
       FD RECEITA-DIFERIDA.
           COPY RECDIF.

       FD GL-TRABALHO.
       01 WS-REG-GLWORK                           PIC X(44).
       FD RUN-LOG.
           COPY RUNLOG.

       FD EXERCICIO-FECHADO.
           COPY GLFECHA.

       FD ERRLOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TOTAIS                       PIC X(02) VALUE '00'.
       77 WS-FS-AUDITORIA                    PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-QT-NAO-LOCALIZADOS              PIC 9(06) VALUE ZEROS.
       77 WS-FS-HISTORICO                    PIC X(02) VALUE '00'.
       77 WS-FS-CONFWRK                      PIC X(02) VALUE '00'.
       77 WS-QT-SEQUENCIA                    PIC 9(09) VALUE ZEROS.
       77 WS-QT-CONFIRMACOES                 PIC 9(06) VALUE ZEROS.
       77 WS-SW-FIM-SORT                     PIC X(01) VALUE 'N'.
           88 FIM-DO-SORT                    VALUE 'S' FALSE 'N'.
       77 WS-SW-FIM-PAGTOPEND                PIC X(01) VALUE 'N'.
           88 FIM-DO-PAGTOPEND               VALUE 'S' FALSE 'N'.

      *    CONFIRMACOES SEM PAGAMENTO NO PAGTOPEND, PROCURADAS NUMA
      *    UNICA PASSAGEM DO PAGTOHIST. ACIMA DE 500 (NUNCA VISTO -
      *    A TRILHA DO PAGAMENTO ARQUIVADO SAI JUNTO COM ELE), AS
      *    EXCEDENTES FICAM COMO NAO LOCALIZADAS.
       77 WS-QT-TAB-ARQ                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-ARQ                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ARQUIVADOS.
           03 WS-ARQ-ITEM              OCCURS 500 TIMES.
               05 WS-ARQ-NUM-PAGTO            PIC 9(06).
               05 WS-ARQ-SITUACAO             PIC X(01).
               05 WS-ARQ-VALOR                PIC S9(07)V99.
               05 WS-ARQ-ORIGEM               PIC X(01).
               05 WS-ARQ-JUROS                PIC S9(07)V99.

      *    NUMERO, VALOR, MORA E ORIGEM NAS POSICOES DA IMAGEM
      *    ARQUIVADA (O MESMO LAYOUT DO COPY PAGTOPD).
       01 WS-PHIST-CHAVE.
           03 WS-PHIST-NUMERO                    PIC 9(06).
           03 FILLER                             PIC X(06).
           03 WS-PHIST-VALOR                     PIC S9(07)V99.
           03 FILLER                             PIC X(16).
           03 WS-PHIST-JUROS                     PIC S9(07)V99.
           03 FILLER                             PIC X(07).
           03 WS-PHIST-ORIGEM                    PIC X(01).

      *    CREDITO DE UM RECEBIVEL (CONFIRMACAO, PARCIAL OU BAIXA):
      *    DA PARCELA DE EMPRESTIMO SO' A MORA E' CONTAS A RECEBER -
      *    O PRINCIPAL SAI DE EMPRESTIMOS A RECEBER.
       77 WS-SW-PAGTOPEND                    PIC X(01) VALUE 'N'.
           88 PAGTOPEND-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-ORIGEM-CREDITO                  PIC X(01) VALUE SPACE.
           88 CREDITO-DE-EMPRESTIMO          VALUE 'E'.
       77 WS-MORA-CREDITO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-CREDITO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CREDITO-EMPREST   PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    A DATA DE NEGOCIO E O DIA CIVIL SEGUINTE (A JANELA
      *    NOTURNA ATRAVESSA A MEIA-NOITE), PARA FILTRAR AS
       77 WS-FS-TRABALHO                     PIC X(02) VALUE '00'.
       77 WS-FS-EXTRATO                      PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-FS-ERRLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-CONTA-EMPREST                   PIC X(08) VALUE SPACES.
       77 WS-CONTA-RECJUREMP                 PIC X(08) VALUE SPACES.
       77 WS-FS-PERDAS                       PIC X(02) VALUE '00'.
       77 WS-FS-JURDMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-ROLLMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-CANCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-SUSPMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-MES                          PIC X(02) VALUE '00'.
       77 WS-FS-MESWRK                       PIC X(02) VALUE '00'.
       77 WS-CONTA-SUSPENSE                  PIC X(08) VALUE SPACES.
       77 WS-CONTA-CREDCLI                   PIC X(08) VALUE SPACES.
       77 WS-FS-CREDMOV                      PIC X(02) VALUE '00'.
       77 WS-CONTA-DESCANTEC                 PIC X(08) VALUE SPACES.
       77 WS-FS-DESCMOV                      PIC X(02) VALUE '00'.
       77 WS-CONTA-ESTOQUE                   PIC X(08) VALUE SPACES.
       77 WS-CONTA-FORNEC                    PIC X(08) VALUE SPACES.
       77 WS-FS-CPAGMOV                      PIC X(02) VALUE '00'.
       77 WS-CONTA-PERDAEST                  PIC X(08) VALUE SPACES.
       77 WS-FS-INVMOV                       PIC X(02) VALUE '00'.
       77 WS-FS-EMPDESMOV                    PIC X(02) VALUE '00'.
       77 WS-FS-EMPANTMOV                    PIC X(02) VALUE '00'.
       77 WS-CONTA-RECDIF                    PIC X(08) VALUE SPACES.
       77 WS-FS-RECDIF                       PIC X(02) VALUE '00'.
       77 WS-SW-RECDIF                       PIC X(01) VALUE 'N'.
           88 RECDIF-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-SW-DIFERIDA                     PIC X(01) VALUE 'N'.
           88 FATURA-DIFERIDA                VALUE 'S' FALSE 'N'.
       77 WS-QT-DIFERIDAS                    PIC 9(06) VALUE ZEROS.

      *    RECEITA BRUTA DA FATURA DE CONTRATO, A PARTE QUE VAI PARA
      *    A RECEITA NA HORA (CONSUMO) E A PARTE DIFERIDA - COM SINAL:
      *    P710-LANCA-COM-SINAL INVERTE A NATUREZA DO NEGATIVO.
       77 WS-DIF-BRUTO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIF-IMEDIATA      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIF-VALOR         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SINAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.

           COPY DTNEGWS.
           COPY GLFECWS.

       LINKAGE SECTION.
           COPY JOBRES.
           PERFORM P370-LANCA-PARCIAIS
           PERFORM P400-LANCA-JUROS
           PERFORM P450-LANCA-PERDAS
           PERFORM P455-LANCA-DISPENSAS
           PERFORM P460-LANCA-JUROS-EMPREST
           PERFORM P465-LANCA-DESEMBOLSOS
           PERFORM P466-LANCA-ANTECIPACOES
           PERFORM P470-LANCA-CANCELAMENTOS
           PERFORM P490-LANCA-SUSPENSOS
           PERFORM P495-LANCA-CREDITOS
           PERFORM P497-LANCA-DESCANTEC
           PERFORM P498-LANCA-CPAGAR
           PERFORM P499-LANCA-INVENTARIO

           PERFORM P999-FIM
           .
                   FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-INT)
           MOVE WS-DIA-SEG-NUM                 TO WS-RUN-DATE-X2

      *    EXERCICIO ENCERRADO NAO RECEBE MAIS LANCAMENTO: A NOITE
      *    E' RECUSADA ANTES DE CONSUMIR QUALQUER MOVIMENTO.
           PERFORM P-OBTEM-ANO-FECHADO
           MOVE WS-DATA-NEGOCIO                TO WS-GLF-DATA-TESTE
           PERFORM P-VERIFICA-EXERCICIO

           IF EXERCICIO-ENCERRADO
               DISPLAY 'DATA DE NEGOCIO ' WS-DATA-NEGOCIO
                       ' EM EXERCICIO ENCERRADO (' WS-ANO-FECHADO
                       ') - EXTRATO NAO EXECUTADO (RC 8).'
               PERFORM P020-GRAVA-ERRLOG
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

      *    SEM O MAPEAMENTO COMPLETO DE CONTAS O EXTRATO NAO RODA -
      *    UMA CONTA RENUMERADA PELA METADE LANCARIA NO LUGAR
      *    ERRADO.
           OPEN OUTPUT GL-TRABALHO
           .

      *****************************************
      * OCORRENCIA DE LANCAMENTO EM EXERCICIO ENCERRADO NO ERRLOG,
      * PARA O DIGEST DE ERROS: A DATA RECUSADA E O ANO ENCERRADO.
      *****************************************
       P020-GRAVA-ERRLOG.
      *****************************************

           INITIALIZE WS-REG-ERRLOG
           MOVE 'DEMONSTRA-GLEXTRACT'         TO ERRLOG-PROGRAMA
           MOVE 'P001-INICIO'                 TO ERRLOG-PARAGRAFO
           ACCEPT ERRLOG-DATA-HORA(1:8)       FROM DATE YYYYMMDD
           ACCEPT ERRLOG-DATA-HORA(9:6)       FROM TIME
           MOVE 'GL-EXERCENC'                 TO ERRLOG-CODIGO
           MOVE WS-DATA-NEGOCIO               TO ERRLOG-CAMPO-1
           MOVE WS-ANO-FECHADO                TO ERRLOG-CAMPO-2

           OPEN EXTEND ERRLOG
           WRITE WS-REG-ERRLOG
           CLOSE ERRLOG
           .

      *****************************************
      * CARREGA O MAPEAMENTO EVENTO -> CONTA E RESOLVE CADA EVENTO
      * QUE O EXTRATO LANCA; QUALQUER EVENTO SEM CONTA DERRUBA O
               END-IF
           END-PERFORM

      *    TABELA CHEIA COM O ARQUIVO AINDA TRAZENDO LINHAS: O
      *    EXCEDENTE FICARIA SEM RESOLVER - NAO RODA COM O
      *    MAPEAMENTO PELA METADE.
           IF WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   DISPLAY 'GLCONTAS COM MAIS DE 20 MAPEAMENTOS'
                   SET MAPEAMENTO-COMPLETO    TO FALSE
               END-IF
           END-IF

           CLOSE GL-CONTAS

           MOVE 'RECEBER'                     TO WS-EVENTO-PROCURADO
           MOVE 'SUSPENSE'                    TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-SUSPENSE

           MOVE 'CREDCLIENTE'                 TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-CREDCLI

           MOVE 'DESCANTECIP'                 TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-DESCANTEC

           MOVE 'ESTOQUE'                     TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-ESTOQUE

           MOVE 'FORNECEDORES'                TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-FORNEC

           MOVE 'PERDAESTOQUE'                TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-PERDAEST

           MOVE 'RECDIFERIDA'                 TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-RECDIF
           .

      *****************************************
               EXIT PARAGRAPH
           END-IF

      *    SEM CRONOGRAMA (NENHUM CONTRATO FATUROU AINDA) TODA A
      *    RECEITA VAI DIRETO PARA A CONTA DE RECEITA.
           OPEN I-O RECEITA-DIFERIDA
           IF WS-FS-RECDIF = '00'
               SET RECDIF-ABERTO              TO TRUE
           ELSE
               IF WS-FS-RECDIF NOT = '35'
                   DISPLAY 'RECDIF INDISPONIVEL: ' WS-FS-RECDIF
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURA-TOTAIS
                       MOVE ZEROS             TO FT-IMPOSTO-CID
                   END-IF

                   PERFORM P255-VERIFICA-DIFERIDA

                   IF FT-TOTAL < ZEROS
                       PERFORM P250-LANCA-ESTORNO
                   ELSE

      *            A RECEITA VAI PELO BRUTO; O DESCONTO COMERCIAL
      *            SAI EM CONTA PROPRIA, A DEBITO.
                   IF FATURA-DIFERIDA
                       PERFORM P260-LANCA-DIFERIDA
                   ELSE
                       MOVE WS-CONTA-RECEITA  TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       COMPUTE WS-VALOR-LANCAMENTO =
                               FT-SUBTOTAL + FT-DESCONTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF

                   IF FT-DESCONTO > ZEROS
                       MOVE WS-CONTA-DESCONTOS TO WS-CONTA-LANCAMENTO
           COMPUTE WS-VALOR-LANCAMENTO = FT-TOTAL * -1
           PERFORM P700-GRAVA-LANCAMENTO

           IF FATURA-DIFERIDA
               PERFORM P260-LANCA-DIFERIDA
           ELSE
               MOVE WS-CONTA-RECEITA          TO WS-CONTA-LANCAMENTO
               MOVE 'D'                       TO WS-NATUREZA
               COMPUTE WS-VALOR-LANCAMENTO =
                       (FT-SUBTOTAL + FT-DESCONTO) * -1
               PERFORM P700-GRAVA-LANCAMENTO
           END-IF

           IF FT-DESCONTO < ZEROS
               MOVE WS-CONTA-DESCONTOS        TO WS-CONTA-LANCAMENTO
           END-IF
           .

      *****************************************
      * A FATURA TEM CRONOGRAMA DE RECEITA DIFERIDA AINDA NAO
      * LANCADO ('G') - OU LANCADO POR ESTA MESMA DATA DE NEGOCIO,
      * NUMA REEXECUCAO DO EXTRATO QUE NAO CHEGOU AO RAZAO.
      *****************************************
       P255-VERIFICA-DIFERIDA.
      *****************************************

           SET FATURA-DIFERIDA                TO FALSE

           IF NOT RECDIF-ABERTO
               EXIT PARAGRAPH
           END-IF

           MOVE FT-NUM-FATURA                 TO RDF-NUM-FATURA
           READ RECEITA-DIFERIDA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF RDF-GERADA
               SET FATURA-DIFERIDA            TO TRUE
           END-IF
           IF RDF-DIFERIDA
              AND RDF-DATA-LANCAMENTO = WS-DATA-NEGOCIO
               SET FATURA-DIFERIDA            TO TRUE
           END-IF
           .

      *****************************************
      * RECEITA DA FATURA DE CONTRATO: O CONSUMO MEDIDO JA FOI
      * PRESTADO E VAI PARA A RECEITA; O RESTO DO BRUTO E' SERVICO
      * AINDA A PRESTAR E VAI PARA A RECEITA DIFERIDA, RECONHECIDA
      * NO FECHAMENTO MENSAL. NA NOTA DE CREDITO OS VALORES SAO
      * NEGATIVOS E AS NATUREZAS SE INVERTEM.
      *****************************************
       P260-LANCA-DIFERIDA.
      *****************************************

           COMPUTE WS-DIF-BRUTO = FT-SUBTOTAL + FT-DESCONTO
           MOVE RDF-VALOR-USO                 TO WS-DIF-IMEDIATA
           IF WS-DIF-BRUTO > ZEROS
              AND WS-DIF-IMEDIATA > WS-DIF-BRUTO
               MOVE WS-DIF-BRUTO              TO WS-DIF-IMEDIATA
           END-IF
           IF WS-DIF-BRUTO NOT > ZEROS
               MOVE ZEROS                     TO WS-DIF-IMEDIATA
           END-IF
           COMPUTE WS-DIF-VALOR = WS-DIF-BRUTO - WS-DIF-IMEDIATA

           MOVE WS-CONTA-RECEITA              TO WS-CONTA-LANCAMENTO
           MOVE 'C'                           TO WS-NATUREZA
           MOVE WS-DIF-IMEDIATA               TO WS-VALOR-SINAL
           PERFORM P710-LANCA-COM-SINAL

           MOVE WS-CONTA-RECDIF               TO WS-CONTA-LANCAMENTO
           MOVE 'C'                           TO WS-NATUREZA
           MOVE WS-DIF-VALOR                  TO WS-VALOR-SINAL
           PERFORM P710-LANCA-COM-SINAL

           MOVE WS-DIF-VALOR                  TO RDF-VALOR
           MOVE WS-DATA-NEGOCIO               TO RDF-DATA-LANCAMENTO
           SET RDF-DIFERIDA                   TO TRUE

           REWRITE WS-REG-RECDIF
               INVALID KEY
                   DISPLAY 'FATURA ' FT-NUM-FATURA
                           ' - ERRO AO GRAVAR O RECDIF: ' WS-FS-RECDIF
                   MOVE 4                     TO WS-RETORNO
           END-REWRITE

           ADD 1                              TO WS-QT-DIFERIDAS
           .

      *****************************************
      * PAGAMENTOS CONFIRMADOS NO DIA: DEBITO EM CAIXA E CREDITO EM
      * CONTAS A RECEBER. A FONTE E' A TRILHA PAGTOAUD (SO' AS
      * VIRADAS PARA 'C' CARIMBADAS NA DATA DE NEGOCIO OU NO DIA
      * SEGUINTE), COM O VALOR DO PAGTOPEND - CADA CONFIRMACAO E'
      * LANCADA UMA UNICA VEZ, NA NOITE EM QUE ACONTECEU. AS
      * CONFIRMACOES SAO ORDENADAS POR PAGAMENTO E CASADAS NUMA
      * PASSAGEM SEQUENCIAL DO PAGTOPEND (O PAGAMENTO JA ARQUIVADO,
      * NO PAGTOHIST) E VOLTAM A ORDEM DA TRILHA PARA O LANCAMENTO.
      *****************************************
       P300-LANCA-PAGAMENTOS.
      *****************************************
               EXIT PARAGRAPH
           END-IF

      *    A ETAPA TEM O SEU PROPRIO PAR NO RUNLOG, COM EVENTOS QUE
      *    OS MONITORES DO INICIO/FIM DOS PASSOS IGNORAM.
           MOVE 'GLEXTRACT-CONFIRMA'          TO RUNLOG-PROGRAMA
           MOVE 'ETPINI'                      TO RUNLOG-EVENTO
           MOVE ZEROS                         TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           OPEN OUTPUT CONFIRMA-TRABALHO

           SORT CONFIRMA-SORT
               ON ASCENDING KEY SRT-NUM-PAGTO SRT-SEQUENCIA
               INPUT PROCEDURE P310-SELECIONA-CONFIRMACOES
               OUTPUT PROCEDURE P320-CASA-PAGTOPEND

           CLOSE PAGTO-AUDITORIA
           CLOSE PAGTO-PENDENTES
           CLOSE CONFIRMA-TRABALHO

           IF WS-QT-TAB-ARQ > ZEROS
               PERFORM P330-BUSCA-ARQUIVADOS
           END-IF

           SORT CONFIRMA-ORDEM
               ON ASCENDING KEY ORD-SEQUENCIA
               USING CONFIRMA-TRABALHO
               OUTPUT PROCEDURE P340-LANCA-NA-ORDEM

           MOVE 'GLEXTRACT-CONFIRMA'          TO RUNLOG-PROGRAMA
           MOVE 'ETPFIM'                      TO RUNLOG-EVENTO
           MOVE WS-QT-CONFIRMACOES            TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE 'DEMONSTRA-GLEXTRACT'         TO RUNLOG-PROGRAMA
           .

      *****************************************
      * ENTRADA DO SORT: AS VIRADAS PARA 'C' DO DIA, NUMERADAS NA
      * ORDEM DA TRILHA.
      *****************************************
       P310-SELECIONA-CONFIRMACOES.
      *****************************************

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-AUDITORIA
                      AND AUDIT-SITUACAO-ANTERIOR NOT = 'C'
                      AND (AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X
                        OR AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                       ADD 1                  TO WS-QT-SEQUENCIA
                       MOVE AUDIT-NUM-PAGTO   TO SRT-NUM-PAGTO
                       MOVE WS-QT-SEQUENCIA   TO SRT-SEQUENCIA
                       RELEASE SRT-CONFIRMACAO
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************
      * SAIDA DO SORT: CASA AS CONFIRMACOES, EM ORDEM DE PAGAMENTO,
      * COM UMA PASSAGEM DO PAGTOPEND A PARTIR DO PRIMEIRO
      * PAGAMENTO CONFIRMADO. A CONFIRMACAO REPETIDA DO MESMO
      * PAGAMENTO CASA COM O MESMO REGISTRO.
      *****************************************
       P320-CASA-PAGTOPEND.
      *****************************************

           SET FIM-DO-SORT                    TO FALSE
           SET FIM-DO-PAGTOPEND               TO FALSE

           RETURN CONFIRMA-SORT
               AT END
                   SET FIM-DO-SORT            TO TRUE
           END-RETURN

           IF FIM-DO-SORT
               EXIT PARAGRAPH
           END-IF

           MOVE SRT-NUM-PAGTO                 TO PAGTO-NUMERO
           START PAGTO-PENDENTES KEY NOT < PAGTO-NUMERO
               INVALID KEY
                   SET FIM-DO-PAGTOPEND       TO TRUE
           END-START

           IF NOT FIM-DO-PAGTOPEND
               PERFORM P325-LE-PAGTOPEND
           END-IF

           PERFORM UNTIL FIM-DO-SORT
               PERFORM UNTIL FIM-DO-PAGTOPEND
                       OR PAGTO-NUMERO NOT < SRT-NUM-PAGTO
                   PERFORM P325-LE-PAGTOPEND
               END-PERFORM

               MOVE SRT-SEQUENCIA             TO CWK-SEQUENCIA
               MOVE SRT-NUM-PAGTO             TO CWK-NUM-PAGTO
               IF NOT FIM-DO-PAGTOPEND
                  AND PAGTO-NUMERO = SRT-NUM-PAGTO
                   MOVE 'S'                   TO CWK-SITUACAO
                   MOVE PAGTO-VALOR           TO CWK-VALOR
                   MOVE PAGTO-ORIGEM          TO CWK-ORIGEM
                   MOVE ZEROS                 TO CWK-JUROS
                   IF PAGTO-JUROS-ACUM NUMERIC
                       MOVE PAGTO-JUROS-ACUM  TO CWK-JUROS
                   END-IF
               ELSE
                   MOVE 'N'                   TO CWK-SITUACAO
                   MOVE ZEROS                 TO CWK-VALOR
                   MOVE SPACE                 TO CWK-ORIGEM
                   MOVE ZEROS                 TO CWK-JUROS
                   PERFORM P327-GUARDA-ARQUIVADO
               END-IF
               WRITE WS-REG-CONFWRK

               RETURN CONFIRMA-SORT
                   AT END
                       SET FIM-DO-SORT        TO TRUE
               END-RETURN
           END-PERFORM
           .

      *****************************************
       P325-LE-PAGTOPEND.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   SET FIM-DO-PAGTOPEND       TO TRUE
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               SET FIM-DO-PAGTOPEND           TO TRUE
           END-IF
           .

      *****************************************
      * CONFIRMACAO SEM PAGAMENTO NO PAGTOPEND: O NUMERO VAI PARA A
      * TABELA DOS PROCURADOS NO PAGTOHIST (UMA VEZ SO' POR
      * PAGAMENTO - AS REPETICOES CHEGAM SEGUIDAS DO SORT).
      *****************************************
       P327-GUARDA-ARQUIVADO.
      *****************************************

           IF WS-QT-TAB-ARQ > ZEROS
               IF WS-ARQ-NUM-PAGTO(WS-QT-TAB-ARQ) = SRT-NUM-PAGTO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-QT-TAB-ARQ = 500
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-ARQ
           MOVE SRT-NUM-PAGTO      TO WS-ARQ-NUM-PAGTO(WS-QT-TAB-ARQ)
           MOVE 'N'                TO WS-ARQ-SITUACAO(WS-QT-TAB-ARQ)
           MOVE ZEROS              TO WS-ARQ-VALOR(WS-QT-TAB-ARQ)
           MOVE SPACE              TO WS-ARQ-ORIGEM(WS-QT-TAB-ARQ)
           MOVE ZEROS              TO WS-ARQ-JUROS(WS-QT-TAB-ARQ)
           .

      *****************************************
      * UMA PASSAGEM DO PAGTOHIST PROCURANDO OS PAGAMENTOS DA
      * TABELA; SEM O ARQUIVO, CONTINUAM NAO LOCALIZADOS.
      *****************************************
       P330-BUSCA-ARQUIVADOS.
      *****************************************

           OPEN INPUT PAGTO-HISTORICO

           IF WS-FS-HISTORICO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-HISTORICO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE PHIST-IMAGEM(1:54)    TO WS-PHIST-CHAVE
                   IF WS-PHIST-JUROS NOT NUMERIC
                       MOVE ZEROS             TO WS-PHIST-JUROS
                   END-IF
                   PERFORM VARYING WS-IX-ARQ FROM 1 BY 1
                           UNTIL WS-IX-ARQ > WS-QT-TAB-ARQ
                       IF WS-ARQ-NUM-PAGTO(WS-IX-ARQ) = WS-PHIST-NUMERO
                           MOVE 'S'   TO WS-ARQ-SITUACAO(WS-IX-ARQ)
                           MOVE WS-PHIST-VALOR
                                      TO WS-ARQ-VALOR(WS-IX-ARQ)
                           MOVE WS-PHIST-ORIGEM
                                      TO WS-ARQ-ORIGEM(WS-IX-ARQ)
                           MOVE WS-PHIST-JUROS
                                      TO WS-ARQ-JUROS(WS-IX-ARQ)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE PAGTO-HISTORICO
           .

      *****************************************
      * SAIDA DO SEGUNDO SORT: AS CONFIRMACOES DE VOLTA NA ORDEM DA
      * TRILHA, LANCADAS UMA A UMA.
      *****************************************
       P340-LANCA-NA-ORDEM.
      *****************************************

           SET FIM-DO-SORT                    TO FALSE
           PERFORM UNTIL FIM-DO-SORT
               RETURN CONFIRMA-ORDEM
                   AT END
                       SET FIM-DO-SORT        TO TRUE
               END-RETURN
               IF NOT FIM-DO-SORT
                   ADD 1                      TO WS-QT-CONFIRMACOES
                   IF NOT ORD-LOCALIZADA
                       PERFORM P345-RESOLVE-ARQUIVADO
                   END-IF
                   PERFORM P350-LANCA-CONFIRMACAO
               END-IF
           END-PERFORM
           .

      *****************************************
       P345-RESOLVE-ARQUIVADO.
      *****************************************

           PERFORM VARYING WS-IX-ARQ FROM 1 BY 1
                   UNTIL WS-IX-ARQ > WS-QT-TAB-ARQ
               IF WS-ARQ-NUM-PAGTO(WS-IX-ARQ) = ORD-NUM-PAGTO
                  AND WS-ARQ-SITUACAO(WS-IX-ARQ) = 'S'
                   MOVE 'S'                   TO ORD-SITUACAO
                   MOVE WS-ARQ-VALOR(WS-IX-ARQ) TO ORD-VALOR
                   MOVE WS-ARQ-ORIGEM(WS-IX-ARQ) TO ORD-ORIGEM
                   MOVE WS-ARQ-JUROS(WS-IX-ARQ) TO ORD-JUROS
               END-IF
           END-PERFORM
           .

      *****************************************
      * LANCA O PAR CAIXA X RECEBER DA CONFIRMACAO PELO VALOR
      * CORRENTE DO PAGAMENTO (JA COM A MORA, QUE FOI GROSSADA NO
      * RECEBER PELOS LANCAMENTOS DE JUROS). DA PARCELA DE
      * EMPRESTIMO, SO' A MORA SAI DO RECEBER (P360).
      *****************************************
       P350-LANCA-CONFIRMACAO.
      *****************************************

           IF NOT ORD-LOCALIZADA
               ADD 1                          TO WS-QT-NAO-LOCALIZADOS
               DISPLAY 'CONFIRMACAO SEM PAGAMENTO NO PAGTOPEND: '
                       ORD-NUM-PAGTO
               EXIT PARAGRAPH
           END-IF

           IF ORD-VALOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                        TO WS-ORIGEM
           STRING 'PAGTO '  DELIMITED BY SIZE
                  ORD-NUM-PAGTO DELIMITED BY SIZE
                  INTO WS-ORIGEM
           END-STRING

           MOVE WS-CONTA-CAIXA                TO WS-CONTA-LANCAMENTO
           MOVE 'D'                           TO WS-NATUREZA
           MOVE ORD-VALOR                     TO WS-VALOR-LANCAMENTO
           PERFORM P700-GRAVA-LANCAMENTO

           MOVE ORD-ORIGEM                    TO WS-ORIGEM-CREDITO
           MOVE ORD-JUROS                     TO WS-MORA-CREDITO
           MOVE ORD-VALOR                     TO WS-VALOR-CREDITO
           PERFORM P360-CREDITA-RECEBIVEL
           .

      *****************************************
      * CREDITO DE UM RECEBIVEL PELO WS-VALOR-CREDITO: TUDO EM
      * CONTAS A RECEBER, SALVO NA PARCELA DE EMPRESTIMO - AI SO'
      * A MORA (WS-MORA-CREDITO, LIMITADA AO VALOR) VAI AO RECEBER
      * E O RESTANTE A EMPRESTIMOS A RECEBER, ONDE O PRINCIPAL DA
      * PARCELA SEMPRE ESTEVE.
      *****************************************
       P360-CREDITA-RECEBIVEL.
      *****************************************

           IF NOT CREDITO-DE-EMPRESTIMO
               MOVE WS-VALOR-CREDITO          TO WS-MORA-CREDITO
           END-IF

           IF WS-MORA-CREDITO > WS-VALOR-CREDITO
               MOVE WS-VALOR-CREDITO          TO WS-MORA-CREDITO
           END-IF

           IF WS-MORA-CREDITO < ZEROS
               MOVE ZEROS                     TO WS-MORA-CREDITO
           END-IF

           COMPUTE WS-CREDITO-EMPREST =
                   WS-VALOR-CREDITO - WS-MORA-CREDITO

           IF WS-MORA-CREDITO > ZEROS
               MOVE WS-CONTA-RECEBER          TO WS-CONTA-LANCAMENTO
               MOVE 'C'                       TO WS-NATUREZA
               MOVE WS-MORA-CREDITO           TO WS-VALOR-LANCAMENTO
               PERFORM P700-GRAVA-LANCAMENTO
           END-IF

           IF WS-CREDITO-EMPREST > ZEROS
               MOVE WS-CONTA-EMPREST          TO WS-CONTA-LANCAMENTO
               MOVE 'C'                       TO WS-NATUREZA
               MOVE WS-CREDITO-EMPREST        TO WS-VALOR-LANCAMENTO
               PERFORM P700-GRAVA-LANCAMENTO
           END-IF
           .

      *****************************************
      * ORIGEM E MORA DO PAGAMENTO DE UM MOVIMENTO (PARCIAL OU
      * BAIXA), LIDOS NO PAGTOPEND PELA CHAVE. SEM O ARQUIVO OU
      * SEM O PAGAMENTO, O CREDITO VAI TODO PARA O RECEBER.
      *****************************************
       P365-BUSCA-ORIGEM.
      *****************************************

           MOVE SPACE                         TO WS-ORIGEM-CREDITO
           MOVE ZEROS                         TO WS-MORA-CREDITO

           IF NOT PAGTOPEND-ABERTO
               EXIT PARAGRAPH
           END-IF

           READ PAGTO-PENDENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE PAGTO-ORIGEM                  TO WS-ORIGEM-CREDITO

           IF PAGTO-JUROS-ACUM NUMERIC
               MOVE PAGTO-JUROS-ACUM          TO WS-MORA-CREDITO
           END-IF
           .

      *****************************************
      * PAGTOPEND ABERTO PARA A LEITURA PELA CHAVE DOS MOVIMENTOS
      * QUE NAO TRAZEM A ORIGEM DO PAGAMENTO.
      *****************************************
       P368-ABRE-PAGTOPEND.
      *****************************************

           SET PAGTOPEND-ABERTO               TO FALSE
           OPEN INPUT PAGTO-PENDENTES

           IF WS-FS-PAGTOPEND = '00'
               SET PAGTOPEND-ABERTO           TO TRUE
           ELSE
               DISPLAY 'PAGTOPEND INDISPONIVEL: ' WS-FS-PAGTOPEND
                       ' - CREDITOS LANCADOS NO RECEBER'
           END-IF
           .

      *****************************************
       P369-FECHA-PAGTOPEND.
      *****************************************

           IF PAGTOPEND-ABERTO
               CLOSE PAGTO-PENDENTES
               SET PAGTOPEND-ABERTO           TO FALSE
           END-IF
           .

      *****************************************
      * APLICACOES PARCIAIS DESDE A ULTIMA NOITE: O DINHEIRO QUE
      * ABATEU PAGAMENTO SEM CONFIRMA-LO ENTRA NO CAIXA CONTRA
      * CONTAS A RECEBER - A CONFIRMACAO FINAL DO PAGAMENTO SO'
      * LANCA O RESIDUAL. NA PARCELA DE EMPRESTIMO A APLICACAO
      * QUITA A MORA PRIMEIRO: SO' A PARTE DE MORA GRAVADA NO
      * MOVIMENTO (PARC-MORA) SAI DO RECEBER; MOVIMENTO ANTIGO, SEM
      * A PARTE, VAI TODO PARA O RECEBER. O MOVIMENTO E' ZERADO
      * DEPOIS DE CONSUMIDO.
      *****************************************
       P370-LANCA-PARCIAIS.
      *****************************************

           OPEN INPUT PARCIAL-MOVIMENTO

           IF WS-FS-PARCMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM P368-ABRE-PAGTOPEND

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PARCIAL-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF PARC-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'PARCIAL '  DELIMITED BY SIZE
                              PARC-NUM-PAGTO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       MOVE WS-CONTA-CAIXA    TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE PARC-VALOR        TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE PARC-NUM-PAGTO    TO PAGTO-NUMERO
                       PERFORM P365-BUSCA-ORIGEM
                       IF PARC-MORA IS NUMERIC
                           MOVE PARC-MORA     TO WS-MORA-CREDITO
                       ELSE
                           MOVE PARC-VALOR    TO WS-MORA-CREDITO
                       END-IF
                       MOVE PARC-VALOR        TO WS-VALOR-CREDITO
                       PERFORM P360-CREDITA-RECEBIVEL
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PARCIAL-MOVIMENTO
           PERFORM P369-FECHA-PAGTOPEND

           OPEN OUTPUT PARCIAL-MOVIMENTO
           CLOSE PARCIAL-MOVIMENTO
           .

      *****************************************
      * JUROS DE MORA ACRESCIDOS NA EXECUCAO: DEBITO EM CONTAS A
      * RECEBER E CREDITO EM RECEITA DE JUROS.
      *****************************************
       P400-LANCA-JUROS.
      *****************************************

           OPEN INPUT JUROS-MOVIMENTO

           IF WS-FS-MOVIMENTO NOT = '00'
               DISPLAY 'PAGTOJURMOV INDISPONIVEL: ' WS-FS-MOVIMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ JUROS-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF MOV-JUROS > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'JUROS '  DELIMITED BY SIZE
                              MOV-NUM-PAGTO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       MOVE WS-CONTA-RECEBER  TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE MOV-JUROS         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-RECJUROS TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE MOV-JUROS         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE JUROS-MOVIMENTO
           .

      *****************************************
      * PERDAS POR INCOBRAVEL APLICADAS NA EXECUCAO: DEBITO EM
      * PERDAS E CREDITO EM CONTAS A RECEBER (DA PARCELA DE
      * EMPRESTIMO, SO' A MORA; O PRINCIPAL EM EMPRESTIMOS A
      * RECEBER).
      *****************************************
       P450-LANCA-PERDAS.
      *****************************************

           OPEN INPUT PERDAS-MOVIMENTO

           IF WS-FS-PERDAS NOT = '00'
               DISPLAY 'WOFFMOV INDISPONIVEL: ' WS-FS-PERDAS
               EXIT PARAGRAPH
           END-IF

           PERFORM P368-ABRE-PAGTOPEND

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PERDAS-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                       MOVE WOFMOV-VALOR      TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WOFMOV-NUM-PAGTO  TO PAGTO-NUMERO
                       PERFORM P365-BUSCA-ORIGEM
                       MOVE WOFMOV-VALOR      TO WS-VALOR-CREDITO
                       PERFORM P360-CREDITA-RECEBIVEL
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PERDAS-MOVIMENTO
           PERFORM P369-FECHA-PAGTOPEND

      *    CONSUMIDO, O MOVIMENTO E' ZERADO, COMO OS DEMAIS - SENAO
      *    CADA NOITE ATE A PROXIMA APLICACAO DE BAIXAS RELANCARIA
           CLOSE PERDAS-MOVIMENTO
           .

      *****************************************
      * JUROS DE MORA DISPENSADOS NA COBRANCA: ESTORNO DA RECEITA DE
      * JUROS (DEBITO) CONTRA CONTAS A RECEBER (CREDITO). ZERADO
      * APOS CONSUMIDO.
      *****************************************
       P455-LANCA-DISPENSAS.
      *****************************************

           OPEN INPUT DISPENSA-MOVIMENTO

           IF WS-FS-JURDMOV NOT = '00'
               DISPLAY 'JURDMOV INDISPONIVEL: ' WS-FS-JURDMOV
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DISPENSA-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF JDM-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'DISPJUR ' DELIMITED BY SIZE
                              JDM-NUM-PAGTO   DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       MOVE WS-CONTA-RECJUROS TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE JDM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-RECEBER  TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE JDM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPENSA-MOVIMENTO

           OPEN OUTPUT DISPENSA-MOVIMENTO
           CLOSE DISPENSA-MOVIMENTO
           .

      *****************************************
      * JUROS DE EMPRESTIMO CAPITALIZADOS NA NOITE: DEBITO EM
      * EMPRESTIMOS A RECEBER E CREDITO EM RECEITA DE JUROS DE
           CLOSE EMPROLL-MOVIMENTO
           .

      *****************************************
      * DESEMBOLSOS DE EMPRESTIMO APROVADOS NA ORIGINACAO: DEBITO EM
      * EMPRESTIMOS A RECEBER E CREDITO EM CAIXA. ZERADO APOS
      * CONSUMIDO.
      *****************************************
       P465-LANCA-DESEMBOLSOS.
      *****************************************

           OPEN INPUT DESEMBOLSO-MOV

           IF WS-FS-EMPDESMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DESEMBOLSO-MOV
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF EDM-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'EMPDES ' DELIMITED BY SIZE
                              EDM-NUM-EMPRESTIMO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       MOVE WS-CONTA-EMPREST  TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE EDM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-CAIXA    TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE EDM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DESEMBOLSO-MOV

           OPEN OUTPUT DESEMBOLSO-MOV
           CLOSE DESEMBOLSO-MOV
           .

      *****************************************
      * ANTECIPACOES DE EMPRESTIMO: O DINHEIRO QUE FOI ALEM DAS
      * PARCELAS FATURADAS DEBITA CAIXA E CREDITA EMPRESTIMOS A
      * RECEBER; O ESTORNO DOS JUROS CAPITALIZADOS DEPOIS DA
      * DATA-VALOR DEBITA A RECEITA DE JUROS DE EMPRESTIMO E
      * CREDITA EMPRESTIMOS A RECEBER. ZERADO APOS CONSUMIDO.
      *****************************************
       P466-LANCA-ANTECIPACOES.
      *****************************************

           OPEN INPUT ANTECIPA-MOV

           IF WS-FS-EMPANTMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ANTECIPA-MOV
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE SPACES                TO WS-ORIGEM
                   STRING 'EMPANT ' DELIMITED BY SIZE
                          EAM-NUM-EMPRESTIMO DELIMITED BY SIZE
                          INTO WS-ORIGEM
                   END-STRING

                   IF EAM-VALOR > ZEROS
                       MOVE WS-CONTA-CAIXA    TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE EAM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-EMPREST  TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE EAM-VALOR         TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF

                   IF EAM-ESTORNO-JUROS > ZEROS
                       MOVE WS-CONTA-RECJUREMP
                                              TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE EAM-ESTORNO-JUROS TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-EMPREST  TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE EAM-ESTORNO-JUROS TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ANTECIPA-MOV

           OPEN OUTPUT ANTECIPA-MOV
           CLOSE ANTECIPA-MOV
           .

      *****************************************
      * ESTORNO DAS FATURAS CANCELADAS DESDE A ULTIMA NOITE: A
      * POSTAGEM ORIGINAL COM A NATUREZA INVERTIDA (RECEBER A
           MOVE CANC-TOTAL                    TO WS-VALOR-LANCAMENTO
           PERFORM P700-GRAVA-LANCAMENTO

      *    DA FATURA DE CONTRATO, O QUE AINDA NAO FOI RECONHECIDO
      *    SAI DA RECEITA DIFERIDA; SO' O JA RECONHECIDO (E O
      *    CONSUMO) SAI DA RECEITA.
           IF CANC-DIFERIDO IS NOT NUMERIC
               MOVE ZEROS                     TO CANC-DIFERIDO
           END-IF

           IF CANC-DIFERIDO = ZEROS
               MOVE WS-CONTA-RECEITA          TO WS-CONTA-LANCAMENTO
               MOVE 'D'                       TO WS-NATUREZA
               COMPUTE WS-VALOR-LANCAMENTO =
                       CANC-SUBTOTAL + CANC-DESCONTO
               PERFORM P700-GRAVA-LANCAMENTO
           ELSE
               MOVE WS-CONTA-RECEITA          TO WS-CONTA-LANCAMENTO
               MOVE 'D'                       TO WS-NATUREZA
               COMPUTE WS-VALOR-SINAL =
                       CANC-SUBTOTAL + CANC-DESCONTO - CANC-DIFERIDO
               PERFORM P710-LANCA-COM-SINAL

               MOVE WS-CONTA-RECDIF           TO WS-CONTA-LANCAMENTO
               MOVE 'D'                       TO WS-NATUREZA
               MOVE CANC-DIFERIDO             TO WS-VALOR-SINAL
               PERFORM P710-LANCA-COM-SINAL
           END-IF

           IF CANC-DESCONTO > ZEROS
               MOVE WS-CONTA-DESCONTOS        TO WS-CONTA-LANCAMENTO
           CLOSE SUSPENSO-MOVIMENTO
           .

      *****************************************
      * CREDITOS DO CLIENTE DESDE A ULTIMA NOITE: A SOBRA DE RETORNO
      * ENTRA NO CAIXA CONTRA O PASSIVO DE CREDITOS DE CLIENTE; O
      * CREDITO ABATIDO NUMA FATURA BAIXA O PASSIVO CONTRA CONTAS A
      * RECEBER. O MOVIMENTO E' ZERADO DEPOIS DE CONSUMIDO.
      *****************************************
       P495-LANCA-CREDITOS.
      *****************************************

           OPEN INPUT CREDITO-MOVIMENTO

           IF WS-FS-CREDMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CREDITO-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF CMOV-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'CREDCLI ' DELIMITED BY SIZE
                              CMOV-NUM-PAGTO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       IF CMOV-APLICACAO
                           MOVE WS-CONTA-CREDCLI
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE CMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-RECEBER
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE CMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       ELSE
                           MOVE WS-CONTA-CAIXA
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE CMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-CREDCLI
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE CMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CREDITO-MOVIMENTO

           OPEN OUTPUT CREDITO-MOVIMENTO
           CLOSE CREDITO-MOVIMENTO
           .

      *****************************************
      * DESCONTOS POR PAGAMENTO ANTECIPADO: O PAGAMENTO FOI
      * CONFIRMADO PELO VALOR RECEBIDO (CAIXA X RECEBER NOS
      * PAGAMENTOS); O QUE FALTOU PARA O DEVIDO SAI DO RECEBER
      * CONTRA A CONTA DE DESCONTOS CONCEDIDOS. ZERADO APOS
      * CONSUMIDO.
      *****************************************
       P497-LANCA-DESCANTEC.
      *****************************************

           OPEN INPUT DESCONTO-MOVIMENTO

           IF WS-FS-DESCMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DESCONTO-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF DMOV-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'DESCANT ' DELIMITED BY SIZE
                              DMOV-NUM-PAGTO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING

                       MOVE WS-CONTA-DESCANTEC
                                               TO WS-CONTA-LANCAMENTO
                       MOVE 'D'               TO WS-NATUREZA
                       MOVE DMOV-VALOR        TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO

                       MOVE WS-CONTA-RECEBER  TO WS-CONTA-LANCAMENTO
                       MOVE 'C'               TO WS-NATUREZA
                       MOVE DMOV-VALOR        TO WS-VALOR-LANCAMENTO
                       PERFORM P700-GRAVA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DESCONTO-MOVIMENTO

           OPEN OUTPUT DESCONTO-MOVIMENTO
           CLOSE DESCONTO-MOVIMENTO
           .

      *****************************************
      * CONTAS A PAGAR: A NOTA DO FORNECEDOR ('N') DEBITA ESTOQUE E
      * CREDITA FORNECEDORES A PAGAR; O PAGAMENTO REMETIDO AO BANCO
      * ('P') DEBITA FORNECEDORES A PAGAR E CREDITA CAIXA. ZERADO
      * APOS CONSUMIDO.
      *****************************************
       P498-LANCA-CPAGAR.
      *****************************************

           OPEN INPUT CPAGAR-MOVIMENTO

           IF WS-FS-CPAGMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CPAGAR-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF CPM-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       IF CPM-NOTA
                           STRING 'CPNF ' DELIMITED BY SIZE
                                  CPM-NUMERO DELIMITED BY SIZE
                                  INTO WS-ORIGEM
                           END-STRING
                           MOVE WS-CONTA-ESTOQUE
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE CPM-VALOR     TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-FORNEC
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE CPM-VALOR     TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       END-IF
                       IF CPM-PAGAMENTO
                           STRING 'CPPG ' DELIMITED BY SIZE
                                  CPM-NUMERO DELIMITED BY SIZE
                                  INTO WS-ORIGEM
                           END-STRING
                           MOVE WS-CONTA-FORNEC
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE CPM-VALOR     TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-CAIXA
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE CPM-VALOR     TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CPAGAR-MOVIMENTO

           OPEN OUTPUT CPAGAR-MOVIMENTO
           CLOSE CPAGAR-MOVIMENTO
           .

      *****************************************
      * INVENTARIO FISICO: A FALTA ('F') DEBITA PERDAS DE ESTOQUE E
      * CREDITA ESTOQUE; A SOBRA ('S') DEBITA ESTOQUE E CREDITA
      * PERDAS DE ESTOQUE. ZERADO APOS CONSUMIDO.
      *****************************************
       P499-LANCA-INVENTARIO.
      *****************************************

           OPEN INPUT INVENT-MOVIMENTO

           IF WS-FS-INVMOV NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                           TO WS-EOF
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ INVENT-MOVIMENTO
                   AT END
                       MOVE 'S'               TO WS-EOF
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   IF IMOV-VALOR > ZEROS
                       MOVE SPACES            TO WS-ORIGEM
                       STRING 'INV ' DELIMITED BY SIZE
                              IMOV-PRODUTO DELIMITED BY SIZE
                              INTO WS-ORIGEM
                       END-STRING
                       IF IMOV-FALTA
                           MOVE WS-CONTA-PERDAEST
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE IMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-ESTOQUE
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE IMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       END-IF
                       IF IMOV-SOBRA
                           MOVE WS-CONTA-ESTOQUE
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'D'           TO WS-NATUREZA
                           MOVE IMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO

                           MOVE WS-CONTA-PERDAEST
                                               TO WS-CONTA-LANCAMENTO
                           MOVE 'C'           TO WS-NATUREZA
                           MOVE IMOV-VALOR    TO WS-VALOR-LANCAMENTO
                           PERFORM P700-GRAVA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE INVENT-MOVIMENTO

           OPEN OUTPUT INVENT-MOVIMENTO
           CLOSE INVENT-MOVIMENTO
           .

      *****************************************
      * MONTA O LANCAMENTO NO LAYOUT FIXO, GRAVA NO TRABALHO E
      * ACUMULA O BATIMENTO DE DEBITOS X CREDITOS.
           END-IF
           .

      *****************************************
      * LANCA WS-VALOR-SINAL NA NATUREZA DADA; NEGATIVO VAI PELO
      * VALOR ABSOLUTO NA NATUREZA CONTRARIA E ZERO NAO LANCA.
      *****************************************
       P710-LANCA-COM-SINAL.
      *****************************************

           IF WS-VALOR-SINAL = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-VALOR-SINAL < ZEROS
               COMPUTE WS-VALOR-SINAL = WS-VALOR-SINAL * -1
               IF WS-NATUREZA = 'D'
                   MOVE 'C'                   TO WS-NATUREZA
               ELSE
                   MOVE 'D'                   TO WS-NATUREZA
               END-IF
           END-IF

           MOVE WS-VALOR-SINAL                TO WS-VALOR-LANCAMENTO
           PERFORM P700-GRAVA-LANCAMENTO
           .

      *****************************************
      * BATIMENTO: SO' COM DEBITOS = CREDITOS O TRABALHO VIRA O
      * EXTRATO OFICIAL; DESEQUILIBRADO, O EXTRATO SAI VAZIO E O

           CLOSE GL-TRABALHO

           IF RECDIF-ABERTO
               CLOSE RECEITA-DIFERIDA
           END-IF

           MOVE WS-TOTAL-DEBITOS              TO WS-TOTAL-ED
           DISPLAY 'TOTAL DE DEBITOS.....: ' WS-TOTAL-ED
           MOVE WS-TOTAL-CREDITOS             TO WS-TOTAL-ED
           DISPLAY 'TOTAL DE CREDITOS....: ' WS-TOTAL-ED
           DISPLAY 'LANCAMENTOS..........: ' WS-QT-LANCAMENTOS
           DISPLAY 'FATURAS DIFERIDAS....: ' WS-QT-DIFERIDAS

           IF WS-QT-NAO-LOCALIZADOS > ZEROS
               DISPLAY 'CONFIRMACOES SEM PAGAMENTO: '

           COPY RUNLOGPR.
           COPY DTNEGPR.
           COPY GLFECPR.

       END PROGRAM DEMONSTRA-GLEXTRACT.
