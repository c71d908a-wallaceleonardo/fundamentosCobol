      *          OPERAUTH. MUDANCAS RESPEITAM A JANELA DE LOTE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - INCLUIR A TABELA DE DESCONTO POR PAGAMENTO
      *                    ANTECIPADO (DESCANTEC: DIAS ANTES DO
      *                    VENCIMENTO + PERCENTUAL ATE 20,00%), COM
      *                    O MESMO PERFIL DE SUPERVISOR DAS FISCAIS -
      *                    UMA FAIXA ERRADA DA' DESCONTO A CARTEIRA
      *                    INTEIRA
      *   15/10/2026 WT - INCLUIR A TABELA DE CONDICOES DE PAGAMENTO
      *                    (CONDPAG: CODIGO + PARCELA 01 A 12 + PRAZO
      *                    EM DIAS ATE 720), TAMBEM SO' PARA O
      *                    SUPERVISOR - A CONDICAO MUDA O FLUXO DE
      *                    CAIXA DE TODOS OS CLIENTES QUE A USAM
      *   15/10/2026 WT - INCLUIR A TABELA DE PROVISAO PARA DEVEDORES
      *                    DUVIDOSOS (PDDTAB: FAIXA DE ATRASO 1 A 5 +
      *                    PERCENTUAL ATE 100,00%, UMA LINHA POR
      *                    FAIXA), SO' PARA O SUPERVISOR - O
      *                    PERCENTUAL VAI DIRETO PARA O RAZAO NO
      *                    FECHAMENTO DO MES
      *   15/10/2026 WT - INCLUIR A TABELA DE REGRAS DA LISTA DE
      *                    COBRANCA (COBRREGR: TETO DA FAIXA DE VALOR
      *                    + UF OU '**' + GRAU A-D OU '*' + COBRADOR),
      *                    SO' PARA O SUPERVISOR - A REGRA DIVIDE A
      *                    CARTEIRA ATRASADA ENTRE OS COBRADORES
      *   15/10/2026 WT - INCLUIR A TABELA DE LIMITES DE CREDITO DOS
      *                    GRUPOS ECONOMICOS (GRPLIM: CLIENTE MATRIZ
      *                    + LIMITE DO GRUPO, UMA LINHA POR GRUPO),
      *                    SO' PARA O SUPERVISOR - O LIMITE BARRA O
      *                    FATURAMENTO DE TODAS AS FILIAIS
      *   15/10/2026 WT - INCLUIR A TABELA DE TERRITORIOS DE VENDA
      *                    (TERRIT: CLIENTE, FAIXA DE CIDADES DA UF OU
      *                    UF INTEIRA + REPRESENTANTE DO REPMAST +
      *                    INICIO DA VIGENCIA), SO' PARA O SUPERVISOR
      *                    - O TERRITORIO DECIDE QUEM RECEBE A
      *                    COMISSAO DE CADA VENDA
      *   15/10/2026 WT - INCLUIR A TABELA DE INDICES DE INFLACAO
      *                    (INDICES: CODIGO IPCA/IGPM + ANO/MES +
      *                    VARIACAO MENSAL COM SINAL ATE 30,0000%),
      *                    SO' PARA O SUPERVISOR - O INDICE REAJUSTA
      *                    OS PRECOS DE TODOS OS CONTRATOS QUE O USAM
      *   15/10/2026 WT - INCLUIR A TABELA DE TARIFAS POR FAIXA DE
      *                    CONSUMO DOS CONTRATOS (TARIFAS: CONTRATO +
      *                    PRODUTO MEDIDO + LIMITE ACUMULADO DA FAIXA,
      *                    ZEROS = SEM LIMITE + PRECO UNITARIO), SO'
      *                    PARA O SUPERVISOR - A FAIXA PRECIFICA TODO
      *                    O CONSUMO MEDIDO DO CONTRATO
      *   15/10/2026 WT - INCLUIR A TABELA DE TAXAS DIARIAS DOS
      *                    INDEXADORES (TAXAIDX: CODIGO CDI/SELIC +
      *                    DATA VALIDADA E DIA UTIL + TAXA EM % AO
      *                    ANO ATE 99,9999%), SO' PARA O SUPERVISOR -
      *                    A TAXA DO DIA CAPITALIZA TODOS OS
      *                    EMPRESTIMOS INDEXADOS; A SESSAO PASSA A
      *                    COMPORTAR 999 LINHAS, QUE A TABELA DIARIA
      *                    ENCHERIA AS 200 EM MENOS DE UM ANO
      *   15/10/2026 WT - SIGN-ON COM SENHA PELA ROTINA COMPARTILHADA
      *                    (COPY SENHAPR, CREDENCIAIS NO OPERCRED): ID
      *                    SEM A SENHA CERTA, BLOQUEADO OU COM A SENHA
      *                    VENCIDA E NAO TROCADA NAO ABRE SESSAO; CADA
      *                    TENTATIVA VAI PARA O LOG OPERSEG; TAMBEM O
      *                    SUPERVISOR DO OVERRIDE SE AUTENTICA COM A
      *                    SENHA
      *   15/10/2026 WT - INCLUIR A TABELA DE REGRAS DE ATIVIDADE
      *                    SUSPEITA (ATVREGR: CODIGO ENDR/DSWO/APLM/
      *                    LIMF + LIGADA S/N + JANELA EM DIAS + VALOR
      *                    MINIMO + SEVERIDADE 1 A 3, UMA LINHA POR
      *                    REGRA), SO' PARA O SUPERVISOR - A REGRA
      *                    DECIDE O QUE A AUDITORIA DEIXA DE VER
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-TABMANUT.
       ENVIRONMENT DIVISION.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT REP-MASTER          ASSIGN TO 'REPMAST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-REPMAST.

           SELECT FERIADOS-CAL        ASSIGN TO 'FERIADOS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FERIADOS.

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
      *    AS CINCO TABELAS PASSAM POR AQUI, UMA POR VEZ, COMO
       FD OPER-ALERTA.
           COPY ALERTA.

      *    CADASTRO DE REPRESENTANTES, PARA CONFERIR O CODIGO DAS
      *    LINHAS DO TERRIT.
       FD REP-MASTER.
       01 WS-REG-REPMAST.
           03 REP-CODIGO                         PIC X(04).
           03 REP-NOME                           PIC X(30).
           03 REP-PERCENTUAL                     PIC 9V999.

      *    CALENDARIO, PARA CONFERIR QUE A DATA DO TAXAIDX E' DIA
      *    UTIL.
       FD FERIADOS-CAL.
           COPY FERIADO.

       FD OPER-CREDENCIAL.
           COPY OPERCRED.

       FD OPER-SEGURANCA.
           COPY OPERSEG.

       WORKING-STORAGE SECTION.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-REPMAST                      PIC X(02) VALUE '00'.

           COPY BATWINWS.
       77 WS-FS-TABELA                       PIC X(02) VALUE '00'.
       77 WS-SW-LINHA-OK                     PIC X(01) VALUE 'N'.
           88 LINHA-VALIDADA                 VALUE 'S' FALSE 'N'.

      *    AS LINHAS DA TABELA EM SESSAO (ATE 999) E O CONTROLE DE
      *    REGRAVACAO NO FIM DA SESSAO.
       77 WS-QT-TAB-LINHAS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-LINHA                        PIC 9(03) VALUE ZEROS.
       77 WS-SW-ALTERADA                     PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA                VALUE 'S' FALSE 'N'.
       01 WS-TAB-LINHAS.
           03 WS-TAB-LINHA             OCCURS 999 TIMES PIC X(30).
       01 WS-LINHA-NOVA                      PIC X(30) VALUE SPACES.

      *    CAMPOS DA ENTRADA VALIDADA POR TABELA.
       77 WS-PROGRAMA-INF                    PIC X(20) VALUE SPACES.
       77 WS-SEGUNDOS-INF                    PIC 9(05) VALUE ZEROS.
       77 WS-ARQUIVO-INF                     PIC X(12) VALUE SPACES.
       77 WS-DIAS-ANTEC-INF                  PIC 9(03) VALUE ZEROS.
       01 WS-PERC-ANTEC-INF                  PIC 99V99 VALUE ZEROS.
       01 WS-PERC-ANTEC-DIG REDEFINES WS-PERC-ANTEC-INF
                                             PIC 9(04).
       77 WS-COND-PAGTO-INF                  PIC X(03) VALUE SPACES.
       77 WS-PARCELA-INF                     PIC 9(02) VALUE ZEROS.
       77 WS-PRAZO-PARC-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-FAIXA-PDD-INF                   PIC 9(01) VALUE ZEROS.
       01 WS-VALOR-ATE-INF                   PIC 9(07)V99 VALUE ZEROS.
       01 WS-VALOR-ATE-DIG REDEFINES WS-VALOR-ATE-INF
                                             PIC 9(09).
       77 WS-GRAU-INF                        PIC X(01) VALUE SPACE.
           88 GRAU-INF-VALIDO                VALUE 'A' 'B' 'C' 'D'
                                                   '*'.
       77 WS-COBRADOR-INF                    PIC X(08) VALUE SPACES.
       77 WS-REGRA-INF                       PIC X(04) VALUE SPACES.
           88 REGRA-INF-VALIDA               VALUE 'ENDR' 'DSWO'
                                                   'APLM' 'LIMF'.
       77 WS-REGRA-ATIVA-INF                 PIC X(01) VALUE SPACE.
           88 REGRA-ATIVA-INF-VALIDA         VALUE 'S' 'N'.
       77 WS-REGRA-JANELA-INF                PIC 9(03) VALUE ZEROS.
       01 WS-REGRA-VALOR-INF                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-REGRA-VALOR-DIG REDEFINES WS-REGRA-VALOR-INF
                                             PIC 9(11).
       77 WS-REGRA-SEVER-INF                 PIC 9(01) VALUE ZEROS.
       77 WS-GRUPO-INF                       PIC 9(06) VALUE ZEROS.
       01 WS-LIMITE-GRP-INF                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-LIMITE-GRP-DIG REDEFINES WS-LIMITE-GRP-INF
                                             PIC 9(09).
       01 WS-PERC-PDD-INF                    PIC 9(03)V99 VALUE ZEROS.
       01 WS-PERC-PDD-DIG REDEFINES WS-PERC-PDD-INF
                                             PIC 9(05).
       77 WS-TERR-TIPO-INF                   PIC X(01) VALUE SPACE.
           88 TERR-TIPO-INF-VALIDO           VALUE 'C' 'M' 'U'.
       77 WS-TERR-CLIENTE-INF                PIC 9(06) VALUE ZEROS.
       77 WS-TERR-CIDADE-DE-INF              PIC X(07) VALUE SPACES.
       77 WS-TERR-CIDADE-ATE-INF             PIC X(07) VALUE SPACES.
       77 WS-TERR-REP-INF                    PIC X(04) VALUE SPACES.
       77 WS-SW-REP-INF                      PIC X(01) VALUE 'N'.
           88 REP-INF-CADASTRADO             VALUE 'S' FALSE 'N'.
       77 WS-SW-REP-EOF                      PIC X(01) VALUE 'N'.
           88 FIM-DO-REPMAST                 VALUE 'S' FALSE 'N'.
       77 WS-INDICE-INF                      PIC X(05) VALUE SPACES.
       77 WS-ANO-MES-INF                     PIC 9(06) VALUE ZEROS.
       77 WS-SINAL-INF                       PIC X(01) VALUE SPACE.
           88 SINAL-INF-VALIDO               VALUE '+' '-'.
       01 WS-VARIACAO-INF                    PIC 9(02)V9(04)
                                                   VALUE ZEROS.
       01 WS-VARIACAO-DIG REDEFINES WS-VARIACAO-INF
                                             PIC 9(06).
       77 WS-TAR-CONTRATO-INF                PIC 9(06) VALUE ZEROS.
       77 WS-TAR-PRODUTO-INF                 PIC X(08) VALUE SPACES.
       77 WS-TAR-LIMITE-INF                  PIC 9(07) VALUE ZEROS.
       01 WS-TAR-PRECO-INF                   PIC 9(05)V99 VALUE ZEROS.
       01 WS-TAR-PRECO-DIG REDEFINES WS-TAR-PRECO-INF
                                             PIC 9(07).
       01 WS-TAXA-IDX-INF                    PIC 9(02)V9(04)
                                                   VALUE ZEROS.
       01 WS-TAXA-IDX-DIG REDEFINES WS-TAXA-IDX-INF
                                             PIC 9(06).

           COPY FERIADWS.

           COPY DTVALID.

           COPY SENHAWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
       P001-INICIO.
      *****************************************

           MOVE 'DEMONSTRA-TABMANUT'          TO WS-SEN-PROGRAMA
           MOVE 'OPERADOR'                    TO WS-SEN-PAPEL
           PERFORM P-SIGN-ON
           MOVE WS-SEN-OPERADOR               TO WS-OPERADOR

           IF NOT SEN-AUTENTICADO
               MOVE SPACES                    TO WS-OPERADOR
               DISPLAY 'OPERADOR NAO AUTENTICADO - ENCERRADO.'
               MOVE 'S'                       TO WS-SW-ENCERRA
           END-IF

           .

      *****************************************
      * UMA TABELA POR VOLTA; AS FISCAIS (TAXAUF E TAXAMORA), A DE
      * DESCONTO ANTECIPADO, A DE CONDICOES DE PAGAMENTO, A DE
      * PROVISAO (PDDTAB), A DE REGRAS DE COBRANCA (COBRREGR), A
      * DE LIMITES DOS GRUPOS (GRPLIM), A DE TERRITORIOS (TERRIT),
      * A DE INDICES DE INFLACAO (INDICES), A DE TARIFAS DE
      * CONSUMO (TARIFAS), A DE TAXAS DIARIAS DOS INDEXADORES
      * (TAXAIDX) E A DE REGRAS DE ATIVIDADE SUSPEITA (ATVREGR) SO'
      * PARA QUEM TEM O PERFIL DE SUPERVISOR.
      *****************************************
       P200-PROCESSA.

           DISPLAY ' '
           DISPLAY 'MANUTENCAO DE TABELAS - F=FERIADOS  U=TAXAUF  '
                   'M=TAXAMORA  S=SLATAB  G=GDGCTL  D=DESCANTEC  '
                   'P=CONDPAG  V=PDDTAB  C=COBRREGR  '
                   'L=GRPLIM  T=TERRIT  I=INDICES  R=TARIFAS  '
                   'N=TAXAIDX  A=ATVREGR  X=ENCERRAR: '
           ACCEPT WS-OPCAO-TABELA

           EVALUATE WS-OPCAO-TABELA
                       END-IF
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'D'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'DESCANTEC'       TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'P'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'CONDPAG'         TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'V'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'PDDTAB'          TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'C'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'COBRREGR'        TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'L'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'GRPLIM'          TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'T'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'TERRIT'          TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'I'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'INDICES'         TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'R'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'TARIFAS'         TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'N'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'TAXAIDX'         TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'A'
                   PERFORM P250-EXIGE-SUPERVISOR
                   IF OPERADOR-SUPERVISOR
                       MOVE 'ATVREGR'         TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA
                       PERFORM P300-SESSAO-DA-TABELA
                   END-IF
               WHEN 'S'
                   MOVE 'SLATAB'              TO WS-ARQ-TABELA
                                                  WS-NOME-TABELA

      *****************************************
      * TABELA FISCAL: UMA TAXA ERRADA PRECIFICA UM ESTADO INTEIRO
      * ERRADO - SO' SUPERVISOR MEXE. O MESMO VALE PARA AS FAIXAS DE
      * DESCONTO ANTECIPADO, QUE VALEM PARA TODA A CARTEIRA.
      *****************************************
       P250-EXIGE-SUPERVISOR.
      *****************************************
           PERFORM P-JANELA-CONFERE-SUPER

           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'TABELA EXIGE O PERFIL DE SUPERVISOR '
                       '- ACESSO NEGADO PARA ' WS-OPERADOR '.'
           END-IF
           .
           END-IF

           PERFORM UNTIL WS-FS-TABELA NOT = '00'
                      OR WS-QT-TAB-LINHAS = 999
               READ TABELA-GENERICA
                   AT END
                       CONTINUE
       P600-INCLUI-LINHA.
      *****************************************

           IF WS-QT-TAB-LINHAS = 999
               DISPLAY 'TABELA CHEIA (999 LINHAS).'
               EXIT PARAGRAPH
           END-IF

                   PERFORM P640-MONTA-SLA
               WHEN 'GDGCTL'
                   PERFORM P650-MONTA-GDGCTL
               WHEN 'DESCANTEC'
                   PERFORM P660-MONTA-DESCANT
               WHEN 'CONDPAG'
                   PERFORM P670-MONTA-CONDPAG
               WHEN 'PDDTAB'
                   PERFORM P680-MONTA-PDD
               WHEN 'COBRREGR'
                   PERFORM P690-MONTA-COBREGR
               WHEN 'GRPLIM'
                   PERFORM P695-MONTA-GRPLIM
               WHEN 'TARIFAS'
                   PERFORM P696-MONTA-TARIFA
               WHEN 'TERRIT'
                   PERFORM P697-MONTA-TERRIT
               WHEN 'INDICES'
                   PERFORM P699-MONTA-INDICE
               WHEN 'TAXAIDX'
                   PERFORM P685-MONTA-TAXAIDX
               WHEN 'ATVREGR'
                   PERFORM P689-MONTA-ATVREGR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * DESCANTEC: DIAS ANTES DO VENCIMENTO (1 A 365) + PERCENTUAL
      * DE DESCONTO ATE 20,00%.
      *****************************************
       P660-MONTA-DESCANT.
      *****************************************

           DISPLAY 'DIAS ANTES DO VENCIMENTO (1 A 365): '
           ACCEPT WS-DIAS-ANTEC-INF
           DISPLAY 'PERCENTUAL DE DESCONTO (0,01 A 20,00): '
           ACCEPT WS-PERC-ANTEC-INF

           IF WS-DIAS-ANTEC-INF = ZEROS OR WS-DIAS-ANTEC-INF > 365
               DISPLAY 'DIAS FORA DO INTERVALO (1 A 365).'
               EXIT PARAGRAPH
           END-IF

           IF WS-PERC-ANTEC-INF = ZEROS OR WS-PERC-ANTEC-INF > 20.00
               DISPLAY 'PERCENTUAL FORA DO LIMITE SAO (20,00).'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIAS-ANTEC-INF             TO WS-LINHA-NOVA(1:3)
           MOVE WS-PERC-ANTEC-DIG             TO WS-LINHA-NOVA(4:4)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * CONDPAG: CODIGO DA CONDICAO + NUMERO DA PARCELA (01 A 12)
      * + PRAZO DA PARCELA EM DIAS (ATE 720). UMA LINHA POR
      * PARCELA; A MESMA PARCELA DA MESMA CONDICAO NAO SE REPETE.
      *****************************************
       P670-MONTA-CONDPAG.
      *****************************************

           DISPLAY 'CODIGO DA CONDICAO (ATE 3 POSICOES): '
           MOVE SPACES                        TO WS-COND-PAGTO-INF
           ACCEPT WS-COND-PAGTO-INF
           DISPLAY 'NUMERO DA PARCELA (01 A 12): '
           ACCEPT WS-PARCELA-INF
           DISPLAY 'PRAZO DA PARCELA EM DIAS (0 A 720): '
           ACCEPT WS-PRAZO-PARC-INF

           IF WS-COND-PAGTO-INF = SPACES
               DISPLAY 'CODIGO EM BRANCO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-PARCELA-INF = ZEROS OR WS-PARCELA-INF > 12
               DISPLAY 'PARCELA FORA DO INTERVALO (01 A 12).'
               EXIT PARAGRAPH
           END-IF

           IF WS-PRAZO-PARC-INF > 720
               DISPLAY 'PRAZO ACIMA DO LIMITE SAO (720 DIAS).'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:3) = WS-COND-PAGTO-INF
                  AND WS-TAB-LINHA(WS-IX-LINHA)(4:2) = WS-PARCELA-INF
                   DISPLAY 'PARCELA JA CADASTRADA NESTA CONDICAO.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-COND-PAGTO-INF             TO WS-LINHA-NOVA(1:3)
           MOVE WS-PARCELA-INF                TO WS-LINHA-NOVA(4:2)
           MOVE WS-PRAZO-PARC-INF             TO WS-LINHA-NOVA(6:3)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * PDDTAB: FAIXA DE ATRASO DO AGING (1=EM DIA, 2=1-30,
      * 3=31-60, 4=61-90, 5=MAIS DE 90) + PERCENTUAL DE PROVISAO
      * ATE 100,00%. UMA LINHA POR FAIXA - PARA MUDAR O PERCENTUAL,
      * REMOVE-SE A LINHA E INCLUI-SE DE NOVO.
      *****************************************
       P680-MONTA-PDD.
      *****************************************

           DISPLAY 'FAIXA DE ATRASO (1=EM DIA 2=1-30 3=31-60 '
                   '4=61-90 5=MAIS DE 90): '
           ACCEPT WS-FAIXA-PDD-INF
           DISPLAY 'PERCENTUAL DE PROVISAO (0,00 A 100,00): '
           ACCEPT WS-PERC-PDD-INF

           IF WS-FAIXA-PDD-INF = ZEROS OR WS-FAIXA-PDD-INF > 5
               DISPLAY 'FAIXA FORA DO INTERVALO (1 A 5).'
               EXIT PARAGRAPH
           END-IF

           IF WS-PERC-PDD-INF > 100.00
               DISPLAY 'PERCENTUAL ACIMA DE 100,00.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:1) = WS-FAIXA-PDD-INF
                   DISPLAY 'FAIXA JA CADASTRADA - REMOVA A LINHA '
                           'ANTES DE INCLUIR O NOVO PERCENTUAL.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-FAIXA-PDD-INF              TO WS-LINHA-NOVA(1:1)
           MOVE WS-PERC-PDD-DIG               TO WS-LINHA-NOVA(2:5)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * TAXAIDX: CODIGO DO INDEXADOR (CDI, SELIC) + DATA VALIDADA,
      * QUE TEM DE SER DIA UTIL (SO' HA PUBLICACAO EM DIA UTIL) +
      * TAXA DO DIA EM % AO ANO (ATE 99,9999%). UMA LINHA POR
      * INDEXADOR E DATA - PARA CORRIGIR, REMOVE-SE A LINHA E
      * INCLUI-SE DE NOVO. O GIRO NOTURNO (DEMONSTRA-EMPROLL) PARA
      * COM RC 8 SE FALTAR O VALOR DE ALGUM DIA UTIL.
      *****************************************
       P685-MONTA-TAXAIDX.
      *****************************************

           DISPLAY 'CODIGO DO INDEXADOR (CDI, SELIC...): '
           MOVE SPACES                        TO WS-INDICE-INF
           ACCEPT WS-INDICE-INF
           DISPLAY 'DATA DA TAXA (DD/MM/AAAA): '
           ACCEPT WS-DATA
           DISPLAY 'TAXA DO DIA EM % AO ANO (0,0000 A 99,9999): '
           ACCEPT WS-TAXA-IDX-INF

           IF WS-INDICE-INF = SPACES
               DISPLAY 'CODIGO EM BRANCO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM P-VALIDA-DATA
           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' WS-DATA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-AAAAMMDD =
                   WS-DTV-ANO * 10000
                 + WS-DTV-MES * 100
                 + WS-DTV-DIA

      *    RELIDO A CADA INCLUSAO: O CALENDARIO PODE TER SIDO
      *    MUDADO NESTA MESMA SESSAO.
           PERFORM P-CARREGA-FERIADOS
           MOVE WS-DATA-AAAAMMDD              TO WS-FER-DATA-TESTE
           PERFORM P-E-DIA-UTIL
           IF NOT FER-DIA-UTIL
               DISPLAY 'DATA NAO E'' DIA UTIL - NAO HA TAXA '
                       'PUBLICADA.'
               EXIT PARAGRAPH
           END-IF

           IF WS-TAXA-IDX-INF = ZEROS
               DISPLAY 'TAXA ZERADA - INFORME A TAXA PUBLICADA.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:5) = WS-INDICE-INF
                  AND WS-TAB-LINHA(WS-IX-LINHA)(6:8) = WS-DATA-AAAAMMDD
                   DISPLAY 'DATA JA CADASTRADA NESTE INDEXADOR - '
                           'REMOVA A LINHA ANTES DE INCLUIR O NOVO '
                           'VALOR.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-INDICE-INF                 TO WS-LINHA-NOVA(1:5)
           MOVE WS-DATA-AAAAMMDD              TO WS-LINHA-NOVA(6:8)
           MOVE WS-TAXA-IDX-DIG               TO WS-LINHA-NOVA(14:6)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * COBRREGR: TETO DA FAIXA DO TOTAL ATRASADO DO CLIENTE + UF
      * ('**' = QUALQUER) + GRAU DO CLISCORE A-D ('*' = QUALQUER) +
      * COBRADOR (IDENTIFICACAO DE OPERADOR). NA LISTA NOTURNA
      * GANHA A FAIXA MAIS ESTREITA QUE ACEITA O CLIENTE E, NO
      * EMPATE, A REGRA MAIS ESPECIFICA.
      *****************************************
       P690-MONTA-COBREGR.
      *****************************************

           DISPLAY 'TOTAL ATRASADO ATE (9999999,99 = SEM TETO): '
           ACCEPT WS-VALOR-ATE-INF
           DISPLAY 'UF (2 LETRAS, ** = QUALQUER): '
           MOVE SPACES                        TO WS-UF-INFORMADA
           ACCEPT WS-UF-INFORMADA
           DISPLAY 'GRAU DO CLIENTE (A A D, * = QUALQUER): '
           MOVE SPACE                         TO WS-GRAU-INF
           ACCEPT WS-GRAU-INF
           DISPLAY 'COBRADOR (IDENTIFICACAO DO OPERADOR): '
           MOVE SPACES                        TO WS-COBRADOR-INF
           ACCEPT WS-COBRADOR-INF

           IF WS-VALOR-ATE-INF = ZEROS
               DISPLAY 'TETO DA FAIXA ZERADO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-UF-INFORMADA = SPACES
               DISPLAY 'UF EM BRANCO (USE ** PARA QUALQUER).'
               EXIT PARAGRAPH
           END-IF

           IF NOT GRAU-INF-VALIDO
               DISPLAY 'GRAU INVALIDO (A, B, C, D OU *).'
               EXIT PARAGRAPH
           END-IF

           IF WS-COBRADOR-INF = SPACES
               DISPLAY 'COBRADOR EM BRANCO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-ATE-DIG              TO WS-LINHA-NOVA(1:9)
           MOVE WS-UF-INFORMADA               TO WS-LINHA-NOVA(10:2)
           MOVE WS-GRAU-INF                   TO WS-LINHA-NOVA(12:1)
           MOVE WS-COBRADOR-INF               TO WS-LINHA-NOVA(13:8)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * ATVREGR: CODIGO DA REGRA (ENDR, DSWO, APLM, LIMF) + LIGADA
      * (S/N) + JANELA EM DIAS ENTRE OS DOIS EVENTOS (1 A 365; A
      * APLM NAO USA E GRAVA ZEROS) + VALOR MINIMO DO SEGUNDO
      * EVENTO + SEVERIDADE DO CASO (1 A 3). UMA LINHA POR REGRA -
      * PARA MUDAR, REMOVE-SE A LINHA E INCLUI-SE DE NOVO.
      *****************************************
       P689-MONTA-ATVREGR.
      *****************************************

           DISPLAY 'REGRA (ENDR, DSWO, APLM OU LIMF): '
           MOVE SPACES                        TO WS-REGRA-INF
           ACCEPT WS-REGRA-INF
           DISPLAY 'LIGADA (S/N): '
           MOVE SPACE                         TO WS-REGRA-ATIVA-INF
           ACCEPT WS-REGRA-ATIVA-INF
           DISPLAY 'JANELA EM DIAS (1 A 365; APLM = 0): '
           ACCEPT WS-REGRA-JANELA-INF
           DISPLAY 'VALOR MINIMO DO SEGUNDO EVENTO (0 = QUALQUER): '
           ACCEPT WS-REGRA-VALOR-INF
           DISPLAY 'SEVERIDADE DO CASO (1 A 3, 1 = MAIS GRAVE): '
           ACCEPT WS-REGRA-SEVER-INF

           IF NOT REGRA-INF-VALIDA
               DISPLAY 'REGRA DESCONHECIDA (ENDR, DSWO, APLM, LIMF).'
               EXIT PARAGRAPH
           END-IF

           IF NOT REGRA-ATIVA-INF-VALIDA
               DISPLAY 'INFORME S OU N.'
               EXIT PARAGRAPH
           END-IF

           IF WS-REGRA-INF = 'APLM'
               MOVE ZEROS                     TO WS-REGRA-JANELA-INF
           ELSE
               IF WS-REGRA-JANELA-INF = ZEROS
                  OR WS-REGRA-JANELA-INF > 365
                   DISPLAY 'JANELA FORA DO INTERVALO (1 A 365).'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-REGRA-SEVER-INF = ZEROS OR WS-REGRA-SEVER-INF > 3
               DISPLAY 'SEVERIDADE FORA DO INTERVALO (1 A 3).'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:4) = WS-REGRA-INF
                   DISPLAY 'REGRA JA CADASTRADA - REMOVA A LINHA '
                           'ANTES DE INCLUIR A NOVA.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-REGRA-INF                  TO WS-LINHA-NOVA(1:4)
           MOVE WS-REGRA-ATIVA-INF            TO WS-LINHA-NOVA(5:1)
           MOVE WS-REGRA-JANELA-INF           TO WS-LINHA-NOVA(6:3)
           MOVE WS-REGRA-VALOR-DIG            TO WS-LINHA-NOVA(9:11)
           MOVE WS-REGRA-SEVER-INF            TO WS-LINHA-NOVA(20:1)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * GRPLIM: NUMERO DO CLIENTE MATRIZ DO GRUPO (O MESMO GRAVADO
      * NO CAMPO DE GRUPO DO CADASTRO DAS FILIAIS) + LIMITE DE
      * CREDITO DO GRUPO. UMA LINHA POR GRUPO - PARA MUDAR O
      * LIMITE, REMOVE-SE A LINHA E INCLUI-SE DE NOVO.
      *****************************************
       P695-MONTA-GRPLIM.
      *****************************************

           DISPLAY 'CLIENTE MATRIZ DO GRUPO: '
           ACCEPT WS-GRUPO-INF
           DISPLAY 'LIMITE DE CREDITO DO GRUPO: '
           ACCEPT WS-LIMITE-GRP-INF

           IF WS-GRUPO-INF = ZEROS
               DISPLAY 'CLIENTE MATRIZ ZERADO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-LIMITE-GRP-INF = ZEROS
               DISPLAY 'LIMITE ZERADO (PARA TIRAR O LIMITE, REMOVA '
                       'A LINHA).'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:6) = WS-GRUPO-INF
                   DISPLAY 'GRUPO JA CADASTRADO - REMOVA A LINHA '
                           'ANTES DE INCLUIR O NOVO LIMITE.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-GRUPO-INF                  TO WS-LINHA-NOVA(1:6)
           MOVE WS-LIMITE-GRP-DIG             TO WS-LINHA-NOVA(7:9)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * TARIFAS: CONTRATO + PRODUTO MEDIDO + LIMITE ACUMULADO DA
      * FAIXA (ZEROS = SEM LIMITE, A ULTIMA FAIXA) + PRECO
      * UNITARIO DENTRO DA FAIXA. UMA LINHA POR CONTRATO, PRODUTO E
      * LIMITE - PARA MUDAR O PRECO, REMOVE-SE A LINHA E INCLUI-SE
      * DE NOVO. A TARIFACAO (DEMONSTRA-USOTAR) APLICA AS FAIXAS EM
      * ORDEM CRESCENTE DE LIMITE.
      *****************************************
       P696-MONTA-TARIFA.
      *****************************************

           DISPLAY 'NUMERO DO CONTRATO: '
           ACCEPT WS-TAR-CONTRATO-INF
           DISPLAY 'PRODUTO MEDIDO: '
           MOVE SPACES                        TO WS-TAR-PRODUTO-INF
           ACCEPT WS-TAR-PRODUTO-INF
           DISPLAY 'LIMITE ACUMULADO DA FAIXA (ZEROS = SEM LIMITE): '
           ACCEPT WS-TAR-LIMITE-INF
           DISPLAY 'PRECO UNITARIO NA FAIXA: '
           ACCEPT WS-TAR-PRECO-INF

           IF WS-TAR-CONTRATO-INF = ZEROS
               DISPLAY 'CONTRATO ZERADO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-TAR-PRODUTO-INF = SPACES
               DISPLAY 'PRODUTO EM BRANCO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-TAR-PRECO-INF = ZEROS
               DISPLAY 'PRECO ZERADO.'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:6) = WS-TAR-CONTRATO-INF
                  AND WS-TAB-LINHA(WS-IX-LINHA)(7:8)
                       = WS-TAR-PRODUTO-INF
                  AND WS-TAB-LINHA(WS-IX-LINHA)(15:7)
                       = WS-TAR-LIMITE-INF
                   DISPLAY 'FAIXA JA CADASTRADA NESTE CONTRATO - '
                           'REMOVA A LINHA ANTES DE INCLUIR O NOVO '
                           'PRECO.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-TAR-CONTRATO-INF           TO WS-LINHA-NOVA(1:6)
           MOVE WS-TAR-PRODUTO-INF            TO WS-LINHA-NOVA(7:8)
           MOVE WS-TAR-LIMITE-INF             TO WS-LINHA-NOVA(15:7)
           MOVE WS-TAR-PRECO-DIG              TO WS-LINHA-NOVA(22:7)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
      * TERRIT: ALCANCE (C = CLIENTE; M = FAIXA ALFABETICA DE
      * CIDADES DA UF PELAS 7 PRIMEIRAS LETRAS; U = UF INTEIRA) +
      * REPRESENTANTE DO REPMAST (BRANCO ENCERRA O ALCANCE A PARTIR
      * DO INICIO) + INICIO DA VIGENCIA. MUDAR O REPRESENTANTE E'
      * INCLUIR UMA LINHA NOVA COM O NOVO INICIO - A ANTIGA FICA
      * PARA O HISTORICO E PARA O RELATORIO DE MUDANCA DE
      * TERRITORIO (DEMONSTRA-TERRCHG).
      *****************************************
       P697-MONTA-TERRIT.
      *****************************************

           DISPLAY 'ALCANCE (C=CLIENTE  M=FAIXA DE CIDADES  '
                   'U=UF): '
           MOVE SPACE                         TO WS-TERR-TIPO-INF
           ACCEPT WS-TERR-TIPO-INF

           IF NOT TERR-TIPO-INF-VALIDO
               DISPLAY 'ALCANCE INVALIDO (C, M OU U).'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                         TO WS-TERR-CLIENTE-INF
           MOVE SPACES                        TO WS-UF-INFORMADA
           MOVE SPACES                        TO WS-TERR-CIDADE-DE-INF
           MOVE SPACES                        TO WS-TERR-CIDADE-ATE-INF

           IF WS-TERR-TIPO-INF = 'C'
               DISPLAY 'CLIENTE: '
               ACCEPT WS-TERR-CLIENTE-INF
               IF WS-TERR-CLIENTE-INF = ZEROS
                   DISPLAY 'CLIENTE ZERADO.'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY 'UF (2 LETRAS): '
               ACCEPT WS-UF-INFORMADA
               IF WS-UF-INFORMADA = SPACES
                   DISPLAY 'UF EM BRANCO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-TERR-TIPO-INF = 'M'
               DISPLAY 'CIDADE DE (7 PRIMEIRAS LETRAS): '
               ACCEPT WS-TERR-CIDADE-DE-INF
               DISPLAY 'CIDADE ATE (BRANCO = SO'' A CIDADE DE): '
               ACCEPT WS-TERR-CIDADE-ATE-INF
               IF WS-TERR-CIDADE-DE-INF = SPACES
                   DISPLAY 'CIDADE DE EM BRANCO.'
                   EXIT PARAGRAPH
               END-IF
               IF WS-TERR-CIDADE-ATE-INF NOT = SPACES
                  AND WS-TERR-CIDADE-ATE-INF < WS-TERR-CIDADE-DE-INF
                   DISPLAY 'CIDADE ATE ANTES DA CIDADE DE.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'REPRESENTANTE (BRANCO = ENCERRA O ALCANCE): '
           MOVE SPACES                        TO WS-TERR-REP-INF
           ACCEPT WS-TERR-REP-INF

           IF WS-TERR-REP-INF NOT = SPACES
               PERFORM P698-CONFERE-REP
               IF NOT REP-INF-CADASTRADO
                   DISPLAY 'REPRESENTANTE ' WS-TERR-REP-INF
                           ' NAO CADASTRADO NO REPMAST.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'INICIO DA VIGENCIA (DD/MM/AAAA): '
           ACCEPT WS-DATA
           PERFORM P-VALIDA-DATA

           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' WS-DATA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-AAAAMMDD =
                   WS-DTV-ANO * 10000
                 + WS-DTV-MES * 100
                 + WS-DTV-DIA

           MOVE WS-TERR-TIPO-INF              TO WS-LINHA-NOVA(1:1)
           IF WS-TERR-TIPO-INF = 'C'
               MOVE WS-TERR-CLIENTE-INF       TO WS-LINHA-NOVA(2:6)
           ELSE
               MOVE WS-UF-INFORMADA           TO WS-LINHA-NOVA(2:2)
               MOVE WS-TERR-CIDADE-DE-INF     TO WS-LINHA-NOVA(4:7)
               MOVE WS-TERR-CIDADE-ATE-INF    TO WS-LINHA-NOVA(11:7)
           END-IF
           MOVE WS-TERR-REP-INF               TO WS-LINHA-NOVA(18:4)
           MOVE WS-DATA-AAAAMMDD              TO WS-LINHA-NOVA(22:8)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
       P698-CONFERE-REP.
      *****************************************

           SET REP-INF-CADASTRADO             TO FALSE

           OPEN INPUT REP-MASTER

           IF WS-FS-REPMAST NOT = '00'
               DISPLAY 'CADASTRO REPMAST INDISPONIVEL: '
                       WS-FS-REPMAST
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-REPMAST                 TO FALSE
           PERFORM UNTIL FIM-DO-REPMAST OR REP-INF-CADASTRADO
               READ REP-MASTER
                   AT END
                       SET FIM-DO-REPMAST     TO TRUE
               END-READ
               IF NOT FIM-DO-REPMAST
                  AND REP-CODIGO = WS-TERR-REP-INF
                   SET REP-INF-CADASTRADO     TO TRUE
               END-IF
           END-PERFORM

           CLOSE REP-MASTER
           .

      *****************************************
      * INDICES: CODIGO DO INDICE (IPCA, IGPM...) + ANO/MES AAAAMM
      * + SINAL E VARIACAO PERCENTUAL DO MES (ATE 30,0000%). UMA
      * LINHA POR INDICE E MES - PARA CORRIGIR O VALOR, REMOVE-SE A
      * LINHA E INCLUI-SE DE NOVO. O REAJUSTE ANUAL DOS CONTRATOS
      * (DEMONSTRA-CONTRREAJ) ACUMULA OS 12 MESES ANTERIORES AO
      * ANIVERSARIO.
      *****************************************
       P699-MONTA-INDICE.
      *****************************************

           DISPLAY 'CODIGO DO INDICE (IPCA, IGPM...): '
           MOVE SPACES                        TO WS-INDICE-INF
           ACCEPT WS-INDICE-INF
           DISPLAY 'ANO E MES (AAAAMM): '
           ACCEPT WS-ANO-MES-INF
           DISPLAY 'SINAL DA VARIACAO (+ OU -): '
           MOVE SPACE                         TO WS-SINAL-INF
           ACCEPT WS-SINAL-INF
           DISPLAY 'VARIACAO DO MES EM % (0,0000 A 30,0000): '
           ACCEPT WS-VARIACAO-INF

           IF WS-INDICE-INF = SPACES
               DISPLAY 'CODIGO EM BRANCO.'
               EXIT PARAGRAPH
           END-IF

           IF WS-ANO-MES-INF(5:2) < '01' OR WS-ANO-MES-INF(5:2) > '12'
              OR WS-ANO-MES-INF(1:4) < '1990'
               DISPLAY 'ANO/MES INVALIDO.'
               EXIT PARAGRAPH
           END-IF

           IF NOT SINAL-INF-VALIDO
               DISPLAY 'SINAL INVALIDO (+ OU -).'
               EXIT PARAGRAPH
           END-IF

           IF WS-VARIACAO-INF > 30.0000
               DISPLAY 'VARIACAO ACIMA DO LIMITE SAO (30,0000%).'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
                   UNTIL WS-IX-LINHA > WS-QT-TAB-LINHAS
               IF WS-TAB-LINHA(WS-IX-LINHA)(1:5) = WS-INDICE-INF
                  AND WS-TAB-LINHA(WS-IX-LINHA)(6:6) = WS-ANO-MES-INF
                   DISPLAY 'MES JA CADASTRADO NESTE INDICE - REMOVA '
                           'A LINHA ANTES DE INCLUIR O NOVO VALOR.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-INDICE-INF                 TO WS-LINHA-NOVA(1:5)
           MOVE WS-ANO-MES-INF                TO WS-LINHA-NOVA(6:6)
           MOVE WS-SINAL-INF                  TO WS-LINHA-NOVA(12:1)
           MOVE WS-VARIACAO-DIG               TO WS-LINHA-NOVA(13:6)
           SET LINHA-VALIDADA                 TO TRUE
           .

      *****************************************
       P700-REMOVE-LINHA.
      *****************************************
           COPY DTVALPR.
           COPY BATWINPR.
           COPY ALERTAPR.
           COPY FERIADPR.
           COPY SENHAPR.

       END PROGRAM DEMONSTRA-TABMANUT.
