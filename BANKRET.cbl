      *                    APLICACAO MANUAL - SE NINGUEM ABRISSE A
      *                    TELA, O DIGEST DA MANHA NAO VIA O CAIXA
      *                    ENVELHECENDO
      *   15/10/2026 WT - SOBRA DE PAGAMENTO: RETORNO COM VALOR MAIOR
      *                    QUE O PAGTO-VALOR CONFIRMA PELO VALOR
      *                    DEVIDO E GUARDA O EXCEDENTE COMO CREDITO
      *                    A FAVOR DO CLIENTE (CADASTRO CREDCLI:
      *                    CLIENTE, PAGAMENTO DE ORIGEM, VALOR E
      *                    DATA) COM O MOVIMENTO CREDMOV PARA O
      *                    EXTRATO CONTABIL - A SOBRA ESTAVA NO BANCO
      *                    E EM NENHUM RAZAO. O RELATORIO DE
      *                    CASAMENTO ITEMIZA OS CREDITOS E OS INCLUI
      *                    NA CONCILIACAO DO CAIXA
      *   15/10/2026 WT - DESCONTO POR PAGAMENTO ANTECIPADO: RETORNO
      *                    DE FATURA PAGO ANTES DO VENCIMENTO, DENTRO
      *                    DE UMA FAIXA DA TABELA DESCANTEC
      *                    (COPY/DESCANPR.CPY), COM VALOR IGUAL OU
      *                    MAIOR QUE O DEVIDO MENOS O DESCONTO DA
      *                    FAIXA, QUITA O PAGAMENTO EM VEZ DE VIRAR
      *                    PARCIAL. O DESCONTO CONCEDIDO ABATE O
      *                    PAGTO-VALOR ANTES DA CONFIRMACAO, SAI NO
      *                    MOVIMENTO DESCMOV PARA A CONTA PROPRIA DO
      *                    EXTRATO CONTABIL E E' ITEMIZADO E
      *                    TOTALIZADO NO RELATORIO DE CASAMENTO
      *   15/10/2026 WT - RECUSA DE DEBITO AUTOMATICO: O PERFIL DO
      *                    BANKPROF GANHA A POSICAO / TAMANHO DO
      *                    CODIGO DE OCORRENCIA DA LINHA; OCORRENCIA
      *                    PREENCHIDA E DIFERENTE DE '00' E' PEDIDO DE
      *                    DEBITO RECUSADO (01 = SALDO INSUFICIENTE,
      *                    30 = AUTORIZACAO CANCELADA NO BANCO). O
      *                    PAGAMENTO CONTINUA EM ABERTO E VOLTA A
      *                    FICAR NAO REMETIDO PARA NOVO PEDIDO, A
      *                    COBRANCA RECEBE A LINHA NO DEBRECUS, E O
      *                    MANDATO CONTA A RECUSA - NA N-ESIMA
      *                    CONSECUTIVA (SISPARAM FALHAS-DEBITO,
      *                    PADRAO 3) E' SUSPENSO, COM ALERTA E
      *                    IMAGENS NA TRILHA MANDHIST. O PAGAMENTO
      *                    CONFIRMADO ZERA AS RECUSAS DO MANDATO. AS
      *                    RECUSAS NAO SAO CAIXA: SAEM NO RELATORIO
      *                    DE CASAMENTO FORA DA CONCILIACAO
      *   15/10/2026 WT - PARCELA DE EMPRESTIMO RECEBIDA QUITA
      *                    PRIMEIRO OS JUROS CAPITALIZADOS AINDA NAO
      *                    PAGOS (EMP-JUROS-ACUM) E SO' DEPOIS O
      *                    PRINCIPAL, E CADA ABATIMENTO GANHA UMA
      *                    LINHA 'PC' NO HISTORICO DO EMPRESTIMO
      *                    (EMPHIST)
      *   15/10/2026 WT - JORNAL DE IMAGENS ANTES/DEPOIS (PAGTOJRN,
      *                    ROTINA COMPARTILHADA COPY PAGJRNPR) DE CADA
      *                    REGISTRO DO PAGTOPEND REGRAVADO, PARA O
      *                    ESTORNO DO PASSO (DEMONSTRA-PAGTOBKO);
      *                    LINHA QUE NAO ENTRA NO JORNAL TERMINA O
      *                    PASSO COM RC 4
      *   15/10/2026 WT - A MORA DA PARCELA DE EMPRESTIMO (O MENOR
      *                    ENTRE PAGTO-JUROS-ACUM E O VALOR APLICADO,
      *                    APURADO ANTES DO ABATIMENTO PARCIAL) NAO
      *                    ABATE O SALDO DO EMPRESTIMO NEM ENTRA NA
      *                    LINHA 'PC' DO EMPHIST; O PARCMOV GANHA A
      *                    PARTE DE MORA DE CADA APLICACAO PARCIAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-BANKRET.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PARCHIST.

           SELECT EMPRESTIMO-HISTORICO ASSIGN TO 'EMPHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EMPHIST.

           SELECT CREDITOS-CLIENTE    ASSIGN TO 'CREDCLI'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-CHAVE
                                       FILE STATUS WS-FS-CREDCLI.

           SELECT CREDITO-MOVIMENTO   ASSIGN TO 'CREDMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CREDMOV.

           SELECT TABELA-DESCANT      ASSIGN TO 'DESCANTEC'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCANT.

           SELECT DESCONTO-MOVIMENTO  ASSIGN TO 'DESCMOV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DESCMOV.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT PAGTO-JORNAL        ASSIGN TO 'PAGTOJRN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-PAGJRN.

           SELECT SISPARAM-ARQ        ASSIGN TO 'SISPARAM'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-SISPARAM.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT MANDATO-MASTER      ASSIGN TO 'MANDATO'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MAND-NUM-CLIENTE
                                       FILE STATUS WS-FS-MANDATO.

           SELECT MANDATO-HISTORICO   ASSIGN TO 'MANDHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-MANDHIST.

           SELECT DEBITO-RECUSAS      ASSIGN TO 'DEBRECUS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DEBRECUS.

       DATA DIVISION.
       FILE SECTION.
      *    A PRIMEIRA LINHA IDENTIFICA O BANCO (CODIGO NAS POSICOES

      *    UMA LINHA POR BANCO CONVENIADO: CODIGO E AS POSICOES /
      *    TAMANHOS DO NUMERO DO PAGAMENTO, DO VALOR (DIGITOS COM
      *    CENTAVOS IMPLICITOS), DA DATA E DO CODIGO DE OCORRENCIA
      *    NA LINHA DE DETALHE. OCORRENCIA AUSENTE NO PERFIL (LINHA
      *    ANTIGA, SEM AS DUAS ULTIMAS COLUNAS) = TODA LINHA E'
      *    LIQUIDACAO.
      *    UMA LINHA COM 'S' ARMA O MODO INTRADIA; AUSENTE OU COM
      *    OUTRO VALOR, VALE O COMPORTAMENTO NOTURNO DE SEMPRE.
       FD MODO-INTRADIA.
           03 PROF-TAM-VALOR                     PIC 9(02).
           03 PROF-POS-DATA                      PIC 9(02).
           03 PROF-TAM-DATA                      PIC 9(02).
           03 PROF-POS-OCORR                     PIC 9(02).
           03 PROF-TAM-OCORR                     PIC 9(02).

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.
           03 PARC-NUM-CLIENTE                   PIC 9(06).
           03 PARC-VALOR                         PIC 9(09)V99.
           03 PARC-DATA                          PIC 9(08).
      *    PARTE DO VALOR QUE QUITOU MORA (PAGTO-JUROS-ACUM).
           03 PARC-MORA                          PIC 9(09)V99.

      *    HISTORICO ACUMULADO DAS PARCIAIS (NUNCA ZERADO), PARA O
      *    EXTRATO MENSAL DO CLIENTE - MESMO PAR MOVIMENTO +
           03 PHIS-VALOR                         PIC 9(09)V99.
           03 PHIS-DATA                          PIC 9(08).

      *    HISTORICO DE MOVIMENTOS DO EMPRESTIMO (PARCELA RECEBIDA).
       FD EMPRESTIMO-HISTORICO.
           COPY EMPHIST.

      *    CREDITOS A FAVOR DO CLIENTE (SOBRAS DE RETORNO), CONSUMIDOS
      *    PELO DEMONSTRA-FATPOST NAS FATURAS SEGUINTES.
       FD CREDITOS-CLIENTE.
           COPY CREDCLI.

      *    MOVIMENTO DE CREDITOS DO DIA, CONSUMIDO (E ZERADO) PELO
      *    EXTRATO CONTABIL: 'E' = ENTRADA DE SOBRA NO CAIXA.
       FD CREDITO-MOVIMENTO.
       01 WS-REG-CREDMOV.
           03 CMOV-TIPO                          PIC X(01).
           03 CMOV-NUM-CLIENTE                   PIC 9(06).
           03 CMOV-NUM-PAGTO                     PIC 9(06).
           03 CMOV-VALOR                         PIC 9(09)V99.
           03 CMOV-DATA                          PIC 9(08).

      *    FAIXAS DE DESCONTO POR PAGAMENTO ANTECIPADO.
       FD TABELA-DESCANT.
           COPY DESCANT.

      *    DESCONTOS ANTECIPADOS CONCEDIDOS NO DIA, CONSUMIDOS (E
      *    ZERADOS) PELO EXTRATO CONTABIL.
       FD DESCONTO-MOVIMENTO.
       01 WS-REG-DESCMOV.
           03 DMOV-NUM-PAGTO                     PIC 9(06).
           03 DMOV-NUM-CLIENTE                   PIC 9(06).
           03 DMOV-VALOR                         PIC 9(09)V99.
           03 DMOV-DATA                          PIC 9(08).

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD OPER-ALERTA.
           COPY ALERTA.

       FD MANDATO-MASTER.
           COPY MANDATO.

       FD MANDATO-HISTORICO.
           COPY MANDHIST.

      *    PEDIDOS DE DEBITO AUTOMATICO RECUSADOS, PARA A COBRANCA
      *    TRABALHAR O CLIENTE. ANEXADO (EXTEND): CADA NOITE SOMA AS
      *    SUAS RECUSAS AS AINDA NAO TRATADAS.
       FD DEBITO-RECUSAS.
       01 WS-REG-DEBRECUS.
           03 DREC-NUM-PAGTO                     PIC 9(06).
           03 DREC-NUM-CLIENTE                   PIC 9(06).
           03 DREC-VALOR                         PIC 9(07)V99.
           03 DREC-DATA                          PIC 9(08).
           03 DREC-BANCO                         PIC X(03).
           03 DREC-OCORRENCIA                    PIC X(02).
           03 DREC-MOTIVO                        PIC X(30).
           03 DREC-QT-FALHAS                     PIC 9(02).
      *    'S' = ESTA RECUSA SUSPENDEU O MANDATO.
           03 DREC-SW-SUSPENSO                   PIC X(01).

       FD PAGTO-JORNAL.
           COPY PAGJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS-RETORNO                      PIC X(02) VALUE '00'.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-CASAMENTO                    PIC X(02) VALUE '00'.

      *    CONCILIACAO DO CAIXA: O TOTAL DO RETORNO TEM QUE SER A
      *    SOMA DO APLICADO EM CONFIRMACOES, DO APLICADO EM PARCIAIS,
      *    DAS SOBRAS GUARDADAS COMO CREDITO DO CLIENTE E DO QUE
      *    FICOU NAS EXCECOES MANUAIS.
       77 WS-QT-PARCIAIS                     PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-RETORNO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-CONFIRMADO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-PARCIAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-EXCECAO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-QT-CREDITOS                     PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-CREDITO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-SOBRA        PIC S9(07)V99 COMP-3 VALUE ZEROS.
      *    VALOR EFETIVAMENTE APLICADO AO PAGAMENTO (O PAGO, OU O
      *    DEVIDO QUANDO HA SOBRA) - E' O QUE ABATE O EMPRESTIMO.
       77 WS-VALOR-APLICADO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-FS-CREDCLI                      PIC X(02) VALUE '00'.
       77 WS-FS-CREDMOV                      PIC X(02) VALUE '00'.
      *    DESCONTOS POR PAGAMENTO ANTECIPADO: INFORMATIVOS NO
      *    RELATORIO - NAO SAO CAIXA, ENTAO FICAM FORA DA
      *    CONCILIACAO.
       77 WS-FS-DESCMOV                      PIC X(02) VALUE '00'.
       77 WS-QT-DESCONTOS                    PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DESCONTOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-DESC-CONCEDIDO
                                PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-PERC-ED                         PIC Z9.99.
       77 WS-SALDO-RESIDUAL     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-RESIDUAL-ED                     PIC -(07)9.99.
       77 WS-FS-EMPMAST                      PIC X(02) VALUE '00'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-QT-EMP-ABATIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-EMP-PARTE-JUROS   PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-MORA-APLICADA     PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-EMP-ABATIDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    LINHA DE RETORNO JA DESMONTADA PELO PERFIL DO BANCO - OS
      *    MESMOS CAMPOS QUE A FD CARREGAVA QUANDO SO' HAVIA UM
           03 RET-NUM-PAGTO                      PIC 9(06).
           03 RET-VALOR-PAGO                     PIC S9(07)V99.
           03 RET-DATA                           PIC X(08).
           03 RET-OCORRENCIA                     PIC X(02).
               88 RET-LIQUIDACAO                 VALUE SPACES '00'.
               88 RET-SALDO-INSUFICIENTE         VALUE '01'.
               88 RET-AUTORIZACAO-CANCELADA      VALUE '30'.

      *    PERFIS DE BANCO CARREGADOS DO BANKPROF E O PERFIL DO
      *    ARQUIVO EM CURSO, ESCOLHIDO PELO CABECALHO.
               05 WS-PRF-TAM-VALOR            PIC 9(02).
               05 WS-PRF-POS-DATA             PIC 9(02).
               05 WS-PRF-TAM-DATA             PIC 9(02).
               05 WS-PRF-POS-OCORR            PIC 9(02).
               05 WS-PRF-TAM-OCORR            PIC 9(02).
       77 WS-BANCO-ARQUIVO                   PIC X(03) VALUE SPACES.
       77 WS-SW-PERFIL                       PIC X(01) VALUE 'N'.
           88 PERFIL-ENCONTRADO              VALUE 'S' FALSE 'N'.
       77 WS-TAM-VALOR                       PIC 9(02) VALUE ZEROS.
       77 WS-POS-DATA                        PIC 9(02) VALUE ZEROS.
       77 WS-TAM-DATA                        PIC 9(02) VALUE ZEROS.
       77 WS-POS-OCORR                       PIC 9(02) VALUE ZEROS.
       77 WS-TAM-OCORR                       PIC 9(02) VALUE ZEROS.

      *    CONVERSAO DIGITO A DIGITO DOS CAMPOS NUMERICOS DA LINHA
      *    (SEM DEPENDER DE MOVE ALFANUMERICO PARA NUMERICO).
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-PARCMOV                      PIC X(02) VALUE '00'.
       77 WS-FS-PARCHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-EMPHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-INTRADIA                     PIC X(02) VALUE '00'.
       77 WS-SW-INTRADIA                     PIC X(01) VALUE 'N'.
           88 MODO-INTRADIA-ARMADO           VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-VELHOS                   PIC X(01) VALUE 'N'.
           88 FIM-DOS-VELHOS                 VALUE 'S' FALSE 'N'.

      *    RECUSAS DE DEBITO AUTOMATICO: O PAGAMENTO FICA EM ABERTO E
      *    O MANDATO E' SUSPENSO NA RECUSA CONSECUTIVA NUMERO
      *    SISPARAM FALHAS-DEBITO (PADRAO 3). NAO SAO CAIXA - FICAM
      *    FORA DA CONCILIACAO.
       77 WS-FS-MANDATO                      PIC X(02) VALUE '00'.
       77 WS-FS-MANDHIST                     PIC X(02) VALUE '00'.
       77 WS-FS-DEBRECUS                     PIC X(02) VALUE '00'.
       77 WS-SW-MANDATOS                     PIC X(01) VALUE 'N'.
           88 MANDATOS-DISPONIVEIS           VALUE 'S' FALSE 'N'.
       77 WS-FALHAS-LIMITE                   PIC 9(02) VALUE 3.
       77 WS-QT-RECUSAS                      PIC 9(06) VALUE ZEROS.
       77 WS-QT-SUSPENSOS                    PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-RECUSADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MOTIVO-RECUSA                   PIC X(30) VALUE SPACES.
       01 WS-MAND-IMAGEM-ANTES               PIC X(80).

           COPY PARAMWS.

           COPY PROCREGWS.

           COPY DTNEGWS.
           COPY PAGJRNWS.

           COPY PAGTRX.

           COPY DESCANWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO               TO WS-PREG-DATA

           MOVE 'DEMONSTRA-BANKRET'            TO WS-JRN-PROGRAMA
           MOVE WS-DATA-NEGOCIO                TO WS-JRN-DATA-NEGOCIO

           PERFORM P010-VERIFICA-INTRADIA

           PERFORM P-CARREGA-PARAMETROS
           MOVE 'FALHAS-DEBITO'               TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR            TO WS-FALHAS-LIMITE
           END-IF

           OPEN INPUT BANCO-RETORNO
           OPEN I-O   PAGTO-PENDENTES
           OPEN OUTPUT BANCO-EXCECOES
               OPEN OUTPUT PARCIAL-HISTORICO
           END-IF

      *    CADASTRO DE CREDITOS DO CLIENTE: NO PRIMEIRO USO E' CRIADO
      *    VAZIO. SEM ELE A SOBRA DE UM RETORNO NAO TERIA ONDE SER
      *    GUARDADA - O ARQUIVO NAO E' APLICADO (RC 8).
           OPEN I-O CREDITOS-CLIENTE
           IF WS-FS-CREDCLI = '35'
               OPEN OUTPUT CREDITOS-CLIENTE
               CLOSE CREDITOS-CLIENTE
               OPEN I-O CREDITOS-CLIENTE
           END-IF

           OPEN EXTEND CREDITO-MOVIMENTO
           IF WS-FS-CREDMOV = '35'
               OPEN OUTPUT CREDITO-MOVIMENTO
           END-IF

      *    SEM O MOVIMENTO DE DESCONTOS O DESCONTO NAO CHEGARIA AO
      *    RAZAO - NESSE CASO NENHUM E' CONCEDIDO E O PAGAMENTO
      *    ANTECIPADO MENOR QUE O DEVIDO SEGUE COMO PARCIAL.
           PERFORM P-CARREGA-DESCANT

           OPEN EXTEND DESCONTO-MOVIMENTO
           IF WS-FS-DESCMOV = '35'
               OPEN OUTPUT DESCONTO-MOVIMENTO
           END-IF
           IF WS-FS-DESCMOV NOT = '00'
               DISPLAY 'AVISO: DESCMOV INDISPONIVEL (' WS-FS-DESCMOV
                       ') - SEM DESCONTO ANTECIPADO NESTA EXECUCAO.'
           END-IF

      *    MANDATOS DE DEBITO AUTOMATICO: SEM O CADASTRO, A RECUSA
      *    AINDA DEIXA O PAGAMENTO EM ABERTO E AVISA A COBRANCA, MAS
      *    NAO E' CONTADA NO MANDATO.
           OPEN I-O MANDATO-MASTER
           IF WS-FS-MANDATO = '00'
               SET MANDATOS-DISPONIVEIS       TO TRUE
           ELSE
               IF WS-FS-MANDATO NOT = '35'
                   DISPLAY 'AVISO: MANDATO-MASTER INDISPONIVEL: '
                           WS-FS-MANDATO
               END-IF
           END-IF

           OPEN EXTEND DEBITO-RECUSAS
           IF WS-FS-DEBRECUS = '35'
               OPEN OUTPUT DEBITO-RECUSAS
           END-IF

      *    O DETALHE ESTRUTURADO E' ANEXADO - OS ITENS DE ONTEM QUE
      *    NINGUEM TRATOU AINDA ESTAO LA.
           OPEN EXTEND EXCECOES-DETALHE
               MOVE 'S'                       TO WS-EOF
           END-IF

           IF WS-FS-CREDCLI NOT = '00' OR WS-FS-CREDMOV NOT = '00'
               DISPLAY 'ERRO AO ABRIR CREDCLI/CREDMOV: '
                       WS-FS-CREDCLI ' ' WS-FS-CREDMOV
                       ' - RETORNO NAO APLICADO (RC 8).'
               MOVE 8                         TO WS-RETORNO
               MOVE 'S'                       TO WS-EOF
           END-IF

      *    O BANCO DO ARQUIVO VEM DO CABECALHO E PRECISA TER PERFIL
      *    NO BANKPROF - SEM PERFIL, O ARQUIVO INTEIRO E' REJEITADO
      *    ANTES DE QUALQUER APLICACAO (RC 8).
                           TO WS-PRF-POS-DATA(WS-QT-TAB-PERFIS)
                       MOVE PROF-TAM-DATA
                           TO WS-PRF-TAM-DATA(WS-QT-TAB-PERFIS)
                       IF PROF-POS-OCORR IS NUMERIC
                          AND PROF-TAM-OCORR IS NUMERIC
                           MOVE PROF-POS-OCORR
                             TO WS-PRF-POS-OCORR(WS-QT-TAB-PERFIS)
                           MOVE PROF-TAM-OCORR
                             TO WS-PRF-TAM-OCORR(WS-QT-TAB-PERFIS)
                       ELSE
                           MOVE ZEROS
                             TO WS-PRF-POS-OCORR(WS-QT-TAB-PERFIS)
                           MOVE ZEROS
                             TO WS-PRF-TAM-OCORR(WS-QT-TAB-PERFIS)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BANCO-PERFIS
                                               TO WS-POS-DATA
                   MOVE WS-PRF-TAM-DATA(WS-IX-PERFIL)
                                               TO WS-TAM-DATA
                   MOVE WS-PRF-POS-OCORR(WS-IX-PERFIL)
                                               TO WS-POS-OCORR
                   MOVE WS-PRF-TAM-OCORR(WS-IX-PERFIL)
                                               TO WS-TAM-OCORR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ZEROS                         TO RET-NUM-PAGTO
           MOVE ZEROS                         TO RET-VALOR-PAGO
           MOVE SPACES                        TO RET-DATA
           MOVE SPACES                        TO RET-OCORRENCIA

           MOVE WS-POS-NUM                    TO WS-CONV-POS
           COMPUTE WS-CONV-FIM = WS-POS-NUM + WS-TAM-NUM - 1
               MOVE WS-LINHA-RETORNO(WS-POS-DATA:WS-TAM-DATA)
                                               TO RET-DATA
           END-IF

           IF WS-TAM-OCORR > ZEROS AND WS-POS-OCORR > ZEROS
               MOVE WS-LINHA-RETORNO(WS-POS-OCORR:WS-TAM-OCORR)
                                               TO RET-OCORRENCIA
           END-IF
           .

      *****************************************
               EXIT PARAGRAPH
           END-IF

      *    DEBITO RECUSADO NAO TRAZ DINHEIRO: NAO ENTRA NO TOTAL DO
      *    RETORNO NEM NA CONCILIACAO.
           IF NOT RET-LIQUIDACAO
               PERFORM P400-TRATA-RECUSA
               PERFORM P100-LE-RETORNO
               EXIT PARAGRAPH
           END-IF

           ADD RET-VALOR-PAGO                 TO WS-VALOR-RETORNO

           MOVE RET-NUM-PAGTO                 TO PAGTO-NUMERO
           END-READ

           IF WS-FS-PAGTOPEND = '00'
               PERFORM P-JRN-GUARDA-ANTES
               PERFORM P180-APURA-ANTECIPADO

               EVALUATE TRUE
                   WHEN (PAGTO-PENDENTE OR PAGTO-ATRASADO)
                    AND RET-VALOR-PAGO NOT > ZEROS
                       MOVE 'VALOR DO RETORNO INVALIDO'
                                               TO WS-MOTIVO-EXCECAO
                       PERFORM P700-GRAVA-EXCECAO
                   WHEN (PAGTO-PENDENTE OR PAGTO-ATRASADO)
                    AND RET-VALOR-PAGO < PAGTO-VALOR
                    AND DESCONTO-ANTECIPADO
                       PERFORM P520-CONFIRMA-COM-DESCONTO
                   WHEN (PAGTO-PENDENTE OR PAGTO-ATRASADO)
                    AND RET-VALOR-PAGO < PAGTO-VALOR
                       PERFORM P550-APLICA-PARCIAL
           PERFORM P100-LE-RETORNO
           .

      *****************************************
      * PAGAMENTO DE FATURA PAGO ANTES DO VENCIMENTO: A DATA DO
      * RETORNO (AAAAMMDD) CONTRA O PAGTO-DATA-VENC (DD/MM/AAAA) DA'
      * A FAIXA DE DESCONTO; SO' VALE SE O VALOR PAGO COBRE O DEVIDO
      * MENOS O DESCONTO DA FAIXA. PARCELA DE EMPRESTIMO OU DE
      * RENEGOCIACAO NAO TEM DESCONTO.
      *****************************************
       P180-APURA-ANTECIPADO.
      *****************************************

           SET DESCONTO-ANTECIPADO            TO FALSE

           IF WS-FS-DESCMOV NOT = '00' OR WS-QT-TAB-DESCANT = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF NOT PAGTO-DE-FATURA
              OR RET-VALOR-PAGO NOT < PAGTO-VALOR
               EXIT PARAGRAPH
           END-IF

           IF RET-DATA IS NOT NUMERIC
              OR PAGTO-DATA-VENC(1:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(4:2) IS NOT NUMERIC
              OR PAGTO-DATA-VENC(7:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE RET-DATA                      TO WS-DANT-DATA-PAGTO
           MOVE PAGTO-DATA-VENC(7:4)          TO WS-DANT-VENC(1:4)
           MOVE PAGTO-DATA-VENC(4:2)          TO WS-DANT-VENC(5:2)
           MOVE PAGTO-DATA-VENC(1:2)          TO WS-DANT-VENC(7:2)
           MOVE PAGTO-VALOR                   TO WS-DANT-BASE
           PERFORM P-APURA-DESCONTO

           IF DESCONTO-ANTECIPADO
              AND RET-VALOR-PAGO < WS-DANT-LIQUIDO
               SET DESCONTO-ANTECIPADO        TO FALSE
           END-IF
           .

      *****************************************
      * QUITACAO COM DESCONTO ANTECIPADO: O DESCONTO CONCEDIDO E' O
      * QUE FALTOU PARA O DEVIDO (NO MAXIMO O DA FAIXA); ABATE O
      * PAGTO-VALOR E SEGUE A CONFIRMACAO NORMAL. CONFIRMADO, O
      * DESCONTO VAI PARA O MOVIMENTO DO EXTRATO CONTABIL E PARA O
      * RELATORIO DE CASAMENTO.
      *****************************************
       P520-CONFIRMA-COM-DESCONTO.
      *****************************************

           COMPUTE WS-VALOR-DESC-CONCEDIDO =
                   PAGTO-VALOR - RET-VALOR-PAGO
           SUBTRACT WS-VALOR-DESC-CONCEDIDO   FROM PAGTO-VALOR

           PERFORM P500-CONFIRMA

           IF NOT PAGTO-CONFIRMADO OR WS-FS-PAGTOPEND NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-DESCONTOS
           ADD WS-VALOR-DESC-CONCEDIDO        TO WS-VALOR-DESCONTOS

           MOVE PAGTO-NUMERO                  TO DMOV-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO DMOV-NUM-CLIENTE
           MOVE WS-VALOR-DESC-CONCEDIDO       TO DMOV-VALOR
           MOVE WS-DATA-NEGOCIO               TO DMOV-DATA
           WRITE WS-REG-DESCMOV

           MOVE WS-VALOR-DESC-CONCEDIDO       TO WS-VALOR-ED
           MOVE WS-DANT-PERC-APLIC            TO WS-PERC-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'DESCONTO PAGTO ' DELIMITED BY SIZE
                  PAGTO-NUMERO      DELIMITED BY SIZE
                  ' FAIXA '         DELIMITED BY SIZE
                  WS-PERC-ED        DELIMITED BY SIZE
                  '% VALOR '        DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * O MESMO SET DE DEMONSTRA-SET, SEGUIDO DO REWRITE NO LUGAR E
      * DA TRILHA PAGTOAUD VIA ROTINA COMPARTILHADA. RETORNO MAIOR
      * QUE O DEVIDO CONFIRMA PELO PAGTO-VALOR E A SOBRA VIRA
      * CREDITO A FAVOR DO CLIENTE.
      *****************************************
       P500-CONFIRMA.
      *****************************************
               PERFORM P700-GRAVA-EXCECAO
           ELSE

           IF RET-VALOR-PAGO > PAGTO-VALOR
               COMPUTE WS-VALOR-SOBRA = RET-VALOR-PAGO - PAGTO-VALOR
               MOVE PAGTO-VALOR               TO WS-VALOR-APLICADO
           ELSE
               MOVE ZEROS                     TO WS-VALOR-SOBRA
               MOVE RET-VALOR-PAGO            TO WS-VALOR-APLICADO
           END-IF
           PERFORM P575-SEPARA-MORA

           SET PAGTO-CONFIRMADO               TO TRUE

           REWRITE WS-REG-PAGTO-PENDENTE
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               ADD 1                          TO WS-QT-CONFIRMADOS
               ADD WS-VALOR-APLICADO          TO WS-VALOR-CONFIRMADO

               PERFORM P580-ABATE-EMPRESTIMO

               PERFORM P450-ZERA-FALHAS

               IF WS-VALOR-SOBRA > ZEROS
                   PERFORM P600-GUARDA-CREDITO
               END-IF

               MOVE PAGTO-NUMERO              TO AUDIT-NUM-PAGTO
               MOVE PAGTO-NUM-CLIENTE         TO AUDIT-NUM-CLIENTE
               MOVE WS-SITUACAO-ANTERIOR      TO AUDIT-SITUACAO-ANTERIOR
           END-IF
           .

      *****************************************
      * PARTE DO VALOR APLICADO QUE QUITA A MORA ACUMULADA DO
      * PAGAMENTO - O MENOR ENTRE PAGTO-JUROS-ACUM E O VALOR
      * APLICADO. APURADA ANTES DE A APLICACAO PARCIAL ABATER O
      * PAGTO-JUROS-ACUM.
      *****************************************
       P575-SEPARA-MORA.
      *****************************************

           IF PAGTO-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           IF WS-VALOR-APLICADO NOT < PAGTO-JUROS-ACUM
               MOVE PAGTO-JUROS-ACUM          TO WS-MORA-APLICADA
           ELSE
               MOVE WS-VALOR-APLICADO         TO WS-MORA-APLICADA
           END-IF
           .

      *****************************************
      * PARCELA DE EMPRESTIMO APLICADA: O VALOR PAGO ABATE O SALDO
      * DEVEDOR DO EMPRESTIMO APONTADO EM PAGTO-NUM-ORIGEM (SEM
               EXIT PARAGRAPH
           END-IF

      *    A MORA DA PARCELA E' RECEITA CONTRA CONTAS A RECEBER, NAO
      *    DIVIDA DO EMPRESTIMO: SO' O RESTO DO VALOR APLICADO ABATE.
           COMPUTE WS-EMP-ABATIDO = WS-VALOR-APLICADO - WS-MORA-APLICADA
           IF WS-EMP-ABATIDO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-EMPMAST NOT = '00' AND WS-FS-EMPMAST NOT = '23'
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

      *    JUROS CAPITALIZADOS AINDA NAO PAGOS SAO QUITADOS ANTES
      *    DO PRINCIPAL.
           IF EMP-JUROS-ACUM IS NOT NUMERIC
               MOVE ZEROS                     TO EMP-JUROS-ACUM
           END-IF
           IF WS-EMP-ABATIDO NOT < EMP-JUROS-ACUM
               MOVE EMP-JUROS-ACUM            TO WS-EMP-PARTE-JUROS
           ELSE
               MOVE WS-EMP-ABATIDO            TO WS-EMP-PARTE-JUROS
           END-IF
           SUBTRACT WS-EMP-PARTE-JUROS        FROM EMP-JUROS-ACUM

           IF WS-EMP-ABATIDO NOT < EMP-SALDO
               MOVE ZEROS                     TO EMP-SALDO
           ELSE
               SUBTRACT WS-EMP-ABATIDO        FROM EMP-SALDO
           END-IF

           REWRITE WS-REG-EMPRESTIMO

           IF WS-FS-EMPMAST = '00'
               ADD 1                          TO WS-QT-EMP-ABATIDOS

               INITIALIZE WS-REG-EMPHIST
               MOVE EMP-NUMERO                TO EMH-NUM-EMPRESTIMO
               MOVE WS-DATA-NEGOCIO           TO EMH-DATA
               MOVE 'PC'                      TO EMH-TIPO
               COMPUTE EMH-VALOR = ZEROS - WS-EMP-ABATIDO
               COMPUTE EMH-JUROS = ZEROS - WS-EMP-PARTE-JUROS
               COMPUTE EMH-PRINCIPAL = EMH-VALOR - EMH-JUROS
               MOVE EMP-SALDO                 TO EMH-SALDO-APOS
               MOVE PAGTO-NUMERO              TO EMH-NUM-PAGTO
               MOVE 'DEMONSTRA-BANKRET'       TO EMH-PROGRAMA
               PERFORM P-GRAVA-EMPHIST
           END-IF
           .

      *****************************************
      * PEDIDO DE DEBITO AUTOMATICO RECUSADO PELO BANCO: O PAGAMENTO
      * CONTINUA EM ABERTO (PENDENTE/ATRASADO) E VOLTA A FICAR NAO
      * REMETIDO - A PROXIMA REMESSA PEDE O DEBITO DE NOVO ENQUANTO
      * O MANDATO SEGUIR ATIVO. A RECUSA E' CONTADA NO MANDATO E
      * VAI PARA A COBRANCA (DEBRECUS) E PARA O RELATORIO.
      *****************************************
       P400-TRATA-RECUSA.
      *****************************************

           EVALUATE TRUE
               WHEN RET-SALDO-INSUFICIENTE
                   MOVE 'SALDO INSUFICIENTE'  TO WS-MOTIVO-RECUSA
               WHEN RET-AUTORIZACAO-CANCELADA
                   MOVE 'AUTORIZACAO CANCELADA NO BANCO'
                                               TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE SPACES                TO WS-MOTIVO-RECUSA
                   STRING 'DEBITO RECUSADO - OCORRENCIA '
                                               DELIMITED BY SIZE
                          RET-OCORRENCIA      DELIMITED BY SIZE
                          INTO WS-MOTIVO-RECUSA
                   END-STRING
           END-EVALUATE

           MOVE RET-NUM-PAGTO                 TO PAGTO-NUMERO

           READ PAGTO-PENDENTES
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-PAGTOPEND NOT = '00'
               MOVE SPACES                    TO WS-REG-CASAMENTO
               STRING 'RECUSA PAGTO ' DELIMITED BY SIZE
                      RET-NUM-PAGTO   DELIMITED BY SIZE
                      ' - PAGAMENTO INEXISTENTE'
                                      DELIMITED BY SIZE
                      INTO WS-REG-CASAMENTO
               END-STRING
               WRITE WS-REG-CASAMENTO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-RECUSAS
           ADD PAGTO-VALOR                    TO WS-VALOR-RECUSADO

           IF (PAGTO-PENDENTE OR PAGTO-ATRASADO) AND PAGTO-REMETIDO
               PERFORM P-JRN-GUARDA-ANTES
               MOVE SPACE                     TO PAGTO-SW-REMESSA
               REWRITE WS-REG-PAGTO-PENDENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O PAGAMENTO '
                               PAGTO-NUMERO ': ' WS-FS-PAGTOPEND
               END-REWRITE
               IF WS-FS-PAGTOPEND = '00'
                   MOVE 'A'                   TO WS-JRN-OPERACAO
                   PERFORM P-GRAVA-PAGJRN
               END-IF
           END-IF

           MOVE PAGTO-NUMERO                  TO DREC-NUM-PAGTO
           MOVE PAGTO-NUM-CLIENTE             TO DREC-NUM-CLIENTE
           MOVE PAGTO-VALOR                   TO DREC-VALOR
           MOVE WS-DATA-NEGOCIO               TO DREC-DATA
           MOVE WS-BANCO-ARQUIVO              TO DREC-BANCO
           MOVE RET-OCORRENCIA                TO DREC-OCORRENCIA
           MOVE WS-MOTIVO-RECUSA              TO DREC-MOTIVO
           MOVE ZEROS                         TO DREC-QT-FALHAS
           MOVE 'N'                           TO DREC-SW-SUSPENSO

           PERFORM P420-CONTA-FALHA

           IF WS-FS-DEBRECUS = '00'
               WRITE WS-REG-DEBRECUS
           END-IF

           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'RECUSA PAGTO '  DELIMITED BY SIZE
                  PAGTO-NUMERO     DELIMITED BY SIZE
                  ' CLIENTE '      DELIMITED BY SIZE
                  PAGTO-NUM-CLIENTE DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-MOTIVO-RECUSA DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * CONTA A RECUSA NO MANDATO DO CLIENTE; NA RECUSA CONSECUTIVA
      * NUMERO WS-FALHAS-LIMITE O MANDATO ATIVO E' SUSPENSO - A
      * PROXIMA REMESSA JA NAO PEDE DEBITO E A OPERACAO E' AVISADA.
      *****************************************
       P420-CONTA-FALHA.
      *****************************************

           IF NOT MANDATOS-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUM-CLIENTE             TO MAND-NUM-CLIENTE

           READ MANDATO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-MANDATO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-MANDATO                TO WS-MAND-IMAGEM-ANTES

           IF MAND-QT-FALHAS IS NOT NUMERIC
               MOVE ZEROS                     TO MAND-QT-FALHAS
           END-IF
           IF MAND-QT-FALHAS < 99
               ADD 1                          TO MAND-QT-FALHAS
           END-IF
           MOVE WS-DATA-NEGOCIO               TO MAND-DATA-ULT-FALHA
           MOVE RET-OCORRENCIA                TO MAND-COD-ULT-FALHA
           MOVE 'F'                           TO MHIST-OPERACAO

           IF MAND-ATIVO AND MAND-QT-FALHAS NOT < WS-FALHAS-LIMITE
               SET MAND-SUSPENSO              TO TRUE
               MOVE 'S'                       TO MHIST-OPERACAO
           END-IF

           REWRITE WS-REG-MANDATO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O MANDATO '
                           MAND-NUM-CLIENTE ': ' WS-FS-MANDATO
           END-REWRITE

           IF WS-FS-MANDATO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE MAND-QT-FALHAS                TO DREC-QT-FALHAS
           PERFORM P440-GRAVA-MANDHIST

           IF MHIST-OPERACAO = 'S'
               ADD 1                          TO WS-QT-SUSPENSOS
               MOVE 'S'                       TO DREC-SW-SUSPENSO

               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-BANKRET'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               STRING 'MANDATO DE DEBITO SUSPENSO - CLIENTE '
                                               DELIMITED BY SIZE
                      MAND-NUM-CLIENTE        DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF
           .

      *****************************************
      * PAGAMENTO CONFIRMADO: O CLIENTE VOLTOU A PAGAR, ENTAO AS
      * RECUSAS DO MANDATO DEIXAM DE SER CONSECUTIVAS E SAO
      * ZERADAS. MANDATO SUSPENSO CONTINUA SUSPENSO - SO' O
      * OPERADOR REATIVA (DEMONSTRA-MANDMANUT).
      *****************************************
       P450-ZERA-FALHAS.
      *****************************************

           IF NOT MANDATOS-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF

           MOVE PAGTO-NUM-CLIENTE             TO MAND-NUM-CLIENTE

           READ MANDATO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-MANDATO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF MAND-QT-FALHAS IS NUMERIC AND MAND-QT-FALHAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-MANDATO                TO WS-MAND-IMAGEM-ANTES
           MOVE ZEROS                         TO MAND-QT-FALHAS

           REWRITE WS-REG-MANDATO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O MANDATO '
                           MAND-NUM-CLIENTE ': ' WS-FS-MANDATO
           END-REWRITE

           IF WS-FS-MANDATO = '00'
               MOVE 'Z'                       TO MHIST-OPERACAO
               PERFORM P440-GRAVA-MANDHIST
           END-IF
           .

      *****************************************
      * IMAGENS ANTES/DEPOIS DA MUDANCA DO LOTE NA TRILHA MANDHIST
      * (SEM OPERADOR). O CHAMADOR JA ARMOU MHIST-OPERACAO.
      *****************************************
       P440-GRAVA-MANDHIST.
      *****************************************

           MOVE MAND-NUM-CLIENTE              TO MHIST-NUM-CLIENTE
           MOVE 'DEMONSTRA-BANKRET'           TO MHIST-PROGRAMA
           MOVE SPACES                        TO MHIST-OPERADOR
           MOVE WS-MAND-IMAGEM-ANTES          TO MHIST-IMAGEM-ANTES
           MOVE WS-REG-MANDATO                TO MHIST-IMAGEM-DEPOIS
           PERFORM P-GRAVA-MANDHIST
           .

      *****************************************
      * CARIMBA O BANCO DE ORIGEM DO ARQUIVO NA LINHA DA TRILHA.
      *****************************************
               MOVE ZEROS                     TO PAGTO-JUROS-ACUM
           END-IF

           MOVE RET-VALOR-PAGO                TO WS-VALOR-APLICADO
           PERFORM P575-SEPARA-MORA
           SUBTRACT RET-VALOR-PAGO            FROM PAGTO-VALOR
           SUBTRACT WS-MORA-APLICADA          FROM PAGTO-JUROS-ACUM

           REWRITE WS-REG-PAGTO-PENDENTE
               INVALID KEY
           END-REWRITE

           IF WS-FS-PAGTOPEND = '00'
               MOVE 'A'                       TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-PAGJRN

               ADD 1                          TO WS-QT-PARCIAIS
               ADD RET-VALOR-PAGO             TO WS-VALOR-PARCIAL
               MOVE PAGTO-VALOR               TO WS-SALDO-RESIDUAL
                   MOVE PAGTO-NUM-CLIENTE     TO PARC-NUM-CLIENTE
                   MOVE RET-VALOR-PAGO        TO PARC-VALOR
                   MOVE WS-DATA-NEGOCIO       TO PARC-DATA
                   MOVE WS-MORA-APLICADA      TO PARC-MORA
                   WRITE WS-REG-PARCMOV
               END-IF
               IF WS-FS-PARCHIST = '00'
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
      * SOBRA DO RETORNO: GUARDA NO CADASTRO DE CREDITOS DO CLIENTE
      * (CHAVE CLIENTE + PAGAMENTO DE ORIGEM), GRAVA O MOVIMENTO DE
      * ENTRADA PARA O EXTRATO CONTABIL E ITEMIZA NO RELATORIO DE
      * CASAMENTO. A CHAVE JA EXISTENTE (RETORNO REPROCESSADO COM O
      * PROCREG LIBERADO) SOMA NO MESMO CREDITO.
      *****************************************
       P600-GUARDA-CREDITO.
      *****************************************

           MOVE PAGTO-NUM-CLIENTE             TO CRED-NUM-CLIENTE
           MOVE PAGTO-NUMERO                  TO CRED-NUM-PAGTO

           READ CREDITOS-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-CREDCLI = '00'
               ADD WS-VALOR-SOBRA             TO CRED-VALOR
               ADD WS-VALOR-SOBRA             TO CRED-SALDO
               REWRITE WS-REG-CREDCLI
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-VALOR-SOBRA            TO CRED-VALOR
               MOVE WS-VALOR-SOBRA            TO CRED-SALDO
               MOVE WS-DATA-NEGOCIO           TO CRED-DATA
               MOVE ZEROS                     TO CRED-DATA-ULT-USO
               MOVE SPACES                    TO CRED-ORIGEM
               STRING 'BCO ' DELIMITED BY SIZE
                      WS-BANCO-ARQUIVO DELIMITED BY SIZE
                      INTO CRED-ORIGEM
               END-STRING
               WRITE WS-REG-CREDCLI
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

      *    SEM O CREDITO GRAVADO A SOBRA NAO ENTRA NO TOTAL DE
      *    CREDITOS - A CONCILIACAO DO CASAMENTO NAO BATE E O
      *    OPERADOR E' ALERTADO.
           IF WS-FS-CREDCLI NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CREDITO DO PAGAMENTO '
                       PAGTO-NUMERO ': ' WS-FS-CREDCLI
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-BANKRET'       TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               MOVE 'SOBRA DE RETORNO SEM CREDITO GRAVADO'
                                               TO ALERTA-TEXTO
               PERFORM P-GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CREDITOS
           ADD WS-VALOR-SOBRA                 TO WS-VALOR-CREDITO

           MOVE 'E'                           TO CMOV-TIPO
           MOVE PAGTO-NUM-CLIENTE             TO CMOV-NUM-CLIENTE
           MOVE PAGTO-NUMERO                  TO CMOV-NUM-PAGTO
           MOVE WS-VALOR-SOBRA                TO CMOV-VALOR
           MOVE WS-DATA-NEGOCIO               TO CMOV-DATA
           WRITE WS-REG-CREDMOV

           MOVE WS-VALOR-SOBRA                TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CREDITO PAGTO '  DELIMITED BY SIZE
                  PAGTO-NUMERO      DELIMITED BY SIZE
                  ' CLIENTE '       DELIMITED BY SIZE
                  PAGTO-NUM-CLIENTE DELIMITED BY SIZE
                  ' SOBRA '         DELIMITED BY SIZE
                  WS-VALOR-ED       DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO
           .

      *****************************************
       P700-GRAVA-EXCECAO.
      *****************************************
               CLOSE EXCECOES-DETALHE
           END-IF

           IF WS-FS-CREDCLI NOT = '91' AND WS-FS-CREDCLI NOT = '35'
               CLOSE CREDITOS-CLIENTE
           END-IF

           IF WS-FS-CREDMOV = '00'
               CLOSE CREDITO-MOVIMENTO
           END-IF

           IF WS-FS-DESCMOV = '00'
               CLOSE DESCONTO-MOVIMENTO
           END-IF

           IF MANDATOS-DISPONIVEIS
               CLOSE MANDATO-MASTER
           END-IF

           IF WS-FS-DEBRECUS = '00'
               CLOSE DEBITO-RECUSAS
           END-IF

      *    A COBRANCA E' AVISADA DAS RECUSAS DA NOITE PELO DIGEST
      *    DA MANHA; OS ITENS ESTAO NO DEBRECUS.
           IF WS-QT-RECUSAS > ZEROS
               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-BANKRET'       TO ALERTA-PROGRAMA
               MOVE 2                         TO ALERTA-SEVERIDADE
               STRING 'DEBITO AUTOMATICO RECUSADO: '
                                               DELIMITED BY SIZE
                      WS-QT-RECUSAS           DELIMITED BY SIZE
                      ' - VER DEBRECUS'       DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF

      *    A VARREDURA DE ENVELHECIDOS RODA TODA NOITE, AQUI - O
      *    ALERTA NAO PODE DEPENDER DE ALGUEM ABRIR A TELA DA
      *    APLICACAO MANUAL.
           DISPLAY 'RETORNOS LIDOS........: ' WS-QT-LIDOS
           DISPLAY 'PAGAMENTOS CONFIRMADOS: ' WS-QT-CONFIRMADOS
           DISPLAY 'PAGAMENTOS PARCIAIS...: ' WS-QT-PARCIAIS
           DISPLAY 'CREDITOS DE CLIENTE...: ' WS-QT-CREDITOS
           DISPLAY 'DESCONTOS ANTECIPADOS.: ' WS-QT-DESCONTOS
           DISPLAY 'JA CONFIRMADOS (INTRA): ' WS-QT-JA-CONFIRMADOS
           DISPLAY 'EMPRESTIMOS ABATIDOS..: ' WS-QT-EMP-ABATIDOS
           DISPLAY 'EXCECOES MANUAIS......: ' WS-QT-EXCECOES
           DISPLAY 'DEBITOS RECUSADOS.....: ' WS-QT-RECUSAS
           DISPLAY 'MANDATOS SUSPENSOS....: ' WS-QT-SUSPENSOS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-CONFIRMADOS              TO RUNLOG-QT-PROCESSADOS
               PERFORM P-GRAVA-PROCREG
           END-IF

           IF WS-RETORNO = ZEROS AND WS-QT-JORNAL-ERRO > ZEROS
               MOVE 4                          TO WS-RETORNO
           END-IF
           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.
       P960-ALERTA-VELHOS.
      *****************************************

           MOVE 'IDADE-EXCECAO'               TO WS-PARAM-CHAVE
           PERFORM P-OBTEM-PARAMETRO
           IF PARAM-ENCONTRADO
      * BLOCO FINAL DO RELATORIO DE CASAMENTO: OS TOTAIS POR
      * DESTINO E A CONCILIACAO - O CAIXA DO RETORNO TEM QUE SER
      * INTEIRAMENTE EXPLICADO POR CONFIRMACOES + PARCIAIS +
      * CREDITOS DE CLIENTE + EXCECOES.
      *****************************************
       P950-FECHA-CASAMENTO.
      *****************************************
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-CREDITO              TO WS-VALOR-ED
           MOVE WS-QT-CREDITOS                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'CREDITOS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ').....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           MOVE WS-VALOR-EXCECAO              TO WS-VALOR-ED
           MOVE WS-QT-EXCECOES                TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

      *    OS DESCONTOS NAO ENTRARAM NO CAIXA: SAEM SO' PARA
      *    INFORMACAO, FORA DA CONCILIACAO.
           MOVE WS-VALOR-DESCONTOS            TO WS-VALOR-ED
           MOVE WS-QT-DESCONTOS               TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'DESCONTOS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ')....: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

      *    AS RECUSAS DE DEBITO AUTOMATICO TAMBEM NAO TROUXERAM
      *    DINHEIRO - SO' INFORMACAO, FORA DA CONCILIACAO.
           MOVE WS-VALOR-RECUSADO             TO WS-VALOR-ED
           MOVE WS-QT-RECUSAS                 TO WS-QT-ED
           MOVE SPACES                        TO WS-REG-CASAMENTO
           STRING 'RECUSAS (' DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
                  ')......: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-REG-CASAMENTO
           END-STRING
           WRITE WS-REG-CASAMENTO

           IF WS-VALOR-CONFIRMADO + WS-VALOR-PARCIAL
              + WS-VALOR-CREDITO + WS-VALOR-EXCECAO = WS-VALOR-RETORNO
               MOVE 'CONCILIACAO..........: BATE'
                                               TO WS-REG-CASAMENTO
           ELSE

           COPY RUNLOGPR.
           COPY PAGAUDPR.
           COPY PAGJRNPR.
           COPY EMPHSTPR.
           COPY PAGTRXPR.
           COPY PROCREGPR.
           COPY DESCANPR.
           COPY ALERTAPR.
           COPY DTNEGPR.
           COPY PARAMPR.
           COPY MANDHSPR.

       END PROGRAM DEMONSTRA-BANKRET.
