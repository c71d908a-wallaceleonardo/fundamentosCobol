      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DIARIA DO SUBRAZAO DE CONTAS A RECEBER
      *          COM A CONTA DE CONTROLE DO RAZAO, LOGO APOS O
      *          EXTRATO CONTABIL DA NOITE (DEMONSTRA-GLEXTRACT).
      *          O SUBRAZAO E' O SALDO EM ABERTO DO PAGTOPEND
      *          (SITUACOES P E A - PAGTO-VALOR JA TRAZ A MORA DE
      *          PAGTO-JUROS-ACUM, MOSTRADA SEPARADA DO PRINCIPAL),
      *          MAIS AS FATURAS QUE AGUARDAM A COBRANCA CONSOLIDADA
      *          (FATCONSOL - O RAZAO JA AS DEBITOU NA POSTAGEM),
      *          MENOS OS CREDITOS A FAVOR DE CLIENTES (CREDCLI). O
      *          SALDO DE CONTROLE E' CORRIDO NO ARQUIVO ARCTL: O DA
      *          NOITE ANTERIOR MAIS OS LANCAMENTOS DA NOITE
      *          (GLEXTRACT) NAS CONTAS DOS EVENTOS RECEBER E
      *          CREDCLIENTE - O ACUMULADO DO MES (GLMTD) E' ZERADO
      *          NO FECHAMENTO E NAO SERVE DE SALDO. QUALQUER
      *          DIFERENCA E' ABERTA POR ORIGEM DO MOVIMENTO DO DIA
      *          (FATURAMENTO, RECEBIMENTOS, JUROS, CANCELAMENTOS,
      *          BAIXAS, NOTAS DE CREDITO, CREDITOS DE CLIENTE):
      *          O LADO DO SUBRAZAO SAI DO CONFRONTO DO PAGTOPEND COM
      *          A FOTO DA NOITE ANTERIOR (ARSNAP), CLASSIFICADO PELA
      *          TRILHA PAGTOAUD DO DIA; O LADO DO RAZAO SAI DA
      *          ORIGEM DE CADA LANCAMENTO - A LINHA QUE NAO BATE
      *          APONTA A ALIMENTACAO QUE QUEBROU. DIFERENCA GERA
      *          ALERTA DE OPERACAO (OPERALERT) E RC 4. A PRIMEIRA
      *          EXECUCAO IMPLANTA O CONTROLE PELO SUBRAZAO; UMA
      *          REEXECUCAO DA MESMA DATA REFAZ A APURACAO A PARTIR
      *          DOS SALDOS DA NOITE ANTERIOR, SEM SOMAR DUAS VEZES.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 WT - PARCELA DE EMPRESTIMO (ORIGEM 'E') ENTRA NO
      *                    SUBRAZAO SO' PELA MORA: O PRINCIPAL ESTA EM
      *                    EMPRESTIMOS A RECEBER, QUE O EXTRATO
      *                    CONTABIL JA CREDITA NA CONFIRMACAO. O
      *                    PRINCIPAL EM ABERTO DAS PARCELAS SAI NUMA
      *                    LINHA INFORMATIVA, FORA DA APURACAO.
      *                    O CONTROLE ARCTL GRAVADO ANTES DISSO (SEM
      *                    A MARCA ARC-VERSAO) TRAZ AS PARCELAS PELO
      *                    VALOR CHEIO: A PRIMEIRA EXECUCAO REIMPLANTA
      *                    O CONTROLE PELO SUBRAZAO SOZINHA
      *   15/10/2026 WT - GLCONTAS COM MAIS LINHAS QUE A TABELA
      *                    DERRUBA A EXECUCAO COM RC 8, EM VEZ DE
      *                    IGNORAR O EXCEDENTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-ARRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-PENDENTES     ASSIGN TO 'PAGTOPEND'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PAGTO-NUMERO
                                       ALTERNATE RECORD KEY
                                           PAGTO-NUM-CLIENTE
                                           WITH DUPLICATES
                                       FILE STATUS WS-FS-PAGTOPEND.

           SELECT PAGTO-AUDITORIA     ASSIGN TO 'PAGTOAUD'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-AUDITORIA.

           SELECT CREDITOS-CLIENTE    ASSIGN TO 'CREDCLI'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CRED-CHAVE
                                       FILE STATUS WS-FS-CREDCLI.

           SELECT FATURAS-CONSOLIDAR  ASSIGN TO 'FATCONSOL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONSOLIDAR.

           SELECT GL-EXTRATO          ASSIGN TO 'GLEXTRACT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-EXTRATO.

           SELECT GL-CONTAS           ASSIGN TO 'GLCONTAS'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTAS.

           SELECT AR-CONTROLE         ASSIGN TO 'ARCTL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-ARCTL.

           SELECT AR-FOTO             ASSIGN TO 'ARSNAP'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FOTO.

           SELECT AR-FOTO-ANTERIOR    ASSIGN TO 'ARSNAPANT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FOTO-ANT.

           SELECT AR-FOTO-NOVA        ASSIGN TO 'ARSNAPNV'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-FOTO-NOVA.

           SELECT ARRECON-RPT         ASSIGN TO 'ARRECREL'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RELATORIO.

           SELECT OPER-ALERTA         ASSIGN TO 'OPERALERT'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-OPERALERT.

           SELECT DATA-NEGOCIO        ASSIGN TO 'DATANEG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-DATANEG.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-PENDENTES.
           COPY PAGTOPD.

       FD PAGTO-AUDITORIA.
           COPY PAGTOAUD.

       FD CREDITOS-CLIENTE.
           COPY CREDCLI.

      *    IMAGEM DO FATTOTAIS DAS FATURAS DE CLIENTES DE COBRANCA
      *    CONSOLIDADA, GRAVADA POR DEMONSTRA-FATPOST.
       FD FATURAS-CONSOLIDAR.
       01 WS-REG-FATCONSOL                        PIC X(100).

      *    O EXTRATO OFICIAL DA NOITE, NO LAYOUT FIXO DA INTERFACE
      *    CONTABIL DE DEMONSTRA-GLEXTRACT.
       FD GL-EXTRATO.
       01 WS-REG-GL.
           03 GL-CONTA                           PIC X(08).
           03 GL-NATUREZA                        PIC X(01).
           03 GL-VALOR                           PIC 9(11)V99.
           03 GL-DATA                            PIC 9(08).
           03 GL-ORIGEM                          PIC X(14).

       FD GL-CONTAS.
       01 WS-REG-GLCONTAS.
           03 MAPA-EVENTO                        PIC X(12).
           03 MAPA-CONTA                         PIC X(08).

      *    UM UNICO REGISTRO: A DATA DA ULTIMA APURACAO E, PARA
      *    ELA, OS SALDOS DE ABERTURA (OS DA NOITE ANTERIOR - BASE
      *    DE UMA REEXECUCAO DA MESMA DATA) E OS DE FECHAMENTO.
       FD AR-CONTROLE.
       01 WS-REG-ARCTL.
           03 ARC-DATA                           PIC 9(08).
           03 ARC-DATA-IMPLANTACAO               PIC 9(08).
           03 ARC-ANT-CONTROLE                   PIC S9(11)V99.
           03 ARC-ANT-SUBRAZAO                   PIC S9(11)V99.
           03 ARC-ANT-CONSOLIDAR                 PIC S9(11)V99.
           03 ARC-ANT-CREDITOS                   PIC S9(11)V99.
           03 ARC-CONTROLE                       PIC S9(11)V99.
           03 ARC-SUBRAZAO                       PIC S9(11)V99.
           03 ARC-CONSOLIDAR                     PIC S9(11)V99.
           03 ARC-CREDITOS                       PIC S9(11)V99.
           03 ARC-DIFERENCA                      PIC S9(11)V99.
      *    'E' = CONTROLE APURADO COM A PARCELA DE EMPRESTIMO SO'
      *    PELA MORA. BRANCO (CONTROLE ANTIGO, COM A PARCELA PELO
      *    VALOR CHEIO) FORCA A REIMPLANTACAO.
           03 ARC-VERSAO                         PIC X(01).
               88 ARC-EMPREST-SEPARADO           VALUE 'E'.

      *    FOTO DO PAGTOPEND (TODOS OS PAGAMENTOS, NA ORDEM DA
      *    CHAVE) TIRADA A CADA APURACAO: ARSNAP E' A DA ULTIMA
      *    DATA APURADA, ARSNAPANT A DA DATA ANTERIOR A ELA (BASE
      *    DO CONFRONTO) E ARSNAPNV A DESTA EXECUCAO, QUE SO'
      *    SUBSTITUI A ARSNAP DEPOIS DO CONTROLE GRAVADO.
       FD AR-FOTO.
       01 WS-REG-FOTO                             PIC X(25).

       FD AR-FOTO-ANTERIOR.
       01 WS-REG-FOTO-ANT.
           03 FANT-NUMERO                        PIC 9(06).
           03 FANT-VALOR                         PIC S9(07)V99.
           03 FANT-JUROS                         PIC S9(07)V99.
           03 FANT-SITUACAO                      PIC X(01).

       FD AR-FOTO-NOVA.
       01 WS-REG-FOTO-NOVA.
           03 FNOV-NUMERO                        PIC 9(06).
           03 FNOV-VALOR                         PIC S9(07)V99.
           03 FNOV-JUROS                         PIC S9(07)V99.
           03 FNOV-SITUACAO                      PIC X(01).

       FD ARRECON-RPT.
       01 WS-REG-RELATORIO                        PIC X(100).

       FD OPER-ALERTA.
           COPY ALERTA.

       FD DATA-NEGOCIO.
           COPY DTNEG.

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOPEND                    PIC X(02) VALUE '00'.
       77 WS-FS-AUDITORIA                    PIC X(02) VALUE '00'.
       77 WS-FS-CREDCLI                      PIC X(02) VALUE '00'.
       77 WS-FS-CONSOLIDAR                   PIC X(02) VALUE '00'.
       77 WS-FS-EXTRATO                      PIC X(02) VALUE '00'.
       77 WS-FS-CONTAS                       PIC X(02) VALUE '00'.
       77 WS-FS-ARCTL                        PIC X(02) VALUE '00'.
       77 WS-FS-FOTO                         PIC X(02) VALUE '00'.
       77 WS-FS-FOTO-ANT                     PIC X(02) VALUE '00'.
       77 WS-FS-FOTO-NOVA                    PIC X(02) VALUE '00'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-OPERALERT                    PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.
       77 WS-QT-LIDOS                        PIC 9(06) VALUE ZEROS.
       77 WS-QT-EM-ABERTO                    PIC 9(06) VALUE ZEROS.
       77 WS-SW-APURACAO                     PIC X(01) VALUE 'S'.
           88 APURACAO-LIBERADA              VALUE 'S' FALSE 'N'.

      *    A DATA DE NEGOCIO E O DIA CIVIL SEGUINTE: A TRILHA DA
      *    CADEIA NOTURNA ATRAVESSA A MEIA-NOITE.
       77 WS-RUN-DATE-X                      PIC X(08) VALUE SPACES.
       77 WS-RUN-DATE-X2                     PIC X(08) VALUE SPACES.
       77 WS-DIA-SEG-INT                     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEG-NUM                     PIC 9(08) VALUE ZEROS.

      *    TIPO DA APURACAO: 'I' = IMPLANTACAO (SEM CONTROLE
      *    ANTERIOR - O CONTROLE NASCE IGUAL AO SUBRAZAO), 'N' =
      *    NOVA DATA, 'R' = REEXECUCAO DA DATA JA APURADA.
       77 WS-TIPO-APURACAO                   PIC X(01) VALUE 'N'.
           88 APURACAO-IMPLANTACAO           VALUE 'I'.
           88 APURACAO-NOVA-DATA             VALUE 'N'.
           88 APURACAO-REEXECUCAO            VALUE 'R'.
       77 WS-DATA-IMPLANTACAO                PIC 9(08) VALUE ZEROS.
       77 WS-SW-REIMPLANTA                   PIC X(01) VALUE 'N'.
           88 CONTROLE-REIMPLANTADO          VALUE 'S' FALSE 'N'.
       77 WS-SW-FOTO-BASE                    PIC X(01) VALUE 'S'.
           88 FOTO-BASE-DISPONIVEL           VALUE 'S' FALSE 'N'.

      *    CONTAS RESOLVIDAS DO MAPEAMENTO GLCONTAS NA ABERTURA,
      *    COMO NO EXTRATO CONTABIL NOTURNO.
       77 WS-SW-MAPA                         PIC X(01) VALUE 'S'.
           88 MAPEAMENTO-COMPLETO            VALUE 'S' FALSE 'N'.
       77 WS-QT-TAB-CONTAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IX-CONTA                        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           03 WS-TAB-CONTA-ITEM        OCCURS 20 TIMES.
               05 WS-MAPA-EVENTO              PIC X(12).
               05 WS-MAPA-CONTA               PIC X(08).
       77 WS-EVENTO-PROCURADO                PIC X(12) VALUE SPACES.
       77 WS-CONTA-ACHADA                    PIC X(08) VALUE SPACES.
       77 WS-CONTA-RECEBER                   PIC X(08) VALUE SPACES.
       77 WS-CONTA-CREDCLI                   PIC X(08) VALUE SPACES.

      *    ORIGENS DO MOVIMENTO DO DIA, NA ORDEM DO RELATORIO; CADA
      *    UMA ACUMULA O QUE MEXEU NO SUBRAZAO E O QUE FOI LANCADO
      *    NO RAZAO (DEBITO SOMA, CREDITO SUBTRAI).
       77 WS-IX-CAT                          PIC 9(01) VALUE ZEROS.
       77 WS-CAT-ACHADA                      PIC 9(01) VALUE ZEROS.
       01 WS-TAB-CAT-ROTULO.
           03 FILLER  PIC X(28) VALUE 'FATURAMENTO (FATPOST)       '.
           03 FILLER  PIC X(28) VALUE 'RECEBIMENTOS (BANKRET/PIX)  '.
           03 FILLER  PIC X(28) VALUE 'JUROS DE MORA (PAGTOJUR)    '.
           03 FILLER  PIC X(28) VALUE 'CANCELAMENTOS (FATCANC)     '.
           03 FILLER  PIC X(28) VALUE 'BAIXAS POR PERDA (WRITE-OFF)'.
           03 FILLER  PIC X(28) VALUE 'NOTAS DE CREDITO            '.
           03 FILLER  PIC X(28) VALUE 'CREDITOS DE CLIENTE         '.
           03 FILLER  PIC X(28) VALUE 'OUTROS                      '.
       01 WS-TAB-CAT-ROTULO-R REDEFINES WS-TAB-CAT-ROTULO.
           03 WS-CAT-ROTULO            OCCURS 8 TIMES PIC X(28).
       01 WS-TAB-CAT.
           03 WS-TAB-CAT-ITEM          OCCURS 8 TIMES.
               05 WS-CAT-SUBRAZAO     PIC S9(11)V99 COMP-3.
               05 WS-CAT-RAZAO        PIC S9(11)V99 COMP-3.

      *    ORIGENS DA TRILHA PAGTOAUD DO DIA QUE EXPLICAM A SAIDA
      *    DE UM PAGAMENTO DO SUBRAZAO (ATE 2000 PAGAMENTOS; O
      *    EXCEDENTE E' CONTADO E CLASSIFICADO PELA SITUACAO).
       77 WS-QT-TAB-AUD                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-AUD                          PIC 9(04) VALUE ZEROS.
       77 WS-QT-AUD-EXCEDENTE                PIC 9(05) VALUE ZEROS.
       01 WS-TAB-AUD.
           03 WS-TAB-AUD-ITEM          OCCURS 2000 TIMES.
               05 WS-AUD-NUM-PAGTO            PIC 9(06).
               05 WS-AUD-CAT                  PIC 9(01).

      *    CHAVES DO CONFRONTO PAGTOPEND X FOTO ANTERIOR; 9999999
      *    MARCA O FIM DE CADA LADO.
       77 WS-CHAVE-PAGTO                     PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-FOTO                      PIC 9(07) VALUE ZEROS.

      *    ESTADO ANTERIOR E ATUAL DO PAGAMENTO NO CONFRONTO.
       77 WS-ANT-VALOR         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-ANT-JUROS         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-ANT-SITUACAO                    PIC X(01) VALUE SPACE.
           88 ANT-EM-ABERTO                  VALUE 'P' 'A'.
       77 WS-JUROS-ATUAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ATUAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CRED-APLIC        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-DELTA-JUROS       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-DELTA-VALOR       PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *    TOTAIS DO SUBRAZAO NESTA APURACAO.
       77 WS-TOT-PRINCIPAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-JUROS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-CONSOLIDAR    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-CREDITOS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-SUBRAZAO      PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    PARCELAS DE EMPRESTIMO EM ABERTO: SO' A MORA E' CONTAS A
      *    RECEBER; O PRINCIPAL FICA EM EMPRESTIMOS A RECEBER E E'
      *    MOSTRADO A PARTE, SEM ENTRAR NA APURACAO.
       77 WS-QT-PARC-EMPREST                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PARC-EMPREST  PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    SALDOS DE ABERTURA (NOITE ANTERIOR) E O CONTROLE CORRIDO.
       77 WS-BASE-CONTROLE     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-BASE-SUBRAZAO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-BASE-CONSOLIDAR   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-BASE-CREDITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MOV-RECEBER       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MOV-CREDCLI       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-LANCAMENTO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-CONTROLE          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIF-ABERTURA      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DIF-ORIGEM        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SOMA-SUBRAZAO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SOMA-RAZAO        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    AREA DE IMPRESSAO.
       77 WS-ROTULO                          PIC X(34) VALUE SPACES.
       77 WS-VALOR-IMP         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED                        PIC -(11)9.99.
       77 WS-VALOR-ED2                       PIC -(11)9.99.
       77 WS-VALOR-ED3                       PIC -(11)9.99.

      *    AREA DE LEITURA DA IMAGEM DO FATCONSOL.
           COPY FATTOT.

           COPY RPTHDR.
           COPY DTNEGWS.

       LINKAGE SECTION.
           COPY JOBRES.

       PROCEDURE DIVISION USING LK-RESULTADO-JOB.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           IF APURACAO-LIBERADA
               PERFORM P040-CARREGA-AUDITORIA
               PERFORM P100-CONFRONTA-PAGTOS
           END-IF

           IF APURACAO-LIBERADA
               PERFORM P300-SOMA-CREDITOS
               PERFORM P350-SOMA-CONSOLIDAR
               PERFORM P400-MOVIMENTO-RAZAO
               PERFORM P500-APURA
               PERFORM P600-GRAVA-CONTROLE
               PERFORM P650-SUBSTITUI-FOTO
               PERFORM P700-IMPRIME-RELATORIO
           END-IF

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-ARRECON'            TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           PERFORM P-OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO                TO WS-RUN-DATE-X
           COMPUTE WS-DIA-SEG-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1
           COMPUTE WS-DIA-SEG-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-SEG-INT)
           MOVE WS-DIA-SEG-NUM                 TO WS-RUN-DATE-X2

           INITIALIZE WS-TAB-CAT

           OPEN OUTPUT ARRECON-RPT

           MOVE 'CONCILIACAO RECEBER X RAZAO'  TO RPTHDR-TITULO
           MOVE 1                             TO RPTHDR-PAGINA
           PERFORM P-MONTA-CABECALHO

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE RPTHDR-LINHA                  TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           STRING 'DATA DE NEGOCIO: ' DELIMITED BY SIZE
                  WS-DATA-NEGOCIO DELIMITED BY SIZE
                  INTO WS-REG-RELATORIO
           END-STRING
           WRITE WS-REG-RELATORIO

      *    SEM AS CONTAS DE CONTROLE NAO HA COM O QUE CONCILIAR.
           PERFORM P010-CARREGA-CONTAS

           IF NOT MAPEAMENTO-COMPLETO
               DISPLAY 'MAPEAMENTO DE CONTAS (GLCONTAS) INCOMPLETO '
                       '- CONCILIACAO NAO EXECUTADA (RC 8).'
               SET APURACAO-LIBERADA          TO FALSE
           END-IF

           IF APURACAO-LIBERADA
               PERFORM P020-LE-CONTROLE
           END-IF

           IF APURACAO-LIBERADA
               PERFORM P030-GIRA-FOTO
           END-IF

           IF NOT APURACAO-LIBERADA
               MOVE 8                         TO WS-RETORNO
               MOVE 'CONCILIACAO NAO EXECUTADA - VER MENSAGENS DO LOTE.'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P010-CARREGA-CONTAS.
      *****************************************

           SET MAPEAMENTO-COMPLETO            TO TRUE

           OPEN INPUT GL-CONTAS

           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'GLCONTAS INDISPONIVEL: ' WS-FS-CONTAS
               SET MAPEAMENTO-COMPLETO        TO FALSE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CONTAS NOT = '00'
                      OR WS-QT-TAB-CONTAS = 20
               READ GL-CONTAS
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CONTAS = '00'
                   ADD 1                      TO WS-QT-TAB-CONTAS
                   MOVE MAPA-EVENTO
                       TO WS-MAPA-EVENTO(WS-QT-TAB-CONTAS)
                   MOVE MAPA-CONTA
                       TO WS-MAPA-CONTA(WS-QT-TAB-CONTAS)
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
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-RECEBER

           MOVE 'CREDCLIENTE'                 TO WS-EVENTO-PROCURADO
           PERFORM P015-RESOLVE-CONTA
           MOVE WS-CONTA-ACHADA               TO WS-CONTA-CREDCLI
           .

      *****************************************
       P015-RESOLVE-CONTA.
      *****************************************

           MOVE SPACES                        TO WS-CONTA-ACHADA

           PERFORM VARYING WS-IX-CONTA FROM 1 BY 1
                   UNTIL WS-IX-CONTA > WS-QT-TAB-CONTAS
               IF WS-MAPA-EVENTO(WS-IX-CONTA) = WS-EVENTO-PROCURADO
                   MOVE WS-MAPA-CONTA(WS-IX-CONTA)
                       TO WS-CONTA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CONTA-ACHADA = SPACES
               DISPLAY 'EVENTO SEM CONTA NO GLCONTAS: '
                       WS-EVENTO-PROCURADO
               SET MAPEAMENTO-COMPLETO        TO FALSE
           END-IF
           .

      *****************************************
      * SALDOS DE ABERTURA: OS DE FECHAMENTO DA ULTIMA DATA
      * APURADA; NUMA REEXECUCAO DA MESMA DATA, OS DE ABERTURA
      * DELA (O MOVIMENTO DO DIA E' REFEITO, NAO SOMADO DE NOVO).
      * SEM CONTROLE ANTERIOR (OU REEXECUTANDO A DATA DA
      * IMPLANTACAO) O CONTROLE E' IMPLANTADO PELO SUBRAZAO. O
      * CONTROLE ANTIGO, COM A PARCELA DE EMPRESTIMO PELO VALOR
      * CHEIO, NAO SERVE DE ABERTURA: E' REIMPLANTADO.
      *****************************************
       P020-LE-CONTROLE.
      *****************************************

           SET APURACAO-NOVA-DATA             TO TRUE

           OPEN INPUT AR-CONTROLE

           IF WS-FS-ARCTL NOT = '00'
               SET APURACAO-IMPLANTACAO       TO TRUE
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-IMPLANTACAO
               EXIT PARAGRAPH
           END-IF

           READ AR-CONTROLE
               AT END
                   SET APURACAO-IMPLANTACAO   TO TRUE
           END-READ

           CLOSE AR-CONTROLE

           IF APURACAO-IMPLANTACAO
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-IMPLANTACAO
               EXIT PARAGRAPH
           END-IF

           MOVE ARC-DATA-IMPLANTACAO          TO WS-DATA-IMPLANTACAO

           IF NOT ARC-EMPREST-SEPARADO
              AND ARC-DATA NOT > WS-DATA-NEGOCIO
               DISPLAY 'CONTROLE ARCTL ANTERIOR A SEPARACAO DAS '
                       'PARCELAS DE EMPRESTIMO - REIMPLANTADO.'
               SET APURACAO-IMPLANTACAO       TO TRUE
               SET CONTROLE-REIMPLANTADO      TO TRUE
               MOVE WS-DATA-NEGOCIO           TO WS-DATA-IMPLANTACAO
               EXIT PARAGRAPH
           END-IF

           IF ARC-DATA > WS-DATA-NEGOCIO
               DISPLAY 'CONTROLE JA APURADO EM DATA POSTERIOR ('
                       ARC-DATA ') - CONCILIACAO NAO EXECUTADA.'
               SET APURACAO-LIBERADA          TO FALSE
               EXIT PARAGRAPH
           END-IF

           IF ARC-DATA = WS-DATA-NEGOCIO
               IF ARC-DATA-IMPLANTACAO = WS-DATA-NEGOCIO
                   SET APURACAO-IMPLANTACAO   TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET APURACAO-REEXECUCAO        TO TRUE
               MOVE ARC-ANT-CONTROLE          TO WS-BASE-CONTROLE
               MOVE ARC-ANT-SUBRAZAO          TO WS-BASE-SUBRAZAO
               MOVE ARC-ANT-CONSOLIDAR        TO WS-BASE-CONSOLIDAR
               MOVE ARC-ANT-CREDITOS          TO WS-BASE-CREDITOS
           ELSE
               MOVE ARC-CONTROLE              TO WS-BASE-CONTROLE
               MOVE ARC-SUBRAZAO              TO WS-BASE-SUBRAZAO
               MOVE ARC-CONSOLIDAR            TO WS-BASE-CONSOLIDAR
               MOVE ARC-CREDITOS              TO WS-BASE-CREDITOS
           END-IF
           .

      *****************************************
      * NUMA DATA NOVA A FOTO DA ULTIMA APURACAO PASSA A SER A
      * BASE DO CONFRONTO. A COPIA E' REPETIVEL: SE A EXECUCAO CAIR
      * ANTES DE GRAVAR O CONTROLE, A ARSNAP AINDA E' A MESMA.
      *****************************************
       P030-GIRA-FOTO.
      *****************************************

           IF NOT APURACAO-NOVA-DATA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AR-FOTO

           IF WS-FS-FOTO NOT = '00'
               DISPLAY 'AVISO: FOTO ARSNAP INDISPONIVEL: ' WS-FS-FOTO
                       ' - ABERTURA POR ORIGEM PREJUDICADA.'
               SET FOTO-BASE-DISPONIVEL       TO FALSE
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AR-FOTO-ANTERIOR

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ AR-FOTO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-FOTO           TO WS-REG-FOTO-ANT
                   WRITE WS-REG-FOTO-ANT
               END-IF
           END-PERFORM

           CLOSE AR-FOTO
           CLOSE AR-FOTO-ANTERIOR
           .

      *****************************************
      * O QUE A TRILHA DO DIA DIZ SOBRE CADA PAGAMENTO QUE SAIU OU
      * FOI ABATIDO FORA DO RECEBIMENTO: BAIXA POR PERDA,
      * CANCELAMENTO DE FATURA OU NOTA DE CREDITO (O CREDITO DO
      * CLIENTE SO' E' CONSUMIDO NA POSTAGEM E JA SAI NO
      * NASCIMENTO DO PAGAMENTO). A ULTIMA LINHA DO DIA PREVALECE.
      *****************************************
       P040-CARREGA-AUDITORIA.
      *****************************************

           OPEN INPUT PAGTO-AUDITORIA

           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'AVISO: PAGTOAUD INDISPONIVEL: '
                       WS-FS-AUDITORIA
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PAGTO-AUDITORIA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND (AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X
                    OR AUDIT-DATA-HORA(1:8) = WS-RUN-DATE-X2)
                   PERFORM P045-GUARDA-AUDITORIA
               END-IF
           END-PERFORM

           CLOSE PAGTO-AUDITORIA
           .

      *****************************************
       P045-GUARDA-AUDITORIA.
      *****************************************

           EVALUATE AUDIT-ORIGEM
               WHEN 'CANCFAT'
                   MOVE 4                     TO WS-CAT-ACHADA
               WHEN 'WRITEOFF'
                   MOVE 5                     TO WS-CAT-ACHADA
               WHEN 'CREDNOTA'
                   MOVE 6                     TO WS-CAT-ACHADA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE AUDIT-NUM-PAGTO               TO WS-CHAVE-PAGTO
           PERFORM P250-BUSCA-AUDITORIA

           IF WS-IX-AUD > ZEROS
               MOVE WS-CAT-ACHADA             TO WS-AUD-CAT(WS-IX-AUD)
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-TAB-AUD = 2000
               ADD 1                          TO WS-QT-AUD-EXCEDENTE
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-TAB-AUD
           MOVE AUDIT-NUM-PAGTO
               TO WS-AUD-NUM-PAGTO(WS-QT-TAB-AUD)
           MOVE WS-CAT-ACHADA
               TO WS-AUD-CAT(WS-QT-TAB-AUD)
           .

      *****************************************
      * CONFRONTO DO PAGTOPEND (NA ORDEM DA CHAVE) COM A FOTO
      * ANTERIOR: TOTALIZA O SUBRAZAO, CLASSIFICA O MOVIMENTO DE
      * CADA PAGAMENTO E GRAVA A FOTO NOVA.
      *****************************************
       P100-CONFRONTA-PAGTOS.
      *****************************************

           OPEN INPUT PAGTO-PENDENTES

           IF WS-FS-PAGTOPEND NOT = '00'
               DISPLAY 'PAGTOPEND INDISPONIVEL: ' WS-FS-PAGTOPEND
               SET APURACAO-LIBERADA          TO FALSE
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           IF APURACAO-IMPLANTACAO
               SET FOTO-BASE-DISPONIVEL       TO FALSE
           END-IF

           IF FOTO-BASE-DISPONIVEL
               OPEN INPUT AR-FOTO-ANTERIOR
               IF WS-FS-FOTO-ANT NOT = '00'
                   DISPLAY 'AVISO: FOTO ANTERIOR ARSNAPANT '
                           'INDISPONIVEL - ABERTURA POR ORIGEM '
                           'PREJUDICADA.'
                   SET FOTO-BASE-DISPONIVEL   TO FALSE
                   MOVE 4                     TO WS-RETORNO
               END-IF
           END-IF

           OPEN OUTPUT AR-FOTO-NOVA

           PERFORM P110-LE-PAGTO
           PERFORM P120-LE-FOTO

           PERFORM P200-COMPARA
               UNTIL WS-CHAVE-PAGTO = 9999999
                 AND WS-CHAVE-FOTO = 9999999

           CLOSE PAGTO-PENDENTES
           CLOSE AR-FOTO-NOVA
           IF FOTO-BASE-DISPONIVEL
               CLOSE AR-FOTO-ANTERIOR
           END-IF
           .

      *****************************************
       P110-LE-PAGTO.
      *****************************************

           READ PAGTO-PENDENTES NEXT RECORD
               AT END
                   MOVE 9999999               TO WS-CHAVE-PAGTO
           END-READ

           IF WS-CHAVE-PAGTO NOT = 9999999
               ADD 1                          TO WS-QT-LIDOS
               MOVE PAGTO-NUMERO              TO WS-CHAVE-PAGTO
           END-IF
           .

      *****************************************
       P120-LE-FOTO.
      *****************************************

           IF NOT FOTO-BASE-DISPONIVEL
               MOVE 9999999                   TO WS-CHAVE-FOTO
               EXIT PARAGRAPH
           END-IF

           READ AR-FOTO-ANTERIOR
               AT END
                   MOVE 9999999               TO WS-CHAVE-FOTO
           END-READ

           IF WS-CHAVE-FOTO NOT = 9999999
               MOVE FANT-NUMERO               TO WS-CHAVE-FOTO
           END-IF
           .

      *****************************************
       P200-COMPARA.
      *****************************************

           EVALUATE TRUE
               WHEN WS-CHAVE-FOTO < WS-CHAVE-PAGTO
                   PERFORM P210-PAGTO-REMOVIDO
                   PERFORM P120-LE-FOTO
               WHEN WS-CHAVE-PAGTO < WS-CHAVE-FOTO
                   PERFORM P220-PAGTO-NOVO
                   PERFORM P260-GRAVA-FOTO
                   PERFORM P110-LE-PAGTO
               WHEN OTHER
                   PERFORM P230-PAGTO-EXISTENTE
                   PERFORM P260-GRAVA-FOTO
                   PERFORM P110-LE-PAGTO
                   PERFORM P120-LE-FOTO
           END-EVALUATE
           .

      *****************************************
      * PAGAMENTO QUE SUMIU DO PAGTOPEND (ARQUIVADO OU REMOVIDO):
      * SE ESTAVA EM ABERTO, SAIU DO SUBRAZAO SEM LANCAMENTO.
      *****************************************
       P210-PAGTO-REMOVIDO.
      *****************************************

           IF FANT-SITUACAO = 'P' OR FANT-SITUACAO = 'A'
               SUBTRACT FANT-VALOR            FROM WS-CAT-SUBRAZAO(8)
           END-IF
           .

      *****************************************
      * PAGAMENTO NASCIDO DESDE A ULTIMA APURACAO: ENTRA PELO
      * TOTAL ORIGINAL (O FATURADO, ANTES DO CREDITO ABATIDO NA
      * POSTAGEM, QUE SAI NA LINHA DOS CREDITOS DE CLIENTE) E
      * SEGUE DAI COMO UM PAGAMENTO EXISTENTE - A MORA E A
      * SITUACAO DE HOJE SAO CLASSIFICADAS NORMALMENTE. PARCELA DE
      * RENEGOCIACAO OU DE EMPRESTIMO NAO E' FATURAMENTO (A DE
      * EMPRESTIMO NASCE SEM VALOR NO SUBRAZAO - SO' A MORA ENTRA).
      *****************************************
       P220-PAGTO-NOVO.
      *****************************************

           PERFORM P240-CAMPOS-ATUAIS

           COMPUTE WS-ANT-VALOR = WS-VALOR-ATUAL - WS-JUROS-ATUAL
           MOVE ZEROS                         TO WS-ANT-JUROS
           MOVE 'P'                           TO WS-ANT-SITUACAO

           IF APURACAO-IMPLANTACAO
               PERFORM P245-TOTALIZA-ATUAL
               EXIT PARAGRAPH
           END-IF

           IF PAGTO-DE-FATURA OR PAGTO-ORIGEM = SPACE
               MOVE 1                         TO WS-IX-CAT
           ELSE
               MOVE 8                         TO WS-IX-CAT
           END-IF

           COMPUTE WS-CAT-SUBRAZAO(WS-IX-CAT) =
                   WS-CAT-SUBRAZAO(WS-IX-CAT)
                   + WS-ANT-VALOR + WS-CRED-APLIC
           SUBTRACT WS-CRED-APLIC             FROM WS-CAT-SUBRAZAO(7)

           PERFORM P235-CLASSIFICA-TRANSICAO
           PERFORM P245-TOTALIZA-ATUAL
           .

      *****************************************
       P230-PAGTO-EXISTENTE.
      *****************************************

           PERFORM P240-CAMPOS-ATUAIS

           MOVE FANT-VALOR                    TO WS-ANT-VALOR
           MOVE FANT-JUROS                    TO WS-ANT-JUROS
           MOVE FANT-SITUACAO                 TO WS-ANT-SITUACAO

           PERFORM P235-CLASSIFICA-TRANSICAO
           PERFORM P245-TOTALIZA-ATUAL
           .

      *****************************************
      * DO ESTADO ANTERIOR AO ATUAL: A MORA NOVA VAI PARA OS JUROS;
      * O QUE MAIS MUDOU NO SALDO EM ABERTO VAI PARA A ORIGEM QUE A
      * TRILHA DO DIA APONTA OU, SEM ELA, PARA OS RECEBIMENTOS
      * (CONFIRMACAO OU ABATIMENTO) - CANCELADO SEM TRILHA E
      * PAGAMENTO REABERTO FICAM EM OUTROS.
      *****************************************
       P235-CLASSIFICA-TRANSICAO.
      *****************************************

           IF NOT ANT-EM-ABERTO
              AND NOT PAGTO-PENDENTE AND NOT PAGTO-ATRASADO
               EXIT PARAGRAPH
           END-IF

           IF NOT ANT-EM-ABERTO
               ADD WS-VALOR-ATUAL             TO WS-CAT-SUBRAZAO(8)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DELTA-JUROS = WS-JUROS-ATUAL - WS-ANT-JUROS
           ADD WS-DELTA-JUROS                 TO WS-CAT-SUBRAZAO(3)

           IF PAGTO-PENDENTE OR PAGTO-ATRASADO
               COMPUTE WS-DELTA-VALOR =
                       WS-VALOR-ATUAL - WS-ANT-VALOR - WS-DELTA-JUROS
           ELSE
               COMPUTE WS-DELTA-VALOR =
                       ZEROS - WS-ANT-VALOR - WS-DELTA-JUROS
           END-IF

           IF WS-DELTA-VALOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM P250-BUSCA-AUDITORIA

           EVALUATE TRUE
               WHEN WS-DELTA-VALOR > ZEROS
                   MOVE 8                     TO WS-IX-CAT
               WHEN WS-IX-AUD > ZEROS
                   MOVE WS-AUD-CAT(WS-IX-AUD) TO WS-IX-CAT
               WHEN PAGTO-CANCELADO
                   MOVE 8                     TO WS-IX-CAT
               WHEN OTHER
                   MOVE 2                     TO WS-IX-CAT
           END-EVALUATE

           ADD WS-DELTA-VALOR
               TO WS-CAT-SUBRAZAO(WS-IX-CAT)
           .

      *****************************************
      * MORA E CREDITO APLICADO DO REGISTRO ATUAL (BRANCO NOS
      * REGISTROS ANTIGOS, TRATADO COMO ZEROS) E O VALOR DO
      * PAGAMENTO NO SUBRAZAO. DA PARCELA DE EMPRESTIMO SO' A MORA
      * E' CONTAS A RECEBER (LIMITADA AO SALDO DA PARCELA). A
      * APLICACAO PARCIAL QUITA A MORA PRIMEIRO, E O EXTRATO
      * CONTABIL CREDITA O RECEBER PELA MESMA PARTE DE MORA.
      *****************************************
       P240-CAMPOS-ATUAIS.
      *****************************************

           MOVE ZEROS                         TO WS-JUROS-ATUAL
           MOVE ZEROS                         TO WS-CRED-APLIC

           IF PAGTO-JUROS-ACUM NUMERIC
               MOVE PAGTO-JUROS-ACUM          TO WS-JUROS-ATUAL
           END-IF

           IF PAGTO-CREDITO-APLIC NUMERIC
               MOVE PAGTO-CREDITO-APLIC       TO WS-CRED-APLIC
           END-IF

           MOVE PAGTO-VALOR                   TO WS-VALOR-ATUAL

           IF PAGTO-DE-EMPRESTIMO
               IF WS-JUROS-ATUAL > PAGTO-VALOR
                   MOVE PAGTO-VALOR           TO WS-JUROS-ATUAL
               END-IF
               MOVE WS-JUROS-ATUAL            TO WS-VALOR-ATUAL
           END-IF
           .

      *****************************************
       P245-TOTALIZA-ATUAL.
      *****************************************

           IF PAGTO-PENDENTE OR PAGTO-ATRASADO
               ADD 1                          TO WS-QT-EM-ABERTO
               COMPUTE WS-TOT-PRINCIPAL = WS-TOT-PRINCIPAL
                       + WS-VALOR-ATUAL - WS-JUROS-ATUAL
               ADD WS-JUROS-ATUAL             TO WS-TOT-JUROS
               IF PAGTO-DE-EMPRESTIMO
                   ADD 1                      TO WS-QT-PARC-EMPREST
                   COMPUTE WS-TOT-PARC-EMPREST = WS-TOT-PARC-EMPREST
                           + PAGTO-VALOR - WS-JUROS-ATUAL
               END-IF
           END-IF
           .

      *****************************************
       P250-BUSCA-AUDITORIA.
      *****************************************

           PERFORM VARYING WS-IX-AUD FROM 1 BY 1
                   UNTIL WS-IX-AUD > WS-QT-TAB-AUD
               IF WS-AUD-NUM-PAGTO(WS-IX-AUD) = WS-CHAVE-PAGTO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IX-AUD > WS-QT-TAB-AUD
               MOVE ZEROS                     TO WS-IX-AUD
           END-IF
           .

      *****************************************
       P260-GRAVA-FOTO.
      *****************************************

           MOVE PAGTO-NUMERO                  TO FNOV-NUMERO
           MOVE WS-VALOR-ATUAL                TO FNOV-VALOR
           MOVE WS-JUROS-ATUAL                TO FNOV-JUROS
           MOVE WS-PAGTO                      TO FNOV-SITUACAO
           WRITE WS-REG-FOTO-NOVA
           .

      *****************************************
      * SALDO TOTAL DOS CREDITOS A FAVOR DE CLIENTES.
      *****************************************
       P300-SOMA-CREDITOS.
      *****************************************

           OPEN INPUT CREDITOS-CLIENTE

           IF WS-FS-CREDCLI NOT = '00'
               DISPLAY 'AVISO: CREDCLI INDISPONIVEL: ' WS-FS-CREDCLI
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CREDITOS-CLIENTE NEXT RECORD
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   ADD CRED-SALDO             TO WS-TOT-CREDITOS
               END-IF
           END-PERFORM

           CLOSE CREDITOS-CLIENTE
           .

      *****************************************
      * FATURAS JA DEBITADAS NO RAZAO QUE ESPERAM O FECHAMENTO DA
      * COBRANCA CONSOLIDADA (DEMONSTRA-FATCONS) PARA VIRAR
      * PAGAMENTO.
      *****************************************
       P350-SOMA-CONSOLIDAR.
      *****************************************

           OPEN INPUT FATURAS-CONSOLIDAR

           IF WS-FS-CONSOLIDAR NOT = '00'
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FATURAS-CONSOLIDAR
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-FATCONSOL      TO WS-REG-FATTOT
                   IF NOT FT-CANCELADA
                       ADD FT-TOTAL           TO WS-TOT-CONSOLIDAR
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FATURAS-CONSOLIDAR
           .

      *****************************************
      * LANCAMENTOS DA NOITE NAS DUAS CONTAS DE CONTROLE, CADA UM
      * NA ORIGEM QUE O EXTRATO CONTABIL CARIMBOU.
      *****************************************
       P400-MOVIMENTO-RAZAO.
      *****************************************

           OPEN INPUT GL-EXTRATO

           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'AVISO: GLEXTRACT INDISPONIVEL: '
                       WS-FS-EXTRATO
               MOVE 4                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ GL-EXTRATO
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                  AND (GL-CONTA = WS-CONTA-RECEBER
                    OR GL-CONTA = WS-CONTA-CREDCLI)
                   PERFORM P420-CLASSIFICA-LANCAMENTO
               END-IF
           END-PERFORM

           CLOSE GL-EXTRATO
           .

      *****************************************
       P420-CLASSIFICA-LANCAMENTO.
      *****************************************

           IF GL-NATUREZA = 'D'
               MOVE GL-VALOR                  TO WS-LANCAMENTO
           ELSE
               COMPUTE WS-LANCAMENTO = ZEROS - GL-VALOR
           END-IF

           IF GL-CONTA = WS-CONTA-RECEBER
               ADD WS-LANCAMENTO              TO WS-MOV-RECEBER
           ELSE
               ADD WS-LANCAMENTO              TO WS-MOV-CREDCLI
           END-IF

           EVALUATE TRUE
               WHEN GL-ORIGEM(1:7) = 'FATURA '
                AND GL-NATUREZA = 'D'
                   MOVE 1                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:7) = 'FATURA '
                   MOVE 6                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:6) = 'PAGTO '
                 OR GL-ORIGEM(1:8) = 'PARCIAL '
                 OR GL-ORIGEM(1:8) = 'DESCANT '
                   MOVE 2                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:6) = 'JUROS '
                   MOVE 3                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:7) = 'CANCEL '
                   MOVE 4                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:6) = 'BAIXA '
                   MOVE 5                     TO WS-IX-CAT
               WHEN GL-ORIGEM(1:8) = 'CREDCLI '
                   MOVE 7                     TO WS-IX-CAT
               WHEN OTHER
                   MOVE 8                     TO WS-IX-CAT
           END-EVALUATE

           ADD WS-LANCAMENTO                  TO WS-CAT-RAZAO(WS-IX-CAT)
           .

      *****************************************
      * SUBRAZAO DE HOJE X CONTROLE CORRIDO. NA IMPLANTACAO O
      * CONTROLE NASCE DO SUBRAZAO; DALI EM DIANTE SO' O RAZAO O
      * MOVIMENTA. AS VARIACOES DE FATURAS A CONSOLIDAR E DE
      * CREDITOS ENTRAM NAS SUAS ORIGENS.
      *****************************************
       P500-APURA.
      *****************************************

           COMPUTE WS-TOT-SUBRAZAO = WS-TOT-PRINCIPAL + WS-TOT-JUROS
                   + WS-TOT-CONSOLIDAR - WS-TOT-CREDITOS

           IF APURACAO-IMPLANTACAO
               MOVE WS-TOT-SUBRAZAO           TO WS-BASE-CONTROLE
               MOVE WS-TOT-SUBRAZAO           TO WS-BASE-SUBRAZAO
               MOVE WS-TOT-CONSOLIDAR         TO WS-BASE-CONSOLIDAR
               MOVE WS-TOT-CREDITOS           TO WS-BASE-CREDITOS
               MOVE WS-TOT-SUBRAZAO           TO WS-CONTROLE
               INITIALIZE WS-TAB-CAT
               MOVE ZEROS                     TO WS-MOV-RECEBER
               MOVE ZEROS                     TO WS-MOV-CREDCLI
           ELSE
               COMPUTE WS-CONTROLE = WS-BASE-CONTROLE
                       + WS-MOV-RECEBER + WS-MOV-CREDCLI
               COMPUTE WS-CAT-SUBRAZAO(1) = WS-CAT-SUBRAZAO(1)
                       + WS-TOT-CONSOLIDAR - WS-BASE-CONSOLIDAR
               COMPUTE WS-CAT-SUBRAZAO(7) = WS-CAT-SUBRAZAO(7)
                       - WS-TOT-CREDITOS + WS-BASE-CREDITOS
           END-IF

           COMPUTE WS-DIFERENCA = WS-TOT-SUBRAZAO - WS-CONTROLE
           COMPUTE WS-DIF-ABERTURA = WS-BASE-SUBRAZAO
                                   - WS-BASE-CONTROLE

           IF WS-DIFERENCA NOT = ZEROS
               MOVE 4                         TO WS-RETORNO
               MOVE WS-DIFERENCA              TO WS-VALOR-ED
               DISPLAY 'SUBRAZAO X RAZAO DIVERGE EM ' WS-VALOR-ED

               MOVE SPACES                    TO WS-REG-ALERTA
               MOVE 'DEMONSTRA-ARRECON'       TO ALERTA-PROGRAMA
               MOVE 1                         TO ALERTA-SEVERIDADE
               STRING 'SUBRAZAO X RAZAO DIVERGE:' DELIMITED BY SIZE
                      WS-VALOR-ED             DELIMITED BY SIZE
                      INTO ALERTA-TEXTO
               END-STRING
               PERFORM P-GRAVA-ALERTA
           END-IF
           .

      *****************************************
       P600-GRAVA-CONTROLE.
      *****************************************

           MOVE WS-DATA-NEGOCIO               TO ARC-DATA
           MOVE WS-DATA-IMPLANTACAO           TO ARC-DATA-IMPLANTACAO
           MOVE WS-BASE-CONTROLE              TO ARC-ANT-CONTROLE
           MOVE WS-BASE-SUBRAZAO              TO ARC-ANT-SUBRAZAO
           MOVE WS-BASE-CONSOLIDAR            TO ARC-ANT-CONSOLIDAR
           MOVE WS-BASE-CREDITOS              TO ARC-ANT-CREDITOS
           MOVE WS-CONTROLE                   TO ARC-CONTROLE
           MOVE WS-TOT-SUBRAZAO               TO ARC-SUBRAZAO
           MOVE WS-TOT-CONSOLIDAR             TO ARC-CONSOLIDAR
           MOVE WS-TOT-CREDITOS               TO ARC-CREDITOS
           MOVE WS-DIFERENCA                  TO ARC-DIFERENCA
           SET ARC-EMPREST-SEPARADO           TO TRUE

           OPEN OUTPUT AR-CONTROLE

           IF WS-FS-ARCTL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTROLE ARCTL: '
                       WS-FS-ARCTL
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           WRITE WS-REG-ARCTL
           CLOSE AR-CONTROLE
           .

      *****************************************
      * SO' COM O CONTROLE GRAVADO A FOTO DESTA EXECUCAO VIRA A
      * FOTO DA ULTIMA APURACAO.
      *****************************************
       P650-SUBSTITUI-FOTO.
      *****************************************

           IF WS-RETORNO = 8
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AR-FOTO-NOVA
           OPEN OUTPUT AR-FOTO

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM UNTIL FIM-DO-ARQUIVO
               READ AR-FOTO-NOVA
                   AT END
                       SET FIM-DO-ARQUIVO     TO TRUE
               END-READ
               IF NOT FIM-DO-ARQUIVO
                   MOVE WS-REG-FOTO-NOVA      TO WS-REG-FOTO
                   WRITE WS-REG-FOTO
               END-IF
           END-PERFORM

           CLOSE AR-FOTO-NOVA
           CLOSE AR-FOTO
           .

      *****************************************
       P700-IMPRIME-RELATORIO.
      *****************************************

           MOVE SPACES                        TO WS-REG-RELATORIO
           EVALUATE TRUE
               WHEN CONTROLE-REIMPLANTADO
                   MOVE 'REIMPLANTACAO DO CONTROLE PELO SUBRAZAO - '
                                               TO WS-REG-RELATORIO
                   MOVE 'PARCELAS DE EMPRESTIMO SO'' PELA MORA'
                                           TO WS-REG-RELATORIO(43:36)
               WHEN APURACAO-IMPLANTACAO
                   MOVE 'IMPLANTACAO DO CONTROLE PELO SUBRAZAO'
                                               TO WS-REG-RELATORIO
               WHEN APURACAO-REEXECUCAO
                   MOVE 'REEXECUCAO DA DATA - SALDOS DE ABERTURA DA '
                                               TO WS-REG-RELATORIO
                   MOVE 'NOITE ANTERIOR'      TO WS-REG-RELATORIO(44:14)
           END-EVALUATE
           WRITE WS-REG-RELATORIO

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'SUBRAZAO (PAGTOPEND EM ABERTO)' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE 'PRINCIPAL EM ABERTO'         TO WS-ROTULO
           MOVE WS-TOT-PRINCIPAL              TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'JUROS DE MORA ACUMULADOS'    TO WS-ROTULO
           MOVE WS-TOT-JUROS                  TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'FATURAS A CONSOLIDAR'        TO WS-ROTULO
           MOVE WS-TOT-CONSOLIDAR             TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE '(-) CREDITOS DE CLIENTE'     TO WS-ROTULO
           MOVE WS-TOT-CREDITOS               TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'TOTAL DO SUBRAZAO'           TO WS-ROTULO
           MOVE WS-TOT-SUBRAZAO               TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR

      *    O PRINCIPAL DAS PARCELAS DE EMPRESTIMO E' SALDO DE OUTRA
      *    CONTA - SO' INFORMATIVO, FORA DO TOTAL E DA DIFERENCA.
           IF WS-QT-PARC-EMPREST > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE 'FORA DO SUBRAZAO (EMPRESTIMOS A RECEBER)'
                                               TO WS-REG-RELATORIO
               WRITE WS-REG-RELATORIO
               MOVE SPACES                    TO WS-ROTULO
               STRING 'PRINCIPAL DE ' DELIMITED BY SIZE
                      WS-QT-PARC-EMPREST  DELIMITED BY SIZE
                      ' PARCELA(S)'   DELIMITED BY SIZE
                      INTO WS-ROTULO
               END-STRING
               MOVE WS-TOT-PARC-EMPREST       TO WS-VALOR-IMP
               PERFORM P790-LINHA-VALOR
           END-IF

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'CONTROLE DO RAZAO'           TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO

           MOVE 'SALDO DE ABERTURA'           TO WS-ROTULO
           MOVE WS-BASE-CONTROLE              TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'MOVIMENTO CONTAS A RECEBER'  TO WS-ROTULO
           MOVE WS-MOV-RECEBER                TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'MOVIMENTO CREDITOS DE CLIENTE' TO WS-ROTULO
           MOVE WS-MOV-CREDCLI                TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR
           MOVE 'SALDO DE CONTROLE'           TO WS-ROTULO
           MOVE WS-CONTROLE                   TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR

           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'DIFERENCA SUBRAZAO - CONTROLE' TO WS-ROTULO
           MOVE WS-DIFERENCA                  TO WS-VALOR-IMP
           PERFORM P790-LINHA-VALOR

           IF APURACAO-IMPLANTACAO
               EXIT PARAGRAPH
           END-IF

      *    A ABERTURA POR ORIGEM: A DIFERENCA DE CADA LINHA MAIS A
      *    QUE JA VINHA DA NOITE ANTERIOR SOMAM A DIFERENCA TOTAL.
           MOVE SPACES                        TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE 'MOVIMENTO DO DIA POR ORIGEM' TO WS-REG-RELATORIO
           WRITE WS-REG-RELATORIO
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'ORIGEM'                      TO WS-REG-RELATORIO(1:6)
           MOVE 'SUBRAZAO'                    TO WS-REG-RELATORIO(44:8)
           MOVE 'RAZAO'                       TO WS-REG-RELATORIO(63:5)
           MOVE 'DIFERENCA'                   TO WS-REG-RELATORIO(77:9)
           WRITE WS-REG-RELATORIO

           IF NOT FOTO-BASE-DISPONIVEL
               MOVE '*** SEM FOTO ANTERIOR: O SUBRAZAO INTEIRO '
                                               TO WS-REG-RELATORIO
               MOVE 'APARECE COMO MOVIMENTO DO DIA ***'
                   TO WS-REG-RELATORIO(44:33)
               WRITE WS-REG-RELATORIO
           END-IF

           MOVE ZEROS                         TO WS-SOMA-SUBRAZAO
           MOVE ZEROS                         TO WS-SOMA-RAZAO

           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                   UNTIL WS-IX-CAT > 8
               ADD WS-CAT-SUBRAZAO(WS-IX-CAT) TO WS-SOMA-SUBRAZAO
               ADD WS-CAT-RAZAO(WS-IX-CAT)    TO WS-SOMA-RAZAO
               COMPUTE WS-DIF-ORIGEM = WS-CAT-SUBRAZAO(WS-IX-CAT)
                                     - WS-CAT-RAZAO(WS-IX-CAT)
               MOVE SPACES                    TO WS-REG-RELATORIO
               MOVE WS-CAT-ROTULO(WS-IX-CAT)  TO WS-REG-RELATORIO(1:28)
               MOVE WS-CAT-SUBRAZAO(WS-IX-CAT) TO WS-VALOR-ED
               MOVE WS-CAT-RAZAO(WS-IX-CAT)   TO WS-VALOR-ED2
               MOVE WS-DIF-ORIGEM             TO WS-VALOR-ED3
               PERFORM P795-LINHA-ORIGEM
           END-PERFORM

           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'DIFERENCA JA EXISTENTE NA ABERTURA'
                                               TO WS-REG-RELATORIO(1:34)
           MOVE ZEROS                         TO WS-VALOR-ED
           MOVE ZEROS                         TO WS-VALOR-ED2
           MOVE WS-DIF-ABERTURA               TO WS-VALOR-ED3
           PERFORM P795-LINHA-ORIGEM

           COMPUTE WS-DIF-ORIGEM = WS-SOMA-SUBRAZAO - WS-SOMA-RAZAO
                                 + WS-DIF-ABERTURA
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE 'TOTAL'                       TO WS-REG-RELATORIO(1:5)
           MOVE WS-SOMA-SUBRAZAO              TO WS-VALOR-ED
           MOVE WS-SOMA-RAZAO                 TO WS-VALOR-ED2
           MOVE WS-DIF-ORIGEM                 TO WS-VALOR-ED3
           PERFORM P795-LINHA-ORIGEM

           IF WS-QT-AUD-EXCEDENTE > ZEROS
               MOVE SPACES                    TO WS-REG-RELATORIO
               STRING 'TRILHA DO DIA ACIMA DA TABELA - '
                                               DELIMITED BY SIZE
                      WS-QT-AUD-EXCEDENTE     DELIMITED BY SIZE
                      ' LINHA(S) CLASSIFICADA(S) PELA SITUACAO'
                                               DELIMITED BY SIZE
                      INTO WS-REG-RELATORIO
               END-STRING
               WRITE WS-REG-RELATORIO
           END-IF
           .

      *****************************************
       P790-LINHA-VALOR.
      *****************************************

           MOVE WS-VALOR-IMP                  TO WS-VALOR-ED
           MOVE SPACES                        TO WS-REG-RELATORIO
           MOVE WS-ROTULO                     TO WS-REG-RELATORIO(3:34)
           MOVE WS-VALOR-ED                   TO WS-REG-RELATORIO(40:16)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P795-LINHA-ORIGEM.
      *****************************************

           MOVE WS-VALOR-ED                   TO WS-REG-RELATORIO(36:16)
           MOVE WS-VALOR-ED2                  TO WS-REG-RELATORIO(52:16)
           MOVE WS-VALOR-ED3                  TO WS-REG-RELATORIO(70:16)
           WRITE WS-REG-RELATORIO
           .

      *****************************************
       P999-FIM.
      *****************************************

           CLOSE ARRECON-RPT

           DISPLAY 'PAGAMENTOS LIDOS.......: ' WS-QT-LIDOS
           DISPLAY 'PAGAMENTOS EM ABERTO...: ' WS-QT-EM-ABERTO
           MOVE WS-TOT-SUBRAZAO               TO WS-VALOR-ED
           DISPLAY 'TOTAL DO SUBRAZAO......: ' WS-VALOR-ED
           MOVE WS-CONTROLE                   TO WS-VALOR-ED
           DISPLAY 'SALDO DE CONTROLE......: ' WS-VALOR-ED

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           MOVE WS-QT-LIDOS                    TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

      *    DEVOLVE O RESULTADO AO CHAMADOR QUANDO A AREA DE
      *    LINKAGE FOI PASSADA; NA EXECUCAO DIRETA PELO JCL NAO HA
      *    AREA E NADA E' TOCADO.
           IF ADDRESS OF LK-RESULTADO-JOB NOT = NULL
               MOVE WS-RETORNO TO LK-RES-RC
               MOVE WS-QT-LIDOS TO LK-RES-QT-PROCESSADOS
           END-IF

           GOBACK.

           COPY RPTHDPR.
           COPY ALERTAPR.
           COPY RUNLOGPR.
           COPY DTNEGPR.

       END PROGRAM DEMONSTRA-ARRECON.
