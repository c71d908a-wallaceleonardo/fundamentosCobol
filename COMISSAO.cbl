      *                    CONFIRMACAO QUE VALE E' A DA COBRANCA
      *                    UNICA, ACHADA PELA LIGACAO FATCONSLNK
      *                    GRAVADA PELO DEMONSTRA-FATCONS
      *   15/10/2026 WT - LER O HISTORICO FATTOTHIST NO TAMANHO
      *                    NOVO DE 120 POSICOES (UF, CIDADE E DATA
      *                    DO CANCELAMENTO NO FIM DA LINHA)
      *   15/10/2026 WT - FATURA PARCELADA (CONDICAO DE PAGAMENTO DO
      *                    FATPOST): A COMISSAO SO' SAI QUANDO A 1A
      *                    PARCELA E TODAS AS DEMAIS (PAGTO-NUM-ORIGEM
      *                    = A FATURA) ESTAO CONFIRMADAS, NAO SO' A 1A
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-COMISSAO.
       DATA DIVISION.
       FILE SECTION.
       FD FATURA-TOT-HIST.
       01 WS-REG-FATTOTHIST                       PIC X(120).

       FD PAGTO-PENDENTES.
           COPY PAGTOPD.
           88 CONSOLIDADA-CONFIRMADA         VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-LNK                      PIC X(01) VALUE 'N'.
           88 FIM-DAS-LIGACOES               VALUE 'S' FALSE 'N'.
       77 WS-NUM-CLIENTE-FAT                 PIC 9(06) VALUE ZEROS.
       77 WS-SW-PARCELAS                     PIC X(01) VALUE 'S'.
           88 PARCELAS-CONFIRMADAS           VALUE 'S' FALSE 'N'.
       77 WS-SW-EOF-PARC                     PIC X(01) VALUE 'N'.
           88 FIM-DAS-PARCELAS               VALUE 'S' FALSE 'N'.
       77 WS-FS-RELATORIO                    PIC X(02) VALUE '00'.
       77 WS-FS-TOTAIS                       PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
                   CONTINUE
           END-READ
           IF WS-FS-PAGTOPEND = '00' AND PAGTO-CONFIRMADO
               PERFORM P212-CONFERE-PARCELAS
               IF NOT PARCELAS-CONFIRMADAS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM P215-CONFERE-CONSOLIDADA
               IF NOT CONSOLIDADA-CONFIRMADA
           PERFORM P230-COMISSIONA
           .

      *****************************************
      * FATURA PARCELADA: A 1A PARCELA CONFIRMADA NAO BASTA - PELO
      * INDICE DO CLIENTE (COMO O FATPRINT MONTA O CRONOGRAMA),
      * TODA PARCELA COM PAGTO-NUM-ORIGEM = A FATURA PRECISA ESTAR
      * CONFIRMADA. PARCELA CANCELADA (RENEGOCIADA) TAMBEM SEGURA A
      * COMISSAO: O DINHEIRO DELA AINDA NAO ENTROU.
      *****************************************
       P212-CONFERE-PARCELAS.
      *****************************************

           SET PARCELAS-CONFIRMADAS           TO TRUE
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

           PERFORM P213-UMA-PARCELA UNTIL FIM-DAS-PARCELAS
           .

      *****************************************
       P213-UMA-PARCELA.
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

           IF PAGTO-DE-FATURA
              AND PAGTO-NUM-ORIGEM = FT-NUM-FATURA
              AND NOT PAGTO-CONFIRMADO
               SET PARCELAS-CONFIRMADAS       TO FALSE
               SET FIM-DAS-PARCELAS           TO TRUE
           END-IF
           .

      *****************************************
      * PROCURA A FATURA NA LIGACAO FATURA -> COBRANCA CONSOLIDADA
      * E, ACHANDO, CONFERE SE A COBRANCA UNICA ESTA CONFIRMADA NO
