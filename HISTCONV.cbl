      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CONVERSAO UNICA DAS TRILHAS DE IMAGENS ANTES/DEPOIS
      *          PARA OS LAYOUTS ATUAIS, NA IMPLANTACAO DAS IMAGENS
      *          MAIORES: CLIHIST (IMAGENS DE 200 PARA 300 POSICOES,
      *          MAIS OPERADOR E APROVADOR - LINHA DE 441 PARA 657)
      *          E CONTRHIST (IMAGENS DE 120 PARA 200 POSICOES -
      *          LINHA DE 281 PARA 441). NO MESMO MOLDE DE
      *          DEMONSTRA-PAGTOREORG: DESCARREGA CADA TRILHA PARA UM
      *          SEQUENCIAL DE TRABALHO, JA CONVERTENDO AS LINHAS
      *          ANTIGAS, RECARREGA A TRILHA A PARTIR DELE E CONFERE
      *          AS CONTAGENS - QUALQUER DIFERENCA ENCERRA COM RC 8 E
      *          O SEQUENCIAL DE TRABALHO FICA PARA A RECUPERACAO.
      *          LINHA JA NO LAYOUT ATUAL PASSA INTACTA, ENTAO UMA
      *          SEGUNDA EXECUCAO NAO MUDA NADA. TRILHA AUSENTE NAO E'
      *          ERRO (NADA A CONVERTER).
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA-HISTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-HISTORICO   ASSIGN TO 'CLIHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIHIST.

           SELECT CLIHIST-TRABALHO    ASSIGN TO 'CLIHCVWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CLIWRK.

           SELECT CONTRATO-HISTORICO  ASSIGN TO 'CONTRHIST'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRHIST.

           SELECT CONTRHIST-TRABALHO  ASSIGN TO 'CONTRCVWRK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-CONTRWRK.

           SELECT RUN-LOG             ASSIGN TO 'RUNLOG'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS WS-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE-HISTORICO.
           COPY CLIHIST.

       FD CLIHIST-TRABALHO.
       01 WS-REG-CLIWRK                           PIC X(657).

       FD CONTRATO-HISTORICO.
           COPY CONTRHST.

       FD CONTRHIST-TRABALHO.
       01 WS-REG-CONTRWRK                         PIC X(441).

       FD RUN-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIHIST                      PIC X(02) VALUE '00'.
       77 WS-FS-CLIWRK                       PIC X(02) VALUE '00'.
       77 WS-FS-CONTRHIST                    PIC X(02) VALUE '00'.
       77 WS-FS-CONTRWRK                     PIC X(02) VALUE '00'.
       77 WS-FS-RUNLOG                       PIC X(02) VALUE '00'.
       77 WS-EOF                             PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO                 VALUE 'S' FALSE 'N'.
       77 WS-RETORNO                         PIC 9(01) VALUE ZEROS.

       77 WS-QT-CLI-LIDAS                    PIC 9(07) VALUE ZEROS.
       77 WS-QT-CLI-CONVERTIDAS              PIC 9(07) VALUE ZEROS.
       77 WS-QT-CLI-GRAVADAS                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-CTR-LIDAS                    PIC 9(07) VALUE ZEROS.
       77 WS-QT-CTR-CONVERTIDAS              PIC 9(07) VALUE ZEROS.
       77 WS-QT-CTR-GRAVADAS                 PIC 9(07) VALUE ZEROS.

      *    AS DUAS IMAGENS X(120) DA LINHA ANTIGA DO CONTRHIST
      *    (POSICOES 42-281).
       01 WS-CTRCV-IMAGENS.
           03 WS-CTRCV-ANTES                     PIC X(120).
           03 WS-CTRCV-DEPOIS                    PIC X(120).

           COPY CLIHCVWS.

       PROCEDURE DIVISION.
      *****************************************
       MAIN-PROCEDURE.
      *****************************************

           PERFORM P001-INICIO

           PERFORM P200-DESCARREGA-CLIHIST
           IF WS-RETORNO NOT = 8
               PERFORM P300-RECARREGA-CLIHIST
           END-IF

           IF WS-RETORNO NOT = 8
               PERFORM P400-DESCARREGA-CONTRHIST
           END-IF
           IF WS-RETORNO NOT = 8
               PERFORM P500-RECARREGA-CONTRHIST
           END-IF

           PERFORM P600-CONFERE

           PERFORM P999-FIM
           .

      *****************************************
       P001-INICIO.
      *****************************************

           MOVE SPACES                         TO WS-REG-RUNLOG
           MOVE 'DEMONSTRA-HISTCONV'           TO RUNLOG-PROGRAMA
           MOVE 'INICIO'                       TO RUNLOG-EVENTO
           MOVE ZEROS                          TO RUNLOG-QT-PROCESSADOS
           PERFORM P-GRAVA-RUNLOG
           .

      *****************************************
      * CLIHIST PARA O SEQUENCIAL DE TRABALHO, COM A LINHA ANTIGA
      * JA NO LAYOUT ATUAL (COPY CLIHCVPR).
      *****************************************
       P200-DESCARREGA-CLIHIST.
      *****************************************

           OPEN INPUT CLIENTE-HISTORICO

           IF WS-FS-CLIHIST = '35'
               DISPLAY 'CLIHIST AUSENTE - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-CLIHIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CLIHIST: ' WS-FS-CLIHIST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CLIHIST-TRABALHO

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P210-UMA-LINHA-CLIHIST UNTIL FIM-DO-ARQUIVO

           CLOSE CLIENTE-HISTORICO
           CLOSE CLIHIST-TRABALHO
           .

      *****************************************
       P210-UMA-LINHA-CLIHIST.
      *****************************************

           READ CLIENTE-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CLI-LIDAS

           PERFORM P-CONVERTE-CLIHIST
           IF CLIHIST-CONVERTIDO
               ADD 1                          TO WS-QT-CLI-CONVERTIDAS
           END-IF

           MOVE WS-REG-CLIHIST                TO WS-REG-CLIWRK
           WRITE WS-REG-CLIWRK
           .

      *****************************************
      * A TRILHA SO' E' REGRAVADA SE HOUVE LINHA CONVERTIDA.
      *****************************************
       P300-RECARREGA-CLIHIST.
      *****************************************

           IF WS-QT-CLI-CONVERTIDAS = ZEROS
               MOVE WS-QT-CLI-LIDAS           TO WS-QT-CLI-GRAVADAS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLIHIST-TRABALHO
           OPEN OUTPUT CLIENTE-HISTORICO

           IF WS-FS-CLIHIST NOT = '00' OR WS-FS-CLIWRK NOT = '00'
               DISPLAY 'ERRO AO RECRIAR O CLIHIST: ' WS-FS-CLIHIST
                       ' / ' WS-FS-CLIWRK
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P310-UMA-RECARGA-CLIHIST UNTIL FIM-DO-ARQUIVO

           CLOSE CLIHIST-TRABALHO
           CLOSE CLIENTE-HISTORICO
           .

      *****************************************
       P310-UMA-RECARGA-CLIHIST.
      *****************************************

           READ CLIHIST-TRABALHO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CLIWRK                 TO WS-REG-CLIHIST
           WRITE WS-REG-CLIHIST

           IF WS-FS-CLIHIST = '00'
               ADD 1                          TO WS-QT-CLI-GRAVADAS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CLIHIST: ' WS-FS-CLIHIST
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
      * CONTRHIST PARA O SEQUENCIAL DE TRABALHO, COM A LINHA ANTIGA
      * JA NO LAYOUT ATUAL (P420).
      *****************************************
       P400-DESCARREGA-CONTRHIST.
      *****************************************

           OPEN INPUT CONTRATO-HISTORICO

           IF WS-FS-CONTRHIST = '35'
               DISPLAY 'CONTRHIST AUSENTE - NADA A CONVERTER.'
               EXIT PARAGRAPH
           END-IF

           IF WS-FS-CONTRHIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTRHIST: ' WS-FS-CONTRHIST
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTRHIST-TRABALHO

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P410-UMA-LINHA-CONTRHIST UNTIL FIM-DO-ARQUIVO

           CLOSE CONTRATO-HISTORICO
           CLOSE CONTRHIST-TRABALHO
           .

      *****************************************
       P410-UMA-LINHA-CONTRHIST.
      *****************************************

           READ CONTRATO-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1                              TO WS-QT-CTR-LIDAS

           PERFORM P420-CONVERTE-CONTRHIST

           MOVE WS-REG-CONTRHIST              TO WS-REG-CONTRWRK
           WRITE WS-REG-CONTRWRK
           .

      *****************************************
      * LINHA ANTIGA DO CONTRHIST: IMAGENS X(120) NAS POSICOES
      * 42-161 E 162-281. SE RECONHECE PELA POSICAO 121 DA IMAGEM
      * ANTES, ONDE ESTA' O NUMERO DO CONTRATO DA IMAGEM DEPOIS
      * ANTIGA (NO LAYOUT ATUAL, O INDICE DE REAJUSTE DO CONTRATO).
      * NA EXCLUSAO ANTIGA (IMAGEM DEPOIS EM BRANCO) AS POSICOES JA
      * COINCIDEM.
      *****************************************
       P420-CONVERTE-CONTRHIST.
      *****************************************

           IF CHIST-IMAGEM-ANTES(121:6) NOT = CHIST-NUMERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CONTRHIST(42:240)      TO WS-CTRCV-IMAGENS
           MOVE WS-CTRCV-ANTES                TO CHIST-IMAGEM-ANTES
           MOVE WS-CTRCV-DEPOIS               TO CHIST-IMAGEM-DEPOIS

           ADD 1                              TO WS-QT-CTR-CONVERTIDAS
           .

      *****************************************
      * A TRILHA SO' E' REGRAVADA SE HOUVE LINHA CONVERTIDA.
      *****************************************
       P500-RECARREGA-CONTRHIST.
      *****************************************

           IF WS-QT-CTR-CONVERTIDAS = ZEROS
               MOVE WS-QT-CTR-LIDAS           TO WS-QT-CTR-GRAVADAS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTRHIST-TRABALHO
           OPEN OUTPUT CONTRATO-HISTORICO

           IF WS-FS-CONTRHIST NOT = '00' OR WS-FS-CONTRWRK NOT = '00'
               DISPLAY 'ERRO AO RECRIAR O CONTRHIST: ' WS-FS-CONTRHIST
                       ' / ' WS-FS-CONTRWRK
               MOVE 8                         TO WS-RETORNO
               EXIT PARAGRAPH
           END-IF

           SET FIM-DO-ARQUIVO                 TO FALSE
           PERFORM P510-UMA-RECARGA-CONTRHIST UNTIL FIM-DO-ARQUIVO

           CLOSE CONTRHIST-TRABALHO
           CLOSE CONTRATO-HISTORICO
           .

      *****************************************
       P510-UMA-RECARGA-CONTRHIST.
      *****************************************

           READ CONTRHIST-TRABALHO
               AT END
                   SET FIM-DO-ARQUIVO         TO TRUE
           END-READ

           IF FIM-DO-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-CONTRWRK               TO WS-REG-CONTRHIST
           WRITE WS-REG-CONTRHIST

           IF WS-FS-CONTRHIST = '00'
               ADD 1                          TO WS-QT-CTR-GRAVADAS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CONTRHIST: ' WS-FS-CONTRHIST
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P600-CONFERE.
      *****************************************

           IF WS-RETORNO = 8
               DISPLAY 'CONVERSAO INTERROMPIDA (RC 8) - SEQUENCIAIS '
                       'DE TRABALHO CLIHCVWRK/CONTRCVWRK PRESERVADOS.'
               EXIT PARAGRAPH
           END-IF

           IF WS-QT-CLI-GRAVADAS = WS-QT-CLI-LIDAS
              AND WS-QT-CTR-GRAVADAS = WS-QT-CTR-LIDAS
               DISPLAY 'CONVERSAO CONFERIDA.'
           ELSE
               DISPLAY 'CONVERSAO NAO CONFERE - CLIHIST LIDAS '
                       WS-QT-CLI-LIDAS ' X GRAVADAS '
                       WS-QT-CLI-GRAVADAS ', CONTRHIST LIDAS '
                       WS-QT-CTR-LIDAS ' X GRAVADAS '
                       WS-QT-CTR-GRAVADAS ' (RC 8).'
               MOVE 8                         TO WS-RETORNO
           END-IF
           .

      *****************************************
       P999-FIM.
      *****************************************

           DISPLAY 'CLIHIST - LINHAS LIDAS.....: ' WS-QT-CLI-LIDAS
           DISPLAY 'CLIHIST - LINHAS CONVERTIDAS: '
                   WS-QT-CLI-CONVERTIDAS
           DISPLAY 'CONTRHIST - LINHAS LIDAS.....: ' WS-QT-CTR-LIDAS
           DISPLAY 'CONTRHIST - LINHAS CONVERTIDAS: '
                   WS-QT-CTR-CONVERTIDAS

           MOVE 'FIM'                          TO RUNLOG-EVENTO
           COMPUTE RUNLOG-QT-PROCESSADOS =
                   WS-QT-CLI-CONVERTIDAS + WS-QT-CTR-CONVERTIDAS
           PERFORM P-GRAVA-RUNLOG

           MOVE WS-RETORNO                     TO RETURN-CODE

           STOP RUN.

           COPY RUNLOGPR.
           COPY CLIHCVPR.

       END PROGRAM DEMONSTRA-HISTCONV.
