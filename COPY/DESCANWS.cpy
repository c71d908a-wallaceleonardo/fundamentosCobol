      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          DESCONTO POR PAGAMENTO ANTECIPADO (COPY/DESCANPR.CPY):
      *          TABELA DE FAIXAS CARREGADA DO ARQUIVO DESCANTEC,
      *          DATAS E VALOR EM TESTE E AS RESPOSTAS "QUANTO DE
      *          DESCONTO ESTE PAGAMENTO GANHA?" / "ATE QUANDO E
      *          QUANTO PAGAR NESTA FAIXA?".
      ******************************************************************
       77 WS-FS-DESCANT                      PIC X(02) VALUE '00'.
       77 WS-QT-TAB-DESCANT                  PIC 9(02) VALUE ZEROS.
       77 WS-IX-DESCANT                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-DESCANT.
           03 WS-DESCANT-ITEM          OCCURS 20 TIMES.
               05 WS-DESCANT-DIAS             PIC 9(03).
               05 WS-DESCANT-PERC             PIC 9(02)V99.

      *    ENTRADAS: VENCIMENTO E DATA DO PAGAMENTO (AAAAMMDD) E O
      *    VALOR SOBRE O QUAL O DESCONTO INCIDE.
       77 WS-DANT-VENC                       PIC 9(08) VALUE ZEROS.
       77 WS-DANT-DATA-PAGTO                 PIC 9(08) VALUE ZEROS.
       77 WS-DANT-BASE          PIC S9(07)V99 COMP-3 VALUE ZEROS.

      *    RESPOSTAS: PERCENTUAL DA FAIXA, VALOR DO DESCONTO, VALOR
      *    LIQUIDO A PAGAR E A DATA LIMITE DA FAIXA (AAAAMMDD).
       77 WS-DANT-PERC-APLIC                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-DANT-DESCONTO      PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DANT-LIQUIDO       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DANT-DATA-LIMITE                PIC 9(08) VALUE ZEROS.
       77 WS-SW-DANT                         PIC X(01) VALUE 'N'.
           88 DESCONTO-ANTECIPADO            VALUE 'S' FALSE 'N'.

      *    APOIO: DIAS CORRIDOS ENTRE O PAGAMENTO E O VENCIMENTO.
       77 WS-DANT-VENC-INT                   PIC 9(08) VALUE ZEROS.
       77 WS-DANT-PAGTO-INT                  PIC 9(08) VALUE ZEROS.
       77 WS-DANT-ANTECEDENCIA               PIC S9(05) VALUE ZEROS.
