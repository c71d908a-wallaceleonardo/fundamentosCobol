      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          CONDICAO DE PAGAMENTO (COPY/CONDPGPR.CPY): AS LINHAS
      *          DO ARQUIVO CONDPAG CARREGADAS EM TABELA, A CONDICAO,
      *          O TOTAL E A DATA BASE EM TESTE E A RESPOSTA "EM
      *          QUANTAS PARCELAS, DE QUANTO E PARA QUANDO?".
      ******************************************************************
       77 WS-FS-CONDPAG                      PIC X(02) VALUE '00'.
       77 WS-QT-TAB-CONDPAG                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-CONDPAG                      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CONDPAG.
           03 WS-CONDPAG-ITEM          OCCURS 200 TIMES.
               05 WS-CONDPAG-CODIGO           PIC X(03).
               05 WS-CONDPAG-PARCELA          PIC 9(02).
               05 WS-CONDPAG-DIAS             PIC 9(03).

      *    ENTRADAS: CODIGO DA CONDICAO, TOTAL A DIVIDIR E A DATA
      *    BASE DOS PRAZOS (AAAAMMDD).
       77 WS-CPAG-COD-TESTE                  PIC X(03) VALUE SPACES.
       77 WS-CPAG-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CPAG-DATA-BASE                  PIC 9(08) VALUE ZEROS.

      *    RESPOSTA: O PLANO DE PARCELAS (ATE 12), COM PRAZO, VALOR
      *    E VENCIMENTO CORRIDO (AAAAMMDD, AINDA SEM O CALENDARIO DE
      *    FERIADOS - QUEM GRAVA EMPURRA PARA O DIA UTIL). A SOMA
      *    DOS VALORES E' EXATAMENTE O TOTAL: A ULTIMA PARCELA LEVA
      *    O RESIDUO DO ARREDONDAMENTO.
       77 WS-CPAG-QT-PARCELAS                PIC 9(02) VALUE ZEROS.
       77 WS-SW-CPAG                         PIC X(01) VALUE 'N'.
           88 CONDICAO-VALIDA                VALUE 'S' FALSE 'N'.
       01 WS-CPAG-PLANO.
           03 WS-CPAG-PARC             OCCURS 12 TIMES.
               05 WS-CPAG-PARC-SW             PIC X(01).
                   88 CPAG-PARCELA-PREVISTA   VALUE 'S'.
               05 WS-CPAG-PARC-DIAS           PIC 9(03).
               05 WS-CPAG-PARC-VALOR  PIC S9(07)V99 COMP-3.
               05 WS-CPAG-PARC-VENC           PIC 9(08).

      *    APOIO: INDICE DO PLANO E A SOMA DAS PARCELAS FIXAS.
       77 WS-CPAG-IX                         PIC 9(02) VALUE ZEROS.
       77 WS-CPAG-SOMA          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CPAG-BASE-INT                   PIC 9(08) VALUE ZEROS.
