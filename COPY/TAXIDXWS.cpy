      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          TAXA INDEXADA (COPY/TAXIDXPR.CPY): TABELA TAXAIDX
      *          CARREGADA EM MEMORIA, INDICE E DATA PESQUISADOS,
      *          TAXA ACHADA E OS FATORES DIARIO E MENSAL DE INDICE
      *          MAIS SPREAD.
      ******************************************************************
       77 WS-FS-TAXAIDX                      PIC X(02) VALUE '00'.
       77 WS-QT-TAB-TXI                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-TXI                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TAXAIDX.
           03 WS-TXI-LINHA             OCCURS 999 TIMES.
               05 WS-TXI-TAB-CODIGO          PIC X(05).
               05 WS-TXI-TAB-DATA            PIC 9(08).
               05 WS-TXI-TAB-TAXA            PIC 9(02)V9(04).

      *    PESQUISA: INDICE E DATA (AAAAMMDD). P-BUSCA-TAXAIDX QUER A
      *    DATA EXATA; P-ULTIMA-TAXAIDX ACEITA A MAIS RECENTE EM OU
      *    ANTES DELA.
       77 WS-TXI-COD-TESTE                   PIC X(05) VALUE SPACES.
       77 WS-TXI-DATA-TESTE                  PIC 9(08) VALUE ZEROS.
       77 WS-SW-TXI-ACHOU                    PIC X(01) VALUE 'N'.
           88 TXI-ACHOU                      VALUE 'S' FALSE 'N'.
       77 WS-TXI-DATA-ACHADA                 PIC 9(08) VALUE ZEROS.
       77 WS-TXI-TAXA-ACHADA                 PIC 9(02)V9(04)
                                                   VALUE ZEROS.

      *    P-FATORES-TAXAIDX: A PARTIR DA TAXA ACHADA E DO SPREAD (%
      *    AO ANO), O FATOR DE UM DIA UTIL (BASE 252) E A TAXA
      *    MENSAL EQUIVALENTE (A UNIDADE DE EMP-TAXA).
       77 WS-TXI-SPREAD                      PIC 9(02)V9(04)
                                                   VALUE ZEROS.
       77 WS-TXI-FATOR-ANO     PIC S9(03)V9(12) COMP-3 VALUE ZEROS.
       77 WS-TXI-FATOR-DIA     PIC S9(03)V9(12) COMP-3 VALUE ZEROS.
       77 WS-TXI-TAXA-MES                    PIC S9(01)V9999
                                                   VALUE ZEROS.
