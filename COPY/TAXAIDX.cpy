      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE TAXAS DIARIAS DOS
      *          INDEXADORES (TAXAIDX): A TAXA PUBLICADA DE CADA
      *          INDICE (CDI, SELIC) EM CADA DIA UTIL, EM % AO ANO
      *          (BASE 252 DIAS UTEIS) COM QUATRO DECIMAIS. UMA
      *          LINHA POR INDICE E DATA. MANTIDA PELA SUPERVISAO EM
      *          DEMONSTRA-TABMANUT; LIDA PELO GIRO NOTURNO DOS
      *          EMPRESTIMOS INDEXADOS (DEMONSTRA-EMPROLL) E PELAS
      *          PROJECOES DE COTACAO E TABELA DE AMORTIZACAO.
      ******************************************************************
       01 WS-REG-TAXAIDX.
           03 TXI-CODIGO                         PIC X(05).
           03 TXI-DATA                           PIC 9(08).
           03 TXI-TAXA                           PIC 9(02)V9(04).
           03 FILLER                             PIC X(11).
