      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE INDICES DE INFLACAO
      *          (INDICES): A VARIACAO MENSAL PUBLICADA DE CADA
      *          INDICE (IPCA, IGPM...) EM PERCENTUAL COM QUATRO
      *          DECIMAIS E SINAL PROPRIO (O IGP-M TEM MESES
      *          NEGATIVOS). UMA LINHA POR INDICE E MES. MANTIDA
      *          PELA SUPERVISAO EM DEMONSTRA-TABMANUT; LIDA NO
      *          REAJUSTE ANUAL DOS CONTRATOS (DEMONSTRA-CONTRREAJ),
      *          QUE ACUMULA OS 12 MESES ANTERIORES AO ANIVERSARIO.
      ******************************************************************
       01 WS-REG-INDICE.
           03 IND-CODIGO                         PIC X(05).
           03 IND-ANO-MES                        PIC 9(06).
           03 IND-SINAL                          PIC X(01).
               88 IND-NEGATIVO                   VALUE '-'.
           03 IND-VARIACAO                       PIC 9(02)V9(04).
           03 FILLER                             PIC X(12).
