      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE LIMITES DE CREDITO DOS
      *          GRUPOS ECONOMICOS (GRPLIM): O NUMERO DO CLIENTE
      *          MATRIZ DO GRUPO (O MESMO GRAVADO EM WS-CLIENTE-GRUPO
      *          NO CLIMAST DE CADA FILIAL) E O LIMITE CONSOLIDADO DO
      *          GRUPO. GRUPO SEM LINHA NA TABELA NAO TEM LIMITE DE
      *          GRUPO - SO' O LIMITE INDIVIDUAL DE CADA CLIENTE.
      *          MANTIDA PELA SUPERVISAO EM DEMONSTRA-TABMANUT.
      ******************************************************************
       01 WS-REG-GRPLIM.
           03 GRL-CLIENTE-GRUPO                  PIC 9(06).
           03 GRL-LIMITE                         PIC 9(07)V99.
           03 FILLER                             PIC X(15).
