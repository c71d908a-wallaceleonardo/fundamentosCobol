      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO CONTABIL DO INVENTARIO FISICO
      *          (INVMOV), ANEXADO PELO AJUSTE APROVADO
      *          (DEMONSTRA-INVAJUST) E CONSUMIDO - E ZERADO - PELO
      *          EXTRATO CONTABIL (DEMONSTRA-GLEXTRACT): A FALTA
      *          ('F') DEBITA PERDAS DE ESTOQUE CONTRA ESTOQUE; A
      *          SOBRA ('S') FAZ O CONTRARIO. VALOR PELO PRECO DO
      *          PRODUTO NO CONGELAMENTO.
      ******************************************************************
       01 WS-REG-INVMOV.
           03 IMOV-TIPO                          PIC X(01).
               88 IMOV-FALTA                     VALUE 'F'.
               88 IMOV-SOBRA                     VALUE 'S'.
           03 IMOV-PRODUTO                       PIC X(08).
           03 IMOV-VALOR                         PIC 9(09)V99.
           03 IMOV-DATA                          PIC 9(08).
