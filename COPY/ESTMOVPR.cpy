      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GRAVA UMA LINHA NO KARDEX (ESTMOV), CARIMBANDO A
      *          DATA-HORA CORRENTE. O CHAMADOR PRECISA TER MONTADO
      *          MOV-PRODUTO, MOV-DATA-NEGOCIO, MOV-TIPO, MOV-QTDE,
      *          MOV-SALDO, MOV-DOCUMENTO E MOV-PROGRAMA
      *          (COPY/ESTMOV.CPY, NA FD ESTOQUE-MOVIMENTO DO
      *          PROGRAMA) ANTES DE FAZER 'PERFORM P-GRAVA-ESTMOV',
      *          LOGO DEPOIS DA REGRAVACAO BEM-SUCEDIDA DO PRODMAST.
      *          O ARQUIVO DEVE ESTAR DECLARADO NO FILE-CONTROL COMO
      *          'ESTMOV', COM A VARIAVEL DE STATUS WS-FS-ESTMOV. NA
      *          PRIMEIRA GRAVACAO DE TODAS O ARQUIVO E' CRIADO.
      ******************************************************************
       P-GRAVA-ESTMOV.
      *****************************************

           ACCEPT MOV-DATA-HORA(1:8)           FROM DATE YYYYMMDD
           ACCEPT MOV-DATA-HORA(9:6)           FROM TIME

           OPEN EXTEND ESTOQUE-MOVIMENTO
           IF WS-FS-ESTMOV = '35'
               OPEN OUTPUT ESTOQUE-MOVIMENTO
           END-IF

           IF WS-FS-ESTMOV = '00'
               WRITE WS-REG-ESTMOV
               CLOSE ESTOQUE-MOVIMENTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O KARDEX ESTMOV: ' WS-FS-ESTMOV
                       ' PRODUTO ' MOV-PRODUTO
           END-IF
           .
