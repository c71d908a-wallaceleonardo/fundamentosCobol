      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GRAVA UMA LINHA NA TRILHA DE ALTERACOES DO CADASTRO
      *          DE MANDATOS (MANDHIST), CARIMBANDO A DATA-HORA
      *          CORRENTE. O CHAMADOR PRECISA TER MONTADO
      *          MHIST-NUM-CLIENTE, MHIST-PROGRAMA, MHIST-OPERADOR,
      *          MHIST-OPERACAO E AS IMAGENS MHIST-IMAGEM-ANTES/-DEPOIS
      *          (COPY/MANDHIST.CPY, NA FD MANDATO-HISTORICO DO
      *          PROGRAMA) ANTES DE FAZER 'PERFORM P-GRAVA-MANDHIST'.
      *          O ARQUIVO DEVE ESTAR DECLARADO NO FILE-CONTROL COMO
      *          'MANDHIST', COM A VARIAVEL DE STATUS WS-FS-MANDHIST.
      ******************************************************************
       P-GRAVA-MANDHIST.
      *****************************************

           ACCEPT MHIST-DATA-HORA(1:8)         FROM DATE YYYYMMDD
           ACCEPT MHIST-DATA-HORA(9:6)         FROM TIME

           OPEN EXTEND MANDATO-HISTORICO
           IF WS-FS-MANDHIST = '35'
               OPEN OUTPUT MANDATO-HISTORICO
           END-IF
           IF WS-FS-MANDHIST = '00'
               WRITE WS-REG-MANDHIST
               CLOSE MANDATO-HISTORICO
           END-IF
           .
