      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GRAVA UMA LINHA NA TRILHA DE ALTERACOES DOS
      *          ENDERECOS DO CLIENTE (ENDHIST), CARIMBANDO A
      *          DATA-HORA CORRENTE. O CHAMADOR PRECISA TER MONTADO
      *          EHIST-NUM-CLIENTE, EHIST-TIPO, EHIST-PROGRAMA,
      *          EHIST-OPERADOR, EHIST-OPERACAO E AS IMAGENS
      *          EHIST-IMAGEM-ANTES/-DEPOIS (COPY/ENDHIST.CPY, NA FD
      *          ENDERECO-HISTORICO DO PROGRAMA) ANTES DE FAZER
      *          'PERFORM P-GRAVA-ENDHIST'. O ARQUIVO DEVE ESTAR
      *          DECLARADO NO FILE-CONTROL COMO 'ENDHIST', COM A
      *          VARIAVEL DE STATUS WS-FS-ENDHIST.
      ******************************************************************
       P-GRAVA-ENDHIST.
      *****************************************

           ACCEPT EHIST-DATA-HORA(1:8)         FROM DATE YYYYMMDD
           ACCEPT EHIST-DATA-HORA(9:6)         FROM TIME

           OPEN EXTEND ENDERECO-HISTORICO
           IF WS-FS-ENDHIST = '35'
               OPEN OUTPUT ENDERECO-HISTORICO
           END-IF
           IF WS-FS-ENDHIST = '00'
               WRITE WS-REG-ENDHIST
               CLOSE ENDERECO-HISTORICO
           END-IF
           .
