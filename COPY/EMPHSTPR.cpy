      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: GRAVA UMA LINHA NO HISTORICO DE MOVIMENTOS DO
      *          EMPRESTIMO (EMPHIST), CARIMBANDO A DATA-HORA
      *          CORRENTE. O CHAMADOR PRECISA TER MONTADO
      *          EMH-NUM-EMPRESTIMO, EMH-DATA, EMH-TIPO, OS VALORES,
      *          EMH-SALDO-APOS, EMH-NUM-PAGTO, EMH-PROGRAMA E
      *          EMH-OPERADOR (COPY/EMPHIST.CPY, NA FD
      *          EMPRESTIMO-HISTORICO DO PROGRAMA) ANTES DE FAZER
      *          'PERFORM P-GRAVA-EMPHIST'. O ARQUIVO DEVE ESTAR
      *          DECLARADO NO FILE-CONTROL COMO 'EMPHIST', COM A
      *          VARIAVEL DE STATUS WS-FS-EMPHIST; NO PRIMEIRO USO E'
      *          CRIADO.
      ******************************************************************
       P-GRAVA-EMPHIST.
      *****************************************

           ACCEPT EMH-DATA-HORA(1:8)           FROM DATE YYYYMMDD
           ACCEPT EMH-DATA-HORA(9:6)           FROM TIME

           IF EMH-OPERADOR = LOW-VALUES
               MOVE SPACES                     TO EMH-OPERADOR
           END-IF

           OPEN EXTEND EMPRESTIMO-HISTORICO
           IF WS-FS-EMPHIST = '35'
               OPEN OUTPUT EMPRESTIMO-HISTORICO
           END-IF
           IF WS-FS-EMPHIST = '00'
               WRITE WS-REG-EMPHIST
               CLOSE EMPRESTIMO-HISTORICO
           END-IF
           .
