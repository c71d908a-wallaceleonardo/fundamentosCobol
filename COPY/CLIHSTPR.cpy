      *          NA FD CLIENTE-HISTORICO DO PROGRAMA) ANTES DE FAZER
      *          'PERFORM P-GRAVA-CLIHIST'. O ARQUIVO DEVE ESTAR
      *          DECLARADO NO FILE-CONTROL COMO 'CLIHIST', COM A
      *          VARIAVEL DE STATUS WS-FS-CLIHIST. HIST-OPERADOR E
      *          HIST-APROVADOR SAO DO CHAMADOR; QUEM NUNCA OS ARMA
      *          (OS LOTES) GRAVA EM BRANCO.
      ******************************************************************
       P-GRAVA-CLIHIST.
      *****************************************
           ACCEPT HIST-DATA-HORA(1:8)          FROM DATE YYYYMMDD
           ACCEPT HIST-DATA-HORA(9:6)          FROM TIME

           IF HIST-OPERADOR = LOW-VALUES
               MOVE SPACES                     TO HIST-OPERADOR
           END-IF
           IF HIST-APROVADOR = LOW-VALUES
               MOVE SPACES                     TO HIST-APROVADOR
           END-IF

           OPEN EXTEND CLIENTE-HISTORICO
           WRITE WS-REG-CLIHIST
           CLOSE CLIENTE-HISTORICO
