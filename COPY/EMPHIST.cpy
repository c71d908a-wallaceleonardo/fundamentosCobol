      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO EMPHIST, O HISTORICO DE
      *          MOVIMENTOS DO EMPRESTIMO: UMA LINHA POR FATO QUE
      *          MEXE NO SALDO DEVEDOR, DA ABERTURA EM DIANTE - 'AB'
      *          ABERTURA (DEMONSTRA-EMPORIG, DEMONSTRA-EMPLOAD), 'JU'
      *          JUROS DO GIRO (DEMONSTRA-EMPROLL), 'PC' PARCELA
      *          RECEBIDA (DEMONSTRA-BANKRET, DEMONSTRA-PIXRET,
      *          DEMONSTRA-EMPPREP), 'AN' ANTECIPACAO E 'EJ' ESTORNO
      *          DE JUROS DA DATA-VALOR RETROATIVA (DEMONSTRA-EMPPREP).
      *          EMH-VALOR TEM SINAL (+ AUMENTA O SALDO, - DIMINUI) E
      *          SE DIVIDE EM JUROS E PRINCIPAL; EMH-SALDO-APOS E' O
      *          EMP-SALDO DEPOIS DO MOVIMENTO - SOMANDO AS LINHAS DE
      *          UM EMPRESTIMO NA ORDEM SE REFAZ O SALDO DE HOJE.
      *          AS MUDANCAS DE SITUACAO CONTABIL TAMBEM FICAM AQUI,
      *          SEM MEXER NO SALDO (EMH-VALOR ZERO): 'NA' ENTRADA EM
      *          NAO-ACCRUAL E 'RA' RETORNO AO ACCRUAL
      *          (DEMONSTRA-EMPACCR, COM O MAIOR ATRASO EM
      *          EMH-DIAS-ATRASO), E 'JS' JUROS SUSPENSOS DO GIRO
      *          (DEMONSTRA-EMPROLL, O VALOR EM EMH-JUROS).
      ******************************************************************
       01 WS-REG-EMPHIST.
           03 EMH-NUM-EMPRESTIMO                 PIC 9(06).
      *    DATA DE NEGOCIO DO MOVIMENTO (NA ANTECIPACAO, A
      *    DATA-VALOR INFORMADA).
           03 EMH-DATA                           PIC 9(08).
           03 EMH-TIPO                           PIC X(02).
               88 EMH-ABERTURA                   VALUE 'AB'.
               88 EMH-JUROS-GIRO                 VALUE 'JU'.
               88 EMH-PARCELA                    VALUE 'PC'.
               88 EMH-ANTECIPACAO                VALUE 'AN'.
               88 EMH-ESTORNO-JUROS              VALUE 'EJ'.
               88 EMH-ENTRA-NAO-ACCRUAL          VALUE 'NA'.
               88 EMH-RETORNA-ACCRUAL            VALUE 'RA'.
               88 EMH-JUROS-SUSPENSOS            VALUE 'JS'.
           03 EMH-VALOR                          PIC S9(09)V99.
           03 EMH-JUROS                          PIC S9(09)V99.
           03 EMH-PRINCIPAL                      PIC S9(09)V99.
           03 EMH-SALDO-APOS                     PIC S9(09)V99.
      *    PAGAMENTO DO PAGTOPEND QUE ORIGINOU A LINHA 'PC' (ZEROS
      *    NOS DEMAIS TIPOS).
           03 EMH-NUM-PAGTO                      PIC 9(06).
           03 EMH-PROGRAMA                       PIC X(20).
           03 EMH-OPERADOR                       PIC X(08).
           03 EMH-DATA-HORA                      PIC X(14).
      *    MAIOR ATRASO (DIAS) DAS PARCELAS NA MUDANCA DE SITUACAO
      *    CONTABIL ('NA'/'RA'); ZEROS NOS DEMAIS TIPOS.
           03 EMH-DIAS-ATRASO                    PIC 9(03).
