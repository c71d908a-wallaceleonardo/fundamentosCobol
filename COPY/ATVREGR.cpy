      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE REGRAS DE ATIVIDADE SUSPEITA
      *          (ATVREGR), MANTIDA PELA AUDITORIA NO DEMONSTRA-
      *          TABMANUT (OPCAO A, SUPERVISOR) E LIDA PELO LOTE
      *          SEMANAL DEMONSTRA-ATVSUSP. UMA LINHA POR REGRA; O
      *          CODIGO ESCOLHE A CORRELACAO, A LINHA DIZ SE ELA ESTA
      *          LIGADA, A JANELA EM DIAS ENTRE O PRIMEIRO E O SEGUNDO
      *          EVENTO, O VALOR MINIMO DO SEGUNDO EVENTO E A
      *          SEVERIDADE DO CASO (1 = MAIS GRAVE).
      *            ENDR - ENDERECO ALTERADO NO CLIMAST (CLIHIST) E
      *                   REEMBOLSO DE NOTA DE CREDITO (REFUNDS) AO
      *                   CLIENTE DENTRO DA JANELA
      *            DSWO - O OPERADOR QUE COLOCOU A DISPUTA (DISPLOG)
      *                   APROVA DEPOIS A BAIXA POR INCOBRAVEL DO
      *                   MESMO CLIENTE (WOFFPROP)
      *            APLM - APLICACAO MANUAL DE CAIXA (BANKAPLOG) EM
      *                   CLIENTE DIFERENTE DO PAGAMENTO DO RETORNO
      *                   (JANELA NAO SE APLICA)
      *            LIMF - LIMITE DE CREDITO AUMENTADO (CLIHIST) E
      *                   FATURA GRANDE (FATTOTHIST) DENTRO DA JANELA
      ******************************************************************
       01 WS-REG-ATVREGR.
           03 REGR-CODIGO                        PIC X(04).
           03 REGR-ATIVA                         PIC X(01).
               88 REGRA-LIGADA                   VALUE 'S'.
           03 REGR-JANELA                        PIC 9(03).
           03 REGR-VALOR-MIN                     PIC 9(09)V99.
           03 REGR-SEVERIDADE                    PIC 9(01).
