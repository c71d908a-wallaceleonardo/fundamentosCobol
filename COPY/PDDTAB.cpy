      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE PROVISAO PARA
      *          DEVEDORES DUVIDOSOS (PDDTAB): UMA LINHA POR FAIXA DE
      *          ATRASO DO AGING (1=EM DIA, 2=1-30, 3=31-60, 4=61-90,
      *          5=MAIS DE 90 DIAS) COM O PERCENTUAL DO SALDO EM
      *          ABERTO QUE VAI PARA A PROVISAO (EX.: 5 + 10000 =
      *          "ACIMA DE 90 DIAS, PROVISIONA 100%"). MANTIDA PELO
      *          FINANCEIRO EM DEMONSTRA-TABMANUT; LIDA NO FECHAMENTO
      *          MENSAL POR DEMONSTRA-PDD.
      ******************************************************************
       01 WS-REG-PDDTAB.
           03 PDDT-FAIXA                         PIC 9(01).
           03 PDDT-PERCENTUAL                    PIC 9(03)V99.
