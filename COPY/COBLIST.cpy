      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA LISTA DE TRABALHO DOS
      *          COBRADORES (COBWORK), REGRAVADA POR INTEIRO A CADA
      *          NOITE POR DEMONSTRA-COBWORK: UM REGISTRO POR CLIENTE
      *          ATRASADO (NAO POR PAGAMENTO), AGRUPADO POR COBRADOR
      *          E NUMERADO EM ORDEM DE PRIORIDADE (TOTAL ATRASADO X
      *          DIAS DE ATRASO DO PAGAMENTO MAIS ANTIGO). O COBRADOR
      *          TRABALHA A LISTA EM DEMONSTRA-COBCONT. CLIENTE SEM
      *          REGRA QUE O ACEITE VAI PARA O COBRADOR '*NENHUM*'.
      ******************************************************************
       01 WS-REG-COBWORK.
           03 CWK-COBRADOR                       PIC X(08).
           03 CWK-ORDEM                          PIC 9(04).
           03 CWK-NUM-CLIENTE                    PIC 9(06).
           03 CWK-NOME                           PIC X(30).
           03 CWK-TELEFONE                       PIC X(20).
           03 CWK-UF                             PIC X(02).
           03 CWK-GRAU                           PIC X(01).
           03 CWK-QT-ATRASADOS                   PIC 9(03).
           03 CWK-VALOR-ATRASO                   PIC 9(09)V99.
           03 CWK-DIAS-ATRASO                    PIC 9(03).
           03 CWK-PRIORIDADE                     PIC 9(12)V99.
           03 CWK-DATA-GERACAO                   PIC 9(08).
