      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DA TABELA DE REGRAS DE DISTRIBUICAO
      *          DA CARTEIRA ATRASADA ENTRE OS COBRADORES (COBRREGR):
      *          FAIXA DE VALOR (TOTAL ATRASADO DO CLIENTE ATE
      *          CRG-VALOR-ATE), UF ('**' = QUALQUER) E GRAU DO
      *          CLISCORE ('*' = QUALQUER) APONTAM O COBRADOR (A
      *          MESMA IDENTIFICACAO DE OPERADOR DO OPERAUTH). MANTIDA
      *          PELA SUPERVISAO EM DEMONSTRA-TABMANUT; LIDA A CADA
      *          NOITE POR DEMONSTRA-COBWORK.
      ******************************************************************
       01 WS-REG-COBREGR.
           03 CRG-VALOR-ATE                      PIC 9(07)V99.
           03 CRG-UF                             PIC X(02).
               88 CRG-QUALQUER-UF                VALUE '**'.
           03 CRG-GRAU                           PIC X(01).
               88 CRG-QUALQUER-GRAU              VALUE '*'.
           03 CRG-COBRADOR                       PIC X(08).
           03 FILLER                             PIC X(10).
