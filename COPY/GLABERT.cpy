      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE SALDOS DE ABERTURA
      *          DO EXERCICIO (GLABERT): UMA LINHA POR ANO E CONTA DO
      *          RAZAO COM O SALDO QUE A CONTA CARREGA PARA O
      *          EXERCICIO, NA NATUREZA (D/C) DO SALDO. GRAVADO PELO
      *          ENCERRAMENTO ANUAL (DEMONSTRA-GLFECANO) - AS CONTAS
      *          DE RESULTADO JA ZERADAS CONTRA LUCROS ACUMULADOS - E
      *          LIDO PELO BALANCETE MENSAL (DEMONSTRA-GLBALAN), QUE
      *          PARTE DELE. OS ANOS ANTERIORES FICAM NO ARQUIVO.
      ******************************************************************
       01 WS-REG-GLABERT.
           03 ABE-ANO                            PIC 9(04).
           03 ABE-CONTA                          PIC X(08).
           03 ABE-NATUREZA                       PIC X(01).
               88 ABE-DEVEDOR                    VALUE 'D'.
               88 ABE-CREDOR                     VALUE 'C'.
           03 ABE-SALDO                          PIC 9(13)V99.
