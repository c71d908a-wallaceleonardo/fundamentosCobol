      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ACUMULADO DO EXERCICIO (GLYTD):
      *          OS TOTAIS OFICIAIS DE CADA MES FECHADO PELO BALANCETE
      *          (DEMONSTRA-GLBALAN), UMA LINHA POR MES E CONTA COM OS
      *          DEBITOS E CREDITOS DO MES - O MESMO NUMERO DO
      *          GLPERTOT, QUE SO' GUARDA O ULTIMO MES. UM MES
      *          REFECHADO SUBSTITUI AS PROPRIAS LINHAS. E' DAQUI QUE
      *          O ENCERRAMENTO ANUAL (DEMONSTRA-GLFECANO) TIRA O
      *          BALANCETE DO ANO.
      ******************************************************************
       01 WS-REG-GLACUM.
           03 ACU-MES                            PIC 9(06).
           03 ACU-CONTA                          PIC X(08).
           03 ACU-DEBITOS                        PIC 9(13)V99.
           03 ACU-CREDITOS                       PIC 9(13)V99.
