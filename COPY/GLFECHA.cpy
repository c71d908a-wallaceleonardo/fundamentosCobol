      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CONTROLE DE EXERCICIO ENCERRADO
      *          (GLANOFEC): UMA LINHA COM O ULTIMO ANO ENCERRADO PELO
      *          FECHAMENTO ANUAL (DEMONSTRA-GLFECANO) E A DATA DE
      *          NEGOCIO DO ENCERRAMENTO. DALI EM DIANTE NENHUM
      *          LANCAMENTO DATADO NAQUELE ANO (OU ANTES) ENTRA NO
      *          ACUMULADO CONTABIL.
      ******************************************************************
       01 WS-REG-GLANOFEC.
           03 GLF-ANO-FECHADO                    PIC 9(04).
           03 GLF-DATA-FECHAMENTO                PIC 9(08).
