      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE
      *          EXERCICIO ENCERRADO (COPY/GLFECPR.CPY). APOS 'PERFORM
      *          P-OBTEM-ANO-FECHADO', WS-ANO-FECHADO TEM O ULTIMO ANO
      *          ENCERRADO (ZEROS SEM O ARQUIVO GLANOFEC). O CHAMADOR
      *          ARMA WS-GLF-DATA-TESTE (AAAAMMDD), FAZ 'PERFORM
      *          P-VERIFICA-EXERCICIO' E TESTA EXERCICIO-ENCERRADO.
      ******************************************************************
       77 WS-FS-GLANOFEC                     PIC X(02) VALUE '00'.
       77 WS-ANO-FECHADO                     PIC 9(04) VALUE ZEROS.
       77 WS-GLF-DATA-TESTE                  PIC 9(08) VALUE ZEROS.
       77 WS-SW-EXERCICIO                    PIC X(01) VALUE 'N'.
           88 EXERCICIO-ENCERRADO            VALUE 'S' FALSE 'N'.
