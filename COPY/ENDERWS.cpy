      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE
      *          ENDERECO POR FINALIDADE (COPY/ENDERPR.CPY): O
      *          CLIENTE E O TIPO PEDIDOS E O ENDERECO RESPONDIDO.
      ******************************************************************
       77 WS-FS-CLIEND                       PIC X(02) VALUE '00'.

      *    ENTRADA: CLIENTE E TIPO (F=FATURAMENTO, E=ENTREGA,
      *    C=CORRESPONDENCIA).
       77 WS-ENDR-CLIENTE                    PIC 9(06) VALUE ZEROS.
       77 WS-ENDR-TIPO                       PIC X(01) VALUE SPACE.

      *    RESPOSTA: O ENDERECO DO TIPO, OU O DO CLIENTE-MASTER
      *    QUANDO O CLIENTE NAO TEM LINHA DAQUELE TIPO NO CLIEND.
       77 WS-ENDR-ENDERECO                   PIC X(20) VALUE SPACES.
       77 WS-ENDR-CIDADE                     PIC X(30) VALUE SPACES.
       77 WS-ENDR-ESTADO                     PIC X(30) VALUE SPACES.
       77 WS-SW-ENDR-TIPADO                  PIC X(01) VALUE 'N'.
           88 ENDERECO-DO-TIPO               VALUE 'S' FALSE 'N'.
