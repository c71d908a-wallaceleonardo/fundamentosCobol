      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE
      *          APLICACAO DA DISPENSA DE JUROS DE MORA
      *          (COPY/JURDAPPR.CPY): O RESULTADO DA ULTIMA APLICACAO
      *          E O MOTIVO, QUANDO ELA FICOU SEM EFEITO.
      ******************************************************************
       77 WS-FS-JURDMOV                      PIC X(02) VALUE '00'.
       77 WS-SW-DISPENSA                     PIC X(01) VALUE 'N'.
           88 DISPENSA-APLICADA              VALUE 'S' FALSE 'N'.
       77 WS-DSP-MENSAGEM                    PIC X(50) VALUE SPACES.
