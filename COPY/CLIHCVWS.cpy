      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA CONVERSAO DO REGISTRO ANTIGO
      *          DO CLIHIST (COPY/CLIHCVPR.CPY): AS DUAS IMAGENS
      *          X(200) DO LAYOUT ANTERIOR, NAS POSICOES 42-441 DA
      *          LINHA, E O INDICADOR DE REGISTRO CONVERTIDO.
      ******************************************************************
       01 WS-CLIHCV-IMAGENS.
           03 WS-CLIHCV-ANTES                    PIC X(200).
           03 WS-CLIHCV-DEPOIS                   PIC X(200).
       77 WS-SW-CLIHCV                       PIC X(01) VALUE 'N'.
           88 CLIHIST-CONVERTIDO             VALUE 'S' FALSE 'N'.
