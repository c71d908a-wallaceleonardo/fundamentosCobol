      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DO JORNAL
      *          DE IMAGENS DO PAGTOPEND (COPY/PAGJRNPR.CPY). O
      *          CHAMADOR ARMA WS-JRN-PROGRAMA (O PROPRIO PROGRAM-ID)
      *          E WS-JRN-DATA-NEGOCIO UMA VEZ NO INICIO; A IMAGEM
      *          ANTES FICA EM WS-JRN-ANTES ENTRE A LEITURA E A
      *          REGRAVACAO.
      ******************************************************************
       77 WS-FS-PAGJRN                       PIC X(02) VALUE '00'.
       77 WS-JRN-PROGRAMA                    PIC X(20) VALUE SPACES.
       77 WS-JRN-DATA-NEGOCIO                PIC 9(08) VALUE ZEROS.
       77 WS-JRN-OPERACAO                    PIC X(01) VALUE SPACE.
       77 WS-JRN-ANTES                       PIC X(94) VALUE SPACES.
       77 WS-QT-JORNAL                       PIC 9(06) VALUE ZEROS.
       77 WS-QT-JORNAL-ERRO                  PIC 9(06) VALUE ZEROS.
