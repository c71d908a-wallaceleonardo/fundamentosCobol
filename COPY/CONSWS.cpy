      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE
      *          CONSULTA AO CONSENTIMENTO LGPD (COPY/CONSPR.CPY): O
      *          CLIENTE E A FINALIDADE PEDIDOS E O VEREDITO.
      ******************************************************************
       77 WS-FS-CONSENT                      PIC X(02) VALUE '00'.

      *    ENTRADA: CLIENTE E FINALIDADE (M=MARKETING, C=CRM,
      *    P=PARCEIROS).
       77 WS-CONS-CLIENTE                    PIC 9(06) VALUE ZEROS.
       77 WS-CONS-FINALIDADE                 PIC X(01) VALUE SPACE.

      *    RESPOSTA: SO' O OPT-IN REGISTRADO LIBERA O USO; RECUSA,
      *    AUSENCIA DE REGISTRO OU CONSENT INDISPONIVEL BLOQUEIAM.
       77 WS-SW-CONSENTIMENTO                PIC X(01) VALUE 'N'.
           88 CONSENTIMENTO-DADO             VALUE 'S' FALSE 'N'.
