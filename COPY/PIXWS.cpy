      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DO
      *          IDENTIFICADOR DE COBRANCA PIX (COPY/PIXPR.CPY). O
      *          TXID E' DERIVADO DO PROPRIO NUMERO DO PAGAMENTO -
      *          PREFIXO FIXO, NUMERO EM 20 POSICOES E UM DIGITO
      *          VERIFICADOR MODULO 11 - ENTAO NAO PRECISA SER
      *          GUARDADO NO PAGTOPEND: O DOCUMENTO O IMPRIME E O
      *          CASAMENTO DO EXTRATO PIX O DESMONTA DE VOLTA. 26
      *          POSICOES, DENTRO DA FAIXA DE 26 A 35 CARACTERES
      *          ALFANUMERICOS DO PADRAO DO BANCO CENTRAL.
      ******************************************************************
       77 WS-PIX-NUM-PAGTO                   PIC 9(06) VALUE ZEROS.

       01 WS-PIX-TXID.
           03 WS-PIX-TX-PREFIXO                  PIC X(05).
           03 WS-PIX-TX-NUMERO                   PIC 9(20).
           03 WS-PIX-TX-DV                       PIC 9(01).
           03 WS-PIX-TX-RESTO                    PIC X(09).
       01 WS-PIX-TXID-TEXTO REDEFINES WS-PIX-TXID
                                                 PIC X(35).
       01 WS-PIX-TX-DIGITOS REDEFINES WS-PIX-TXID.
           03 FILLER                             PIC X(05).
           03 WS-PIX-TX-DIGITO         OCCURS 20 TIMES
                                                 PIC 9(01).
           03 FILLER                             PIC X(10).

       77 WS-PIX-PREFIXO                     PIC X(05) VALUE 'CRCOB'.
       77 WS-SW-PIX-TXID                     PIC X(01) VALUE 'N'.
           88 TXID-RECONHECIDO               VALUE 'S' FALSE 'N'.

      *    APOIO DO CALCULO DO DIGITO.
       77 WS-PIX-IX                          PIC 9(02) VALUE ZEROS.
       77 WS-PIX-PESO                        PIC 9(02) VALUE ZEROS.
       77 WS-PIX-SOMA                        PIC 9(05) VALUE ZEROS.
       77 WS-PIX-QUOCIENTE                   PIC 9(05) VALUE ZEROS.
       77 WS-PIX-RESTO-DIV                   PIC 9(02) VALUE ZEROS.
       77 WS-PIX-DV                          PIC 9(01) VALUE ZEROS.
