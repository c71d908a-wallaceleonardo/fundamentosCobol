      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DAS ROTINAS COMPARTILHADAS DE
      *          BOLETO (COPY/BOLETOPR.CPY): O CODIGO DE BARRAS DE 44
      *          POSICOES NO PADRAO FEBRABAN, A LINHA DIGITAVEL DE 47
      *          DIGITOS (CRUA E EDITADA COM PONTOS E ESPACOS) E AS
      *          AREAS DE CALCULO DOS DIGITOS VERIFICADORES (MODULO
      *          10 NOS CAMPOS DA LINHA, MODULO 11 NO DIGITO GERAL).
      ******************************************************************
      *    IDENTIFICACAO DO CEDENTE NO BANCO (SISPARAM BOLETO-BANCO,
      *    BOLETO-CONVENIO E BOLETO-CARTEIRA; SEM PARAMETRO, FICAM
      *    ESTES PADROES).
       77 WS-BOL-BANCO                       PIC 9(03) VALUE 001.
       77 WS-BOL-CONVENIO                    PIC 9(07) VALUE ZEROS.
       77 WS-BOL-CARTEIRA                    PIC 9(02) VALUE 17.

      *    ENTRADAS DE P-MONTA-BOLETO: O PAGAMENTO, O VALOR E O
      *    VENCIMENTO (AAAAMMDD; ZERADO = BOLETO SEM FATOR DE
      *    VENCIMENTO). P-VALIDA-LINHA DEVOLVE NELES O QUE LEU.
       77 WS-BOL-NUM-PAGTO                   PIC 9(06) VALUE ZEROS.
       77 WS-BOL-VALOR          PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-BOL-VENC                        PIC 9(08) VALUE ZEROS.

      *    CODIGO DE BARRAS: BANCO, MOEDA ('9' = REAL), DIGITO GERAL,
      *    FATOR DE VENCIMENTO, VALOR EM CENTAVOS E O CAMPO LIVRE DO
      *    CONVENIO DE 7 POSICOES (6 ZEROS, CONVENIO, NOSSO NUMERO =
      *    NUMERO DO PAGAMENTO EM 10 POSICOES E CARTEIRA).
       01 WS-BOL-CODIGO-BARRAS.
           03 WS-BOL-CB-BANCO                    PIC 9(03).
           03 WS-BOL-CB-MOEDA                    PIC 9(01).
           03 WS-BOL-CB-DV                       PIC 9(01).
           03 WS-BOL-CB-FATOR                    PIC 9(04).
           03 WS-BOL-CB-VALOR                    PIC 9(08)V99.
           03 WS-BOL-CB-LIVRE.
               05 WS-BOL-CB-ZEROS                PIC 9(06).
               05 WS-BOL-CB-CONVENIO             PIC 9(07).
               05 WS-BOL-CB-NOSSO-NUM            PIC 9(10).
               05 WS-BOL-CB-CARTEIRA             PIC 9(02).
       01 WS-BOL-CB-TEXTO REDEFINES WS-BOL-CODIGO-BARRAS
                                                 PIC X(44).

      *    LINHA DIGITAVEL: TRES CAMPOS COM DIGITO MODULO 10, O
      *    DIGITO GERAL DO CODIGO DE BARRAS E FATOR + VALOR.
       01 WS-BOL-LINHA.
           03 WS-BOL-LD-CAMPO1                   PIC X(09).
           03 WS-BOL-LD-DV1                      PIC 9(01).
           03 WS-BOL-LD-CAMPO2                   PIC X(10).
           03 WS-BOL-LD-DV2                      PIC 9(01).
           03 WS-BOL-LD-CAMPO3                   PIC X(10).
           03 WS-BOL-LD-DV3                      PIC 9(01).
           03 WS-BOL-LD-DV-GERAL                 PIC 9(01).
           03 WS-BOL-LD-CAMPO5                   PIC X(14).
       01 WS-BOL-LINHA-TEXTO REDEFINES WS-BOL-LINHA
                                                 PIC X(47).
       77 WS-BOL-LINHA-ED                    PIC X(54) VALUE SPACES.

      *    ENTRADA DE P-VALIDA-LINHA: A LINHA COMO O OPERADOR A
      *    DIGITOU (PONTOS, ESPACOS E TRACOS SAO IGNORADOS); SAIDA:
      *    LINHA-VALIDA E, SE NAO, O MOTIVO.
       77 WS-BOL-LINHA-DIGITADA              PIC X(60) VALUE SPACES.
       77 WS-SW-BOL-LINHA                    PIC X(01) VALUE 'N'.
           88 LINHA-VALIDA                   VALUE 'S' FALSE 'N'.
       77 WS-BOL-MOTIVO                      PIC X(40) VALUE SPACES.

      *    APOIO DOS CALCULOS.
       77 WS-BOL-DATA-BASE                   PIC 9(08) VALUE 19971007.
       77 WS-BOL-DIAS                        PIC 9(08) VALUE ZEROS.
       77 WS-BOL-FATOR                       PIC 9(04) VALUE ZEROS.
       77 WS-BOL-IX                          PIC 9(02) VALUE ZEROS.
       77 WS-BOL-QT-DIGITOS                  PIC 9(02) VALUE ZEROS.
       77 WS-BOL-PESO                        PIC 9(02) VALUE ZEROS.
       77 WS-BOL-DIGITO                      PIC 9(01) VALUE ZEROS.
       77 WS-BOL-PRODUTO                     PIC 9(02) VALUE ZEROS.
       77 WS-BOL-SOMA                        PIC 9(05) VALUE ZEROS.
       77 WS-BOL-RESTO                       PIC 9(02) VALUE ZEROS.
       77 WS-BOL-QUOCIENTE                   PIC 9(05) VALUE ZEROS.
       77 WS-BOL-M10-CAMPO                   PIC X(10) VALUE SPACES.
       77 WS-BOL-M10-TAM                     PIC 9(02) VALUE ZEROS.
       77 WS-BOL-M10-DV                      PIC 9(01) VALUE ZEROS.
       77 WS-BOL-M11-BASE                    PIC X(43) VALUE SPACES.
       77 WS-BOL-M11-DV                      PIC 9(01) VALUE ZEROS.
