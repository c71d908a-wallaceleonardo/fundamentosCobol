      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE CONDICOES DE
      *          PAGAMENTO (CONDPAG): UMA LINHA POR PARCELA DE CADA
      *          CONDICAO - CODIGO DA CONDICAO (O MESMO GRAVADO EM
      *          WS-COND-PAGTO NO CLIMAST), NUMERO DA PARCELA (01 A
      *          12) E O PRAZO DA PARCELA EM DIAS CORRIDOS A PARTIR
      *          DA DATA DE NEGOCIO DA POSTAGEM (EX.: 'C3 ' 01 030,
      *          'C3 ' 02 060, 'C3 ' 03 090 = 30/60/90). MANTIDA PELA
      *          OPERACAO COMERCIAL EM DEMONSTRA-TABMANUT.
      ******************************************************************
       01 WS-REG-CONDPAG.
           03 CPAG-CODIGO                        PIC X(03).
           03 CPAG-PARCELA                       PIC 9(02).
           03 CPAG-DIAS                          PIC 9(03).
