      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: CAMPOS DE TRABALHO DA ROTINA COMPARTILHADA DE EDICAO
      *          DO DOCUMENTO FISCAL DO CLIENTE (COPY/DOCVALPR.CPY),
      *          NOS MOLDES DE NUMEDIT/CLIVAL. O CHAMADOR MOVE O
      *          DOCUMENTO DIGITADO (COM OU SEM PONTUACAO) PARA
      *          DOCVAL-ENTRADA E, SE QUISER, O TIPO ESPERADO ('F' =
      *          CPF, 'J' = CNPJ) PARA DOCVAL-TIPO; LE O VEREDITO EM
      *          DOCUMENTO-VALIDO / DOCVAL-MOTIVO E O DOCUMENTO JA
      *          NORMALIZADO (SO' DIGITOS) EM DOCVAL-TIPO E
      *          DOCVAL-NUMERO, PRONTOS PARA WS-TIPO-DOCUMENTO E
      *          WS-NUM-DOCUMENTO DO COPY/LAYOUT1.CPY.
      ******************************************************************
       77 DOCVAL-ENTRADA                     PIC X(18) VALUE SPACES.
       77 DOCVAL-TIPO                        PIC X(01) VALUE SPACE.
           88 DOCVAL-CPF                     VALUE 'F'.
           88 DOCVAL-CNPJ                    VALUE 'J'.
       01 DOCVAL-NUMERO                      PIC X(14) VALUE SPACES.
       01 DOCVAL-NUMERO-DIG REDEFINES DOCVAL-NUMERO.
           03 DOCVAL-DIGITO           OCCURS 14 TIMES PIC 9(01).
       77 WS-SW-DOCVAL                       PIC X(01) VALUE 'N'.
           88 DOCUMENTO-VALIDO               VALUE 'S' FALSE 'N'.
       77 DOCVAL-MOTIVO                      PIC X(40) VALUE SPACES.

      *    APOIO DO CALCULO DOS DIGITOS VERIFICADORES (MODULO 11).
       77 DOCVAL-QT-DIGITOS                  PIC 9(02) VALUE ZEROS.
       77 DOCVAL-IX                          PIC 9(02) VALUE ZEROS.
       77 DOCVAL-QT-BASE                     PIC 9(02) VALUE ZEROS.
       77 DOCVAL-PESO                        PIC 9(02) VALUE ZEROS.
       77 DOCVAL-SOMA                        PIC 9(05) VALUE ZEROS.
       77 DOCVAL-QUOCIENTE                   PIC 9(05) VALUE ZEROS.
       77 DOCVAL-RESTO                       PIC 9(02) VALUE ZEROS.
       77 DOCVAL-DV                          PIC 9(01) VALUE ZERO.
       77 WS-SW-DOCVAL-IGUAIS                PIC X(01) VALUE 'S'.
           88 DIGITOS-TODOS-IGUAIS           VALUE 'S' FALSE 'N'.

      *    PESOS DO CNPJ: O PRIMEIRO DIGITO VERIFICADOR USA AS 12
      *    ULTIMAS POSICOES (5,4,3,2,9,8,7,6,5,4,3,2), O SEGUNDO
      *    USA AS 13 (6,5,4,3,2,9,8,7,6,5,4,3,2).
       01 DOCVAL-PESOS-LITERAL               PIC X(13) VALUE
           '6543298765432'.
       01 DOCVAL-PESOS-GRUPO REDEFINES DOCVAL-PESOS-LITERAL.
           03 DOCVAL-PESO-CNPJ        OCCURS 13 TIMES PIC 9(01).
