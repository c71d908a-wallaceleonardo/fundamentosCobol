      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO ENDHIST, A TRILHA DE
      *          ALTERACOES DOS ENDERECOS ADICIONAIS DO CLIENTE
      *          (CLIEND), NO MESMO DESENHO DO CLIHIST: IMAGEM
      *          ANTERIOR E POSTERIOR DO REGISTRO, O PROGRAMA
      *          RESPONSAVEL, O OPERADOR E A DATA-HORA.
      ******************************************************************
       01 WS-REG-ENDHIST.
           03 EHIST-NUM-CLIENTE                  PIC 9(06).
           03 EHIST-TIPO                         PIC X(01).
           03 EHIST-PROGRAMA                     PIC X(20).
           03 EHIST-OPERADOR                     PIC X(08).
           03 EHIST-DATA-HORA                    PIC X(14).
      *    OPERACAO: I=INCLUSAO, A=ALTERACAO, E=EXCLUSAO.
           03 EHIST-OPERACAO                     PIC X(01).
           03 EHIST-IMAGEM-ANTES                 PIC X(110).
           03 EHIST-IMAGEM-DEPOIS                PIC X(110).
