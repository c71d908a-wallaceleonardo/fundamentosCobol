      ******************************************************************
      * Author: WALLACE TOLENTINO
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO CONSHIST, A TRILHA DE
      *          ALTERACOES DO CONSENTIMENTO LGPD DO CLIENTE
      *          (CONSENT), NO MESMO DESENHO DO ENDHIST: IMAGEM
      *          ANTERIOR E POSTERIOR DO REGISTRO, O PROGRAMA
      *          RESPONSAVEL, O OPERADOR E A DATA-HORA. E' O
      *          HISTORICO QUE A LGPD EXIGE GUARDAR E A FONTE DOS
      *          MOVIMENTOS DO RELATORIO MENSAL (DEMONSTRA-CONSREL).
      ******************************************************************
       01 WS-REG-CONSHIST.
           03 CHIS-NUM-CLIENTE                   PIC 9(06).
           03 CHIS-FINALIDADE                    PIC X(01).
           03 CHIS-PROGRAMA                      PIC X(20).
           03 CHIS-OPERADOR                      PIC X(08).
           03 CHIS-DATA-HORA                     PIC X(14).
      *    OPERACAO: I=INCLUSAO, A=ALTERACAO, E=EXCLUSAO.
           03 CHIS-OPERACAO                      PIC X(01).
           03 CHIS-IMAGEM-ANTES                  PIC X(50).
           03 CHIS-IMAGEM-DEPOIS                 PIC X(50).
